000100*****************************************************************
000110* CUSTCAL - BUSINESS CALENDAR DATE SERVICE
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTCAL.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. THE ONE PLACE THE SYSTEM
000220*                  DECIDES WHAT IS A BUSINESS DAY. CALLED BY THE
000230*                  BATCH JOBS (CUSTRUN DAY CLOSE, CUSTDFT,
000240*                  CUSTPRB, CUSTSTM, CUSTLFE) AND THE CUSTHOL
000250*                  CALENDAR SCREEN FOR IS-BUSINESS-DAY, NEXT
000260*                  AND PREVIOUS BUSINESS DAY, ROLL FORWARD AND
000270*                  BUSINESS DAYS BETWEEN TWO DATES. NO FILES
000280*                  AND NO CICS COMMANDS, SO IT RUNS UNDER BOTH.
000290*-----------------------------------------------------------
000300* CUST_CALENDAR (ONE ROW PER EXCEPTION DATE, MAINTAINED ON
000310* THE CUSTHOL SCREEN):
000320*   CAL_DATE      THE DATE.
000330*   DAY_TYPE      H - BANK HOLIDAY, CLOSED ON A WEEKDAY.
000340*                 O - OPEN, A WEEKEND DATE WORKED AS A
000350*                     BUSINESS DAY.
000360*   CAL_DESC      WHAT THE DAY IS (NEW YEAR'S DAY, ...).
000370*   UPD_USER/UPD_TS  WHO LAST CHANGED THE ROW, AND WHEN.
000380* A DATE WITH NO ROW IS A BUSINESS DAY MONDAY TO FRIDAY AND
000390* CLOSED ON SATURDAY AND SUNDAY.
000400*-----------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.

000450 DATA DIVISION.
000460 WORKING-STORAGE SECTION.
000470* DB2 communication area
000480 EXEC SQL
000490     INCLUDE SQLCA
000500 END-EXEC.

000510* Host variables for CUST_CALENDAR
000520 01  DB-CAL-DATE             PIC X(10).
000530 01  DB-DAY-TYPE             PIC X(1).
000540 01  DB-CAL-DESC             PIC X(30).
000550 01  DB-LOW-DATE             PIC X(10).
000560 01  DB-HIGH-DATE            PIC X(10).
000570 01  DB-ADJUST               PIC S9(9) COMP.

000580* INTEGER DATES (DAYS SINCE 1600-12-31) FOR THE DAY ARITHMETIC
000590 77  WS-DATE-INT             PIC S9(09) COMP VALUE 0.
000600 77  WS-TO-INT               PIC S9(09) COMP VALUE 0.
000610 77  WS-EDIT-INT             PIC S9(09) COMP VALUE 0.
000620 77  WS-PROBE-INT            PIC S9(09) COMP VALUE 0.
000630 77  WS-LOW-INT              PIC S9(09) COMP VALUE 0.
000640 77  WS-HIGH-INT             PIC S9(09) COMP VALUE 0.
000650 77  WS-SPAN                 PIC S9(09) COMP VALUE 0.
000660 77  WS-WEEKS                PIC S9(09) COMP VALUE 0.
000670 77  WS-REST                 PIC S9(04) COMP VALUE 0.
000680 77  WS-COUNT                PIC S9(09) COMP VALUE 0.
000690 77  WS-SIGN                 PIC S9(01) COMP VALUE 1.
000700 77  WS-DOW-QUOT             PIC S9(09) COMP VALUE 0.
000710 77  WS-DOW                  PIC S9(04) COMP VALUE 0.
000720     88  WS-DOW-WEEKEND        VALUE 0 6.
000730* NO RUN OF HOLIDAYS AND WEEKENDS IS THIS LONG; A SCAN THAT
000740* GETS THIS FAR MEANS THE CALENDAR HAS BEEN MIS-KEYED.
000750 77  WS-SCAN-MAX             PIC S9(04) COMP VALUE 31.
000760 77  WS-SCAN-COUNT           PIC S9(04) COMP VALUE 0.
000770 77  WS-CHECK-NUM            PIC 9(08).

000780* THE DAY BEING PROBED AND WHAT IT TURNED OUT TO BE
000790 77  WS-PROBE-BUS-SW         PIC X(01)      VALUE 'N'.
000800     88  WS-PROBE-BUSINESS-DAY VALUE 'Y'.
000810 77  WS-PROBE-REASON         PIC X(01).
000820 77  WS-PROBE-DESC           PIC X(30).

000830 01  WS-DATE-NUM             PIC 9(08).
000840 01  WS-DATE-NUM-R REDEFINES WS-DATE-NUM.
000850     05  WS-DN-YYYY          PIC 9(04).
000860     05  WS-DN-MM            PIC 9(02).
000870     05  WS-DN-DD            PIC 9(02).

000880 01  WS-PROBE-ISO.
000890     05  WS-PI-YYYY          PIC 9(04).
000900     05  FILLER              PIC X(01)  VALUE '-'.
000910     05  WS-PI-MM            PIC 9(02).
000920     05  FILLER              PIC X(01)  VALUE '-'.
000930     05  WS-PI-DD            PIC 9(02).

000940 01  WS-EDIT-ISO             PIC X(10).
000950 01  WS-EDIT-ISO-R REDEFINES WS-EDIT-ISO.
000960     05  WS-EI-YYYY          PIC X(04).
000970     05  WS-EI-DASH-1        PIC X(01).
000980     05  WS-EI-MM            PIC X(02).
000990     05  WS-EI-DASH-2        PIC X(01).
001000     05  WS-EI-DD            PIC X(02).

001010 LINKAGE SECTION.
001020 COPY CUSTCAL.

001030 PROCEDURE DIVISION USING CAL-CONTROL-AREA.
001040 0000-MAINLINE.
001050     MOVE ZERO TO CAL-RETURN-CODE.
001060     MOVE ZERO TO CAL-SQLCODE.
001070     MOVE ZERO TO CAL-DAY-COUNT.
001080     MOVE SPACES TO CAL-RESULT-DATE.
001090     MOVE SPACES TO CAL-MESSAGE.
001100     PERFORM 1000-DESCRIBE-DATE
001110         THRU 1000-EXIT.
001120     IF CAL-OK
001130         EVALUATE TRUE
001140             WHEN CAL-IS-BUSINESS-DAY
001150                 CONTINUE
001160             WHEN CAL-NEXT-BUSINESS-DAY
001170                 PERFORM 2000-NEXT-BUSINESS-DAY
001180                     THRU 2000-EXIT
001190             WHEN CAL-ROLL-FORWARD
001200                 IF CAL-BUSINESS-DAY
001210                     MOVE CAL-DATE TO CAL-RESULT-DATE
001220                 ELSE
001230                     PERFORM 2000-NEXT-BUSINESS-DAY
001240                         THRU 2000-EXIT
001250                 END-IF
001260             WHEN CAL-PREV-BUSINESS-DAY
001270                 PERFORM 3000-PREV-BUSINESS-DAY
001280                     THRU 3000-EXIT
001290             WHEN CAL-DAYS-BETWEEN
001300                 PERFORM 4000-COUNT-BUSINESS-DAYS
001310                     THRU 4000-EXIT
001320             WHEN OTHER
001330                 MOVE 8 TO CAL-RETURN-CODE
001340                 MOVE 'INVALID CALENDAR FUNCTION' TO CAL-MESSAGE
001350         END-EVALUATE
001360     END-IF.
001370     GOBACK.

001380*-----------------------------------------------------------
001390* WHAT CAL-DATE ITSELF IS, RETURNED ON EVERY FUNCTION.
001400*-----------------------------------------------------------
001410 1000-DESCRIBE-DATE.
001420     MOVE CAL-DATE TO WS-EDIT-ISO.
001430     PERFORM 7000-EDIT-DATE
001440         THRU 7000-EXIT.
001450     IF NOT CAL-OK
001460         GO TO 1000-EXIT
001470     END-IF.
001480     MOVE WS-EDIT-INT TO WS-DATE-INT.

001490     MOVE WS-DATE-INT TO WS-PROBE-INT.
001500     PERFORM 8000-PROBE-DAY
001510         THRU 8000-EXIT.
001520     IF NOT CAL-OK
001530         GO TO 1000-EXIT
001540     END-IF.
001550     MOVE WS-PROBE-BUS-SW TO CAL-BUS-DAY-SW.
001560     MOVE WS-PROBE-REASON TO CAL-DAY-REASON.
001570     MOVE WS-PROBE-DESC   TO CAL-DAY-DESC.
001580 1000-EXIT.
001590     EXIT.

001600*-----------------------------------------------------------
001610* THE FIRST BUSINESS DAY AFTER CAL-DATE.
001620*-----------------------------------------------------------
001630 2000-NEXT-BUSINESS-DAY.
001640     MOVE WS-DATE-INT TO WS-PROBE-INT.
001650     MOVE ZERO TO WS-SCAN-COUNT.
001660     MOVE 'N' TO WS-PROBE-BUS-SW.
001670     PERFORM 2100-STEP-FORWARD
001680         THRU 2100-EXIT
001690         UNTIL WS-PROBE-BUSINESS-DAY
001700            OR NOT CAL-OK
001710            OR WS-SCAN-COUNT >= WS-SCAN-MAX.
001720     PERFORM 5000-RETURN-PROBE-DATE
001730         THRU 5000-EXIT.
001740 2000-EXIT.
001750     EXIT.

001760 2100-STEP-FORWARD.
001770     ADD 1 TO WS-PROBE-INT.
001780     ADD 1 TO WS-SCAN-COUNT.
001790     PERFORM 8000-PROBE-DAY
001800         THRU 8000-EXIT.
001810 2100-EXIT.
001820     EXIT.

001830*-----------------------------------------------------------
001840* THE LAST BUSINESS DAY BEFORE CAL-DATE.
001850*-----------------------------------------------------------
001860 3000-PREV-BUSINESS-DAY.
001870     MOVE WS-DATE-INT TO WS-PROBE-INT.
001880     MOVE ZERO TO WS-SCAN-COUNT.
001890     MOVE 'N' TO WS-PROBE-BUS-SW.
001900     PERFORM 3100-STEP-BACK
001910         THRU 3100-EXIT
001920         UNTIL WS-PROBE-BUSINESS-DAY
001930            OR NOT CAL-OK
001940            OR WS-SCAN-COUNT >= WS-SCAN-MAX.
001950     PERFORM 5000-RETURN-PROBE-DATE
001960         THRU 5000-EXIT.
001970 3000-EXIT.
001980     EXIT.

001990 3100-STEP-BACK.
002000     SUBTRACT 1 FROM WS-PROBE-INT.
002010     ADD 1 TO WS-SCAN-COUNT.
002020     PERFORM 8000-PROBE-DAY
002030         THRU 8000-EXIT.
002040 3100-EXIT.
002050     EXIT.

002060*-----------------------------------------------------------
002070* BUSINESS DAYS AFTER THE LOW DATE UP TO AND INCLUDING THE
002080* HIGH DATE. EVERY FULL WEEK HOLDS FIVE WEEKDAYS; THE DAYS
002090* LEFT OVER ARE TESTED ONE BY ONE. THE CALENDAR THEN TAKES
002100* OFF THE HOLIDAYS THAT FELL ON WEEKDAYS AND ADDS BACK THE
002110* WEEKEND DATES WORKED AS OPEN DAYS (DAYOFWEEK: 1 = SUNDAY,
002120* 7 = SATURDAY).
002130*-----------------------------------------------------------
002140 4000-COUNT-BUSINESS-DAYS.
002150     MOVE CAL-TO-DATE TO WS-EDIT-ISO.
002160     PERFORM 7000-EDIT-DATE
002170         THRU 7000-EXIT.
002180     IF NOT CAL-OK
002190         GO TO 4000-EXIT
002200     END-IF.
002210     MOVE WS-EDIT-INT TO WS-TO-INT.

002220     IF WS-TO-INT < WS-DATE-INT
002230         MOVE -1          TO WS-SIGN
002240         MOVE WS-TO-INT   TO WS-LOW-INT
002250         MOVE WS-DATE-INT TO WS-HIGH-INT
002260         MOVE CAL-TO-DATE TO DB-LOW-DATE
002270         MOVE CAL-DATE    TO DB-HIGH-DATE
002280     ELSE
002290         MOVE 1           TO WS-SIGN
002300         MOVE WS-DATE-INT TO WS-LOW-INT
002310         MOVE WS-TO-INT   TO WS-HIGH-INT
002320         MOVE CAL-DATE    TO DB-LOW-DATE
002330         MOVE CAL-TO-DATE TO DB-HIGH-DATE
002340     END-IF.

002350     COMPUTE WS-SPAN = WS-HIGH-INT - WS-LOW-INT.
002360     DIVIDE WS-SPAN BY 7 GIVING WS-WEEKS REMAINDER WS-REST.
002370     COMPUTE WS-COUNT = WS-WEEKS * 5.
002380     COMPUTE WS-PROBE-INT = WS-LOW-INT + (WS-WEEKS * 7).
002390     PERFORM 4100-COUNT-WEEKDAY
002400         THRU 4100-EXIT
002410         WS-REST TIMES.

002420     EXEC SQL
002430         SELECT COALESCE(SUM(CASE WHEN DAY_TYPE = 'O'
002440                                  THEN 1 ELSE -1 END), 0)
002450           INTO :DB-ADJUST
002460           FROM CUST_CALENDAR
002470          WHERE CAL_DATE >  DATE(:DB-LOW-DATE)
002480            AND CAL_DATE <= DATE(:DB-HIGH-DATE)
002490            AND ((DAY_TYPE = 'H'
002500                  AND DAYOFWEEK(CAL_DATE) BETWEEN 2 AND 6)
002510              OR (DAY_TYPE = 'O'
002520                  AND DAYOFWEEK(CAL_DATE) IN (1, 7)))
002530     END-EXEC.
002540     IF SQLCODE NOT = ZERO
002550         PERFORM 8900-SQL-ERROR
002560             THRU 8900-EXIT
002570         GO TO 4000-EXIT
002580     END-IF.

002590     COMPUTE CAL-DAY-COUNT = (WS-COUNT + DB-ADJUST) * WS-SIGN.
002600 4000-EXIT.
002610     EXIT.

002620 4100-COUNT-WEEKDAY.
002630     ADD 1 TO WS-PROBE-INT.
002640     PERFORM 8100-DAY-OF-WEEK
002650         THRU 8100-EXIT.
002660     IF NOT WS-DOW-WEEKEND
002670         ADD 1 TO WS-COUNT
002680     END-IF.
002690 4100-EXIT.
002700     EXIT.

002710*-----------------------------------------------------------
002720* HAND BACK THE DAY A SCAN STOPPED ON. A SCAN THAT RAN OUT
002730* WITHOUT FINDING A BUSINESS DAY IS REFUSED, NOT GUESSED AT.
002740*-----------------------------------------------------------
002750 5000-RETURN-PROBE-DATE.
002760     IF NOT CAL-OK
002770         GO TO 5000-EXIT
002780     END-IF.
002790     IF WS-PROBE-BUSINESS-DAY
002800         MOVE WS-PROBE-ISO TO CAL-RESULT-DATE
002810     ELSE
002820         MOVE 8 TO CAL-RETURN-CODE
002830         MOVE 'NO BUSINESS DAY WITHIN 31 DAYS' TO CAL-MESSAGE
002840     END-IF.
002850 5000-EXIT.
002860     EXIT.

002870*-----------------------------------------------------------
002880* AN ISO DATE (CCYY-MM-DD) TO AN INTEGER DATE. THE ROUND
002890* TRIP BACK TO CCYYMMDD CATCHES A DAY THE MONTH DOES NOT
002900* HAVE (FEBRUARY 30TH).
002910*-----------------------------------------------------------
002920 7000-EDIT-DATE.
002930     MOVE ZERO TO WS-EDIT-INT.
002940     IF WS-EI-YYYY NOT NUMERIC
002950      OR WS-EI-MM NOT NUMERIC
002960      OR WS-EI-DD NOT NUMERIC
002970      OR WS-EI-DASH-1 NOT = '-'
002980      OR WS-EI-DASH-2 NOT = '-'
002990         GO TO 7000-BAD-DATE
003000     END-IF.
003010     MOVE WS-EI-YYYY TO WS-DN-YYYY.
003020     MOVE WS-EI-MM   TO WS-DN-MM.
003030     MOVE WS-EI-DD   TO WS-DN-DD.
003040     IF WS-DN-YYYY < 1601
003050      OR WS-DN-MM < 1 OR WS-DN-MM > 12
003060      OR WS-DN-DD < 1 OR WS-DN-DD > 31
003070         GO TO 7000-BAD-DATE
003080     END-IF.
003090     COMPUTE WS-EDIT-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
003100     IF WS-EDIT-INT NOT > ZERO
003110         GO TO 7000-BAD-DATE
003120     END-IF.
003130     COMPUTE WS-CHECK-NUM = FUNCTION DATE-OF-INTEGER(WS-EDIT-INT).
003140     IF WS-CHECK-NUM = WS-DATE-NUM
003150         GO TO 7000-EXIT
003160     END-IF.
003170 7000-BAD-DATE.
003180     MOVE 8 TO CAL-RETURN-CODE.
003190     STRING 'INVALID DATE ' WS-EDIT-ISO
003200         DELIMITED BY SIZE INTO CAL-MESSAGE.
003210 7000-EXIT.
003220     EXIT.

003230*-----------------------------------------------------------
003240* ONE DAY (WS-PROBE-INT): A CALENDAR ROW DECIDES IT IF THERE
003250* IS ONE, OTHERWISE THE DAY OF THE WEEK DOES.
003260*-----------------------------------------------------------
003270 8000-PROBE-DAY.
003280     COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-PROBE-INT).
003290     MOVE WS-DN-YYYY TO WS-PI-YYYY.
003300     MOVE WS-DN-MM   TO WS-PI-MM.
003310     MOVE WS-DN-DD   TO WS-PI-DD.
003320     PERFORM 8100-DAY-OF-WEEK
003330         THRU 8100-EXIT.
003340     MOVE SPACES TO WS-PROBE-DESC.

003350     MOVE WS-PROBE-ISO TO DB-CAL-DATE.
003360     EXEC SQL
003370         SELECT DAY_TYPE, CAL_DESC
003380           INTO :DB-DAY-TYPE, :DB-CAL-DESC
003390           FROM CUST_CALENDAR
003400          WHERE CAL_DATE = DATE(:DB-CAL-DATE)
003410     END-EXEC.

003420     EVALUATE TRUE
003430         WHEN SQLCODE = ZERO AND DB-DAY-TYPE = 'H'
003440             MOVE 'N' TO WS-PROBE-BUS-SW
003450             MOVE 'H' TO WS-PROBE-REASON
003460             MOVE DB-CAL-DESC TO WS-PROBE-DESC
003470         WHEN SQLCODE = ZERO AND DB-DAY-TYPE = 'O'
003480             MOVE 'Y' TO WS-PROBE-BUS-SW
003490             MOVE 'O' TO WS-PROBE-REASON
003500             MOVE DB-CAL-DESC TO WS-PROBE-DESC
003510         WHEN SQLCODE = ZERO OR SQLCODE = 100
003520             IF WS-DOW-WEEKEND
003530                 MOVE 'N' TO WS-PROBE-BUS-SW
003540                 MOVE 'W' TO WS-PROBE-REASON
003550             ELSE
003560                 MOVE 'Y' TO WS-PROBE-BUS-SW
003570                 MOVE 'D' TO WS-PROBE-REASON
003580             END-IF
003590         WHEN OTHER
003600             PERFORM 8900-SQL-ERROR
003610                 THRU 8900-EXIT
003620     END-EVALUATE.
003630 8000-EXIT.
003640     EXIT.

003650* INTEGER DATE 1 (1601-01-01) WAS A MONDAY, SO THE REMAINDER
003660* BY 7 RUNS 1 = MONDAY THROUGH 6 = SATURDAY, 0 = SUNDAY.
003670 8100-DAY-OF-WEEK.
003680     DIVIDE WS-PROBE-INT BY 7 GIVING WS-DOW-QUOT
003690         REMAINDER WS-DOW.
003700 8100-EXIT.
003710     EXIT.

003720 8900-SQL-ERROR.
003730     MOVE 12 TO CAL-RETURN-CODE.
003740     MOVE SQLCODE TO CAL-SQLCODE.
003750     MOVE 'CUST_CALENDAR READ FAILED' TO CAL-MESSAGE.
003760 8900-EXIT.
003770     EXIT.
