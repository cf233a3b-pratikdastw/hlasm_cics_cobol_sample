000100*****************************************************************
000110* CUSTLFE - NIGHTLY LATE FEE ASSESSMENT
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTLFE.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. REVIEWS EVERY OPEN
000220*                  CUST_STMT_SUM ROW (WRITTEN BY CUSTSTM) WHOSE
000230*                  PAYMENT DUE DATE HAS PASSED. THE PAYMENTS
000240*                  POSTED SINCE THE STATEMENT DATE, NET OF
000250*                  REVERSALS, ARE CHECKED AGAINST THE MINIMUM
000260*                  PAYMENT DUE; A MISSED MINIMUM DRAWS THE LATE
000270*                  FEE FROM THE EFFECTIVE-DATED CUST_FEE ROW FOR
000280*                  THE ACCOUNT TYPE, ADDED TO THE BALANCE AND
000290*                  JOURNALED AS ITS OWN 'G' ROW THE WAY CUSTDFR
000300*                  JOURNALS THE NSF FEE. WRITTEN-OFF AND CLOSED
000310*                  ACCOUNTS ARE WAIVED. EACH STATEMENT IS
000320*                  CLOSED ON CUST_STMT_SUM IN THE SAME UNIT OF
000330*                  WORK AS ITS FEE, SO A RERUN OR RESTART NEVER
000340*                  ASSESSES A STATEMENT TWICE. REGISTER OF FEES
000350*                  ASSESSED AND WAIVED. RUNS UNDER CUSTRUN
000360*                  AFTER THE NIGHT'S PAYMENT POSTING.
      *   OCT 2026  CAG  A DUE DATE ON A WEEKEND OR BANK HOLIDAY ROLLS
      *                  FORWARD TO THE NEXT BUSINESS DAY (CUSTCAL)
      *                  BEFORE THE STATEMENT IS JUDGED LATE; UNTIL
      *                  THEN IT IS LEFT OPEN AND COUNTED AS DEFERRED.
      *   OCT 2026  CAG  ONLY PAYMENTS POSTED BY THE END OF THE
      *                  (ROLLED) DUE DATE MEET THE MINIMUM, SO ONE
      *                  POSTED AFTER IT NO LONGER CANCELS THE FEE
      *                  WHEN THE REVIEW RUNS LATE.
      *   OCT 2026  CAG  A DB2 ERROR READING THE LATE FEE NOW ABENDS
      *                  (908) INSTEAD OF WAIVING THE FEE FOR GOOD.
000370*-----------------------------------------------------------
000380* CUST_STMT_SUM.LATE_STATUS:
000390*   O - OPEN, NOT YET REVIEWED
000400*   M - MINIMUM MET (OR NOTHING WAS DUE)
000410*   A - LATE FEE ASSESSED
000420*   W - WAIVED (WRITTEN OFF, CLOSED, OR NO FEE ON FILE)
000430*-----------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000470 OBJECT-COMPUTER.   IBM-370.

000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT RPT-FILE ASSIGN TO RPTOUT
000510         ORGANIZATION IS SEQUENTIAL.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RPT-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 01  RPT-RECORD              PIC X(133).

000580 WORKING-STORAGE SECTION.
000590* DB2 communication area
000600 EXEC SQL
000610     INCLUDE SQLCA
000620 END-EXEC.

000630* Host variables for the statement review cursor
000640 01  DB-ID                   PIC X(6).
000650 01  DB-STMT-DATE            PIC X(10).
000660 01  DB-DUE-DATE             PIC X(10).
000670 01  DB-MIN-DUE              PIC S9(9)V99 COMP-3.
000680 01  DB-ACCOUNT-TYPE         PIC X(1).
000690 01  DB-ACCT-STATUS          PIC X(1).

000700* Host variables for the review outcome
000710 01  DB-PAID-AMOUNT          PIC S9(11)V99 COMP-3.
000720 01  DB-LATE-FEE             PIC S9(7)V99 COMP-3.
000730 01  DB-LATE-STATUS          PIC X(1).

000740* Host variables for the CUST_HIST late fee journal row
000750 01  DB-BALANCE              PIC S9(9)V99 COMP-3.
000760 01  DB-HIST-BAL-BEFORE      PIC S9(9)V99 COMP-3.
000770 01  DB-HIST-OPERATOR        PIC X(8).

000780* Host variable for the business date the run reviews for
000790 01  DB-BUS-DATE             PIC X(10).

000800 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
000810     88  WS-EOF-REACHED        VALUE 'Y'.
000820 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
000830 77  WS-LINE-CNT             PIC 9(02) COMP VALUE 99.
000840 77  WS-LINES-PER-PAGE       PIC 9(02) COMP VALUE 55.
000850 77  WS-COMMIT-INTERVAL      PIC S9(04) COMP VALUE 100.
000860 77  WS-SINCE-COMMIT         PIC S9(04) COMP VALUE 0.
000870 77  WS-REVIEWED-COUNT       PIC S9(07) COMP-3 VALUE 0.
000880 77  WS-MET-COUNT            PIC S9(07) COMP-3 VALUE 0.
000890 77  WS-ASSESSED-COUNT       PIC S9(07) COMP-3 VALUE 0.
000900 77  WS-ASSESSED-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.
000910 77  WS-WAIVED-WOF-COUNT     PIC S9(07) COMP-3 VALUE 0.
000920 77  WS-WAIVED-CLOSED-COUNT  PIC S9(07) COMP-3 VALUE 0.
000930 77  WS-WAIVED-NOFEE-COUNT   PIC S9(07) COMP-3 VALUE 0.
000935 77  WS-DEFERRED-COUNT       PIC S9(07) COMP-3 VALUE 0.
000940 77  WS-ABEND-CODE           PIC S9(04) COMP.

000950 01  WS-CURRENT-DATE         PIC 9(08).
000960 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
000970     05  WS-CURR-YYYY        PIC 9(04).
000980     05  WS-CURR-MM          PIC 9(02).
000990     05  WS-CURR-DD          PIC 9(02).

001000* Batch run control call area (CUSTRUN)
001010 COPY CUSTRUN.

001020* CRM change-event call area (CUSTEVT)
001030 COPY CUSTEVT.

001033* Business calendar call area (CUSTCAL)
001036 COPY CUSTCAL.

001040 01  RPT-HEADING-1.
001050     05  FILLER              PIC X(01)  VALUE SPACE.
001060     05  FILLER              PIC X(40)  VALUE
001070         'LATE FEE ASSESSMENT REGISTER'.
001080     05  FILLER              PIC X(20)  VALUE SPACES.
001090     05  FILLER              PIC X(05)  VALUE 'PAGE '.
001100     05  RH1-PAGE-NO         PIC ZZ9.
001110     05  FILLER              PIC X(64)  VALUE SPACES.

001120 01  RPT-HEADING-2.
001130     05  FILLER              PIC X(01)  VALUE SPACE.
001140     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
001150     05  RH2-RUN-MM          PIC 99.
001160     05  FILLER              PIC X(01)  VALUE '/'.
001170     05  RH2-RUN-DD          PIC 99.
001180     05  FILLER              PIC X(01)  VALUE '/'.
001190     05  RH2-RUN-YYYY        PIC 9999.
001200     05  FILLER              PIC X(111) VALUE SPACES.

001210 01  RPT-HEADING-3.
001220     05  FILLER              PIC X(01)  VALUE SPACE.
001230     05  FILLER              PIC X(08)  VALUE 'CUST ID'.
001240     05  FILLER              PIC X(12)  VALUE 'STMT DATE'.
001250     05  FILLER              PIC X(12)  VALUE 'DUE DATE'.
001260     05  FILLER              PIC X(15)  VALUE '  MINIMUM DUE'.
001270     05  FILLER              PIC X(15)  VALUE '    PAID SINCE'.
001280     05  FILLER              PIC X(15)  VALUE '     LATE FEE'.
001290     05  FILLER              PIC X(25)  VALUE 'ACTION'.
001300     05  FILLER              PIC X(30)  VALUE SPACES.

001310 01  RPT-DETAIL-LINE.
001320     05  FILLER              PIC X(01)  VALUE SPACE.
001330     05  RD-CUST-ID          PIC X(06).
001340     05  FILLER              PIC X(02)  VALUE SPACES.
001350     05  RD-STMT-DATE        PIC X(10).
001360     05  FILLER              PIC X(02)  VALUE SPACES.
001370     05  RD-DUE-DATE         PIC X(10).
001380     05  FILLER              PIC X(02)  VALUE SPACES.
001390     05  RD-MIN-DUE          PIC Z,ZZZ,ZZ9.99-.
001400     05  FILLER              PIC X(02)  VALUE SPACES.
001410     05  RD-PAID-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
001420     05  FILLER              PIC X(02)  VALUE SPACES.
001430     05  RD-LATE-FEE         PIC Z,ZZZ,ZZ9.99-.
001440     05  FILLER              PIC X(02)  VALUE SPACES.
001450     05  RD-ACTION           PIC X(25).
001460     05  FILLER              PIC X(30)  VALUE SPACES.

001470 01  RPT-TOTAL-LINE.
001480     05  FILLER              PIC X(01)  VALUE SPACE.
001490     05  RT-LABEL            PIC X(25).
001500     05  RT-COUNT            PIC ZZZZZZZ9.
001510     05  FILLER              PIC X(05)  VALUE SPACES.
001520     05  RT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
001530     05  FILLER              PIC X(77)  VALUE SPACES.

001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALIZE
001570         THRU 1000-EXIT.
001580     PERFORM 2000-REVIEW-ONE-STATEMENT
001590         THRU 2000-EXIT
001600         UNTIL WS-EOF-REACHED.
001610     PERFORM 3000-TERMINATE
001620         THRU 3000-EXIT.
001630     GOBACK.

001640 1000-INITIALIZE.
001650     OPEN OUTPUT RPT-FILE.
001660     PERFORM 1050-BEGIN-RUN
001670         THRU 1050-EXIT.
001680     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
001690     MOVE WS-CURR-MM   TO RH2-RUN-MM.
001700     MOVE WS-CURR-DD   TO RH2-RUN-DD.
001710     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
001720     MOVE 'CUSTLFE ' TO DB-HIST-OPERATOR.
001730     INITIALIZE EVT-CONTROL-AREA.

001740* A STATEMENT IS REVIEWED THE FIRST BUSINESS DATE AFTER ITS
001750* DUE DATE - A PAYMENT POSTED ON THE DUE DATE ITSELF IS ON
001755* TIME. A DUE DATE THAT FELL ON A NON-BUSINESS DAY IS ROLLED
001760* FORWARD IN 2000 BEFORE IT IS JUDGED. THE CURSOR IS HELD
001765* ACROSS THE INTERVAL COMMITS.
001770     EXEC SQL
001780         DECLARE LFECSR CURSOR WITH HOLD FOR
001790         SELECT S.CUST_ID, CHAR(S.STMT_DATE, ISO),
001800                CHAR(S.DUE_DATE, ISO), S.MIN_DUE,
001810                C.ACCOUNT_TYPE, C.ACCT_STATUS
001820           FROM CUST_STMT_SUM S, CUSTOMER C
001830          WHERE C.CUST_ID = S.CUST_ID
001840            AND S.LATE_STATUS = 'O'
001850            AND S.DUE_DATE < DATE(:DB-BUS-DATE)
001860          ORDER BY S.CUST_ID, S.STMT_DATE
001870     END-EXEC.

001880     EXEC SQL
001890         OPEN LFECSR
001900     END-EXEC.

001910     IF SQLCODE NOT = ZERO
001920         DISPLAY 'CUSTLFE - OPEN CURSOR FAILED, SQLCODE = '
001930             SQLCODE
001940         MOVE 900 TO WS-ABEND-CODE
001950         PERFORM 9999-ABEND
001960     END-IF.

001970     PERFORM 2100-FETCH-NEXT-STATEMENT
001980         THRU 2100-EXIT.
001990 1000-EXIT.
002000     EXIT.

002010*-----------------------------------------------------------
002020* CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
002030* (THE NIGHT'S PAYMENT POSTING NOT COMPLETE, OR ALREADY
002040* COMPLETE FOR THE DATE WITH NO RERUN OVERRIDE) BEFORE ANY
002050* FEE IS ASSESSED.
002060*-----------------------------------------------------------
002070 1050-BEGIN-RUN.
002080     INITIALIZE RUN-CONTROL-AREA.
002090     MOVE 'CUSTLFE ' TO RUN-JOB-NAME.
002100     SET RUN-BEGIN TO TRUE.
002110     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
002120     IF NOT RUN-OK
002130         DISPLAY 'CUSTLFE - ' RUN-MESSAGE
002140         MOVE 912 TO WS-ABEND-CODE
002150         PERFORM 9999-ABEND
002160     END-IF.
002170     MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
002180 1050-EXIT.
002190     EXIT.

002200*-----------------------------------------------------------
002210* ONE STATEMENT PAST ITS DUE DATE. WRITTEN-OFF AND CLOSED
002220* ACCOUNTS ARE WAIVED OUTRIGHT; OTHERWISE A MINIMUM NOT MET
002230* BY THE PAYMENTS SINCE THE STATEMENT DATE DRAWS THE FEE.
002235* EITHER WAY THE STATEMENT IS CLOSED FOR REVIEW. A STATEMENT
002240* WHOSE DUE DATE ROLLS FORWARD TO TODAY OR LATER IS NOT YET
002245* LATE - IT IS LEFT OPEN FOR A LATER NIGHT.
002250*-----------------------------------------------------------
002260 2000-REVIEW-ONE-STATEMENT.
002261     PERFORM 2050-ROLL-DUE-DATE
002262         THRU 2050-EXIT.
002263     IF DB-DUE-DATE NOT < DB-BUS-DATE
002264         ADD 1 TO WS-DEFERRED-COUNT
002265         GO TO 2000-NEXT
002266     END-IF.

002270     ADD 1 TO WS-REVIEWED-COUNT.
002280     MOVE ZERO TO DB-PAID-AMOUNT.
002290     MOVE ZERO TO DB-LATE-FEE.

002300     IF DB-ACCT-STATUS = 'W'
002310         MOVE 'W' TO DB-LATE-STATUS
002320         MOVE 'WAIVED - WRITTEN OFF' TO RD-ACTION
002330         ADD 1 TO WS-WAIVED-WOF-COUNT
002340         GO TO 2000-CLOSE
002350     END-IF.
002360     IF DB-ACCT-STATUS = 'X'
002370         MOVE 'W' TO DB-LATE-STATUS
002380         MOVE 'WAIVED - CLOSED' TO RD-ACTION
002390         ADD 1 TO WS-WAIVED-CLOSED-COUNT
002400         GO TO 2000-CLOSE
002410     END-IF.

002420     IF DB-MIN-DUE NOT > ZERO
002430         MOVE 'M' TO DB-LATE-STATUS
002440         ADD 1 TO WS-MET-COUNT
002450         GO TO 2000-CLOSE
002460     END-IF.

002470     PERFORM 2200-FETCH-PAID-SINCE
002480         THRU 2200-EXIT.
002490     IF DB-PAID-AMOUNT NOT < DB-MIN-DUE
002500         MOVE 'M' TO DB-LATE-STATUS
002510         ADD 1 TO WS-MET-COUNT
002520         GO TO 2000-CLOSE
002530     END-IF.

002540     PERFORM 2300-FETCH-LATE-FEE
002550         THRU 2300-EXIT.
002560     IF DB-LATE-FEE NOT > ZERO
002570         MOVE 'W' TO DB-LATE-STATUS
002580         MOVE 'WAIVED - NO FEE ON FILE' TO RD-ACTION
002590         ADD 1 TO WS-WAIVED-NOFEE-COUNT
002600         GO TO 2000-CLOSE
002610     END-IF.

002620     PERFORM 2400-ASSESS-LATE-FEE
002630         THRU 2400-EXIT.
002640     MOVE 'A' TO DB-LATE-STATUS.
002650     MOVE 'FEE ASSESSED' TO RD-ACTION.
002660     ADD 1 TO WS-ASSESSED-COUNT.
002670     ADD DB-LATE-FEE TO WS-ASSESSED-AMOUNT.

002680 2000-CLOSE.
002690     PERFORM 2500-CLOSE-STATEMENT
002700         THRU 2500-EXIT.
002710     IF DB-LATE-STATUS NOT = 'M'
002720         PERFORM 2600-WRITE-REGISTER-LINE
002730             THRU 2600-EXIT
002740     END-IF.

002750     ADD 1 TO WS-SINCE-COMMIT.
002760     IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
002770         PERFORM 2700-COMMIT-INTERVAL
002780             THRU 2700-EXIT
002790     END-IF.

002795 2000-NEXT.
002800     PERFORM 2100-FETCH-NEXT-STATEMENT
002810         THRU 2100-EXIT.
002820 2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * ROLL THE STATEMENT DUE DATE FORWARD TO A BUSINESS DAY.
      * CUSTSTM ALREADY STORES A ROLLED DATE; STATEMENTS CUT BEFORE
      * THE CALENDAR EXISTED, OR A HOLIDAY ADDED AFTER THE STATEMENT
      * WAS CUT, ARE CAUGHT HERE.
      *-----------------------------------------------------------
       2050-ROLL-DUE-DATE.
           INITIALIZE CAL-CONTROL-AREA.
           SET CAL-ROLL-FORWARD TO TRUE.
           MOVE DB-DUE-DATE TO CAL-DATE.
           CALL 'CUSTCAL' USING CAL-CONTROL-AREA.
           IF NOT CAL-OK
               DISPLAY 'CUSTLFE - BUSINESS CALENDAR FAILED: '
                   CAL-MESSAGE ' SQLCODE = ' CAL-SQLCODE
               MOVE 907 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           MOVE CAL-RESULT-DATE TO DB-DUE-DATE.
       2050-EXIT.
002830     EXIT.

002840 2100-FETCH-NEXT-STATEMENT.
002850     EXEC SQL
002860         FETCH LFECSR
002870         INTO :DB-ID, :DB-STMT-DATE, :DB-DUE-DATE, :DB-MIN-DUE,
002880              :DB-ACCOUNT-TYPE, :DB-ACCT-STATUS
002890     END-EXEC.

002900     EVALUATE SQLCODE
002910         WHEN ZERO
002920             CONTINUE
002930         WHEN 100
002940             SET WS-EOF-REACHED TO TRUE
002950         WHEN OTHER
002960             DISPLAY 'CUSTLFE - FETCH FAILED, SQLCODE = '
002970                 SQLCODE
002980             MOVE 901 TO WS-ABEND-CODE
002990             PERFORM 9999-ABEND
003000     END-EVALUATE.
003010 2100-EXIT.
003020     EXIT.

003030*-----------------------------------------------------------
003038* PAYMENTS POSTED FROM THE STATEMENT DATE THROUGH THE END OF
003046* THE DUE DATE (AFTER ANY HOLIDAY ROLL), LESS ANY OF THEM
003054* REVERSED IN THAT TIME - A RETURNED PAYMENT DOES NOT MEET
003062* THE MINIMUM. A PAYMENT POSTED AFTER THE DUE DATE IS LATE.
003070*-----------------------------------------------------------
003080 2200-FETCH-PAID-SINCE.
003090     EXEC SQL
003100         SELECT COALESCE(SUM(CASE HIST_ACTION
003110                             WHEN 'P' THEN HIST_AMOUNT
003120                             ELSE 0 - HIST_AMOUNT END), 0)
003130           INTO :DB-PAID-AMOUNT
003140           FROM CUST_HIST
003150          WHERE CUST_ID = :DB-ID
003160            AND HIST_ACTION IN ('P', 'V')
003170            AND HIST_TS >= TIMESTAMP(DATE(:DB-STMT-DATE),
003173                                     '00.00.00')
003176            AND HIST_TS <  TIMESTAMP(DATE(:DB-DUE-DATE) + 1 DAY,
003180                                     '00.00.00')
003190     END-EXEC.

003200     IF SQLCODE NOT = ZERO
003210         DISPLAY 'CUSTLFE - PAYMENT SUM FAILED FOR '
003220             DB-ID ' SQLCODE = ' SQLCODE
003230         MOVE 903 TO WS-ABEND-CODE
003240         PERFORM 9999-ABEND
003250     END-IF.
003260 2200-EXIT.
003270     EXIT.

003280*-----------------------------------------------------------
003290* LATE FEE IN EFFECT ON THE BUSINESS DATE FOR THE ACCOUNT
003300* TYPE (NO ROW, NO FEE). THE FEE NEVER EXCEEDS THE MINIMUM
003310* PAYMENT THAT WAS MISSED.
003320*-----------------------------------------------------------
003330 2300-FETCH-LATE-FEE.
003340     MOVE ZERO TO DB-LATE-FEE.
003350     EXEC SQL
003360         SELECT LATE_FEE
003370           INTO :DB-LATE-FEE
003380           FROM CUST_FEE
003390          WHERE ACCOUNT_TYPE = :DB-ACCOUNT-TYPE
003400            AND EFF_DATE = (SELECT MAX(EFF_DATE)
003410                              FROM CUST_FEE
003420                             WHERE ACCOUNT_TYPE
003430                                   = :DB-ACCOUNT-TYPE
003440                               AND EFF_DATE <= DATE(:DB-BUS-DATE))
003450     END-EXEC.
003460     IF SQLCODE = 100
003470         MOVE ZERO TO DB-LATE-FEE
003480         GO TO 2300-EXIT
003481     END-IF.
003482     IF SQLCODE NOT = ZERO
003483         DISPLAY 'CUSTLFE - LATE FEE READ FAILED FOR '
003484             DB-ID ' SQLCODE = ' SQLCODE
003485         MOVE 908 TO WS-ABEND-CODE
003486         PERFORM 9999-ABEND
003490     END-IF.
003500     IF DB-LATE-FEE > DB-MIN-DUE
003510         MOVE DB-MIN-DUE TO DB-LATE-FEE
003520     END-IF.
003530 2300-EXIT.
003540     EXIT.

003550*-----------------------------------------------------------
003560* ADD THE FEE TO THE BALANCE AND JOURNAL IT AS ITS OWN 'G'
003570* ROW, WITH ITS CRM CHANGE EVENT - THE SAME POSTING CUSTDFR
003580* MAKES FOR THE NSF FEE.
003590*-----------------------------------------------------------
003600 2400-ASSESS-LATE-FEE.
003610     EXEC SQL
003620         UPDATE CUSTOMER
003630            SET CUST_BALANCE = CUST_BALANCE + :DB-LATE-FEE
003640          WHERE CUST_ID = :DB-ID
003650     END-EXEC.
003660     IF SQLCODE NOT = ZERO
003670         DISPLAY 'CUSTLFE - FEE UPDATE FAILED FOR '
003680             DB-ID ' SQLCODE = ' SQLCODE
003690         MOVE 902 TO WS-ABEND-CODE
003700         PERFORM 9999-ABEND
003710     END-IF.

003720     EXEC SQL
003730         SELECT CUST_BALANCE INTO :DB-BALANCE
003740           FROM CUSTOMER
003750          WHERE CUST_ID = :DB-ID
003760     END-EXEC.
003770     IF SQLCODE NOT = ZERO
003780         MOVE ZERO TO DB-BALANCE
003790     END-IF.
003800     COMPUTE DB-HIST-BAL-BEFORE =
003810         DB-BALANCE - DB-LATE-FEE.

003820     EXEC SQL
003830         INSERT INTO CUST_HIST
003840             (CUST_ID, HIST_ACTION, HIST_AMOUNT, BAL_BEFORE,
003850              BAL_AFTER, OPERATOR_ID, HIST_TS)
003860         VALUES
003870             (:DB-ID, 'G', :DB-LATE-FEE,
003880              :DB-HIST-BAL-BEFORE, :DB-BALANCE,
003890              :DB-HIST-OPERATOR, CURRENT TIMESTAMP)
003900     END-EXEC.

003910     IF SQLCODE NOT = ZERO
003920         DISPLAY 'CUSTLFE - FEE HISTORY FAILED FOR '
003930             DB-ID ' SQLCODE = ' SQLCODE
003940         MOVE 906 TO WS-ABEND-CODE
003950         PERFORM 9999-ABEND
003960     END-IF.
003970     MOVE 'G' TO EVT-HIST-ACTION.
003980     MOVE DB-HIST-BAL-BEFORE TO EVT-BAL-BEFORE.
003990     PERFORM 2410-JOURNAL-EVENT
004000         THRU 2410-EXIT.
004010 2400-EXIT.
004020     EXIT.

004030*-----------------------------------------------------------
004040* CRM CHANGE EVENT FOR THE CUST_HIST ROW JUST WRITTEN, IN THE
004050* SAME UNIT OF WORK, SO IT IS PUBLISHED ONLY IF THE FEE
004060* COMMITS. A FAILED EVENT FAILS THE RUN THE SAME WAY A FAILED
004070* HISTORY INSERT DOES.
004080*-----------------------------------------------------------
004090 2410-JOURNAL-EVENT.
004100     MOVE DB-ID TO EVT-CUST-ID.
004110     MOVE DB-HIST-OPERATOR TO EVT-OPERATOR.
004120     SET EVT-JOURNAL TO TRUE.
004130     CALL 'CUSTEVT' USING EVT-CONTROL-AREA.
004140     IF NOT EVT-OK
004150         DISPLAY 'CUSTLFE - CHANGE EVENT FAILED FOR '
004160             DB-ID ' SQLCODE = ' EVT-SQLCODE
004170         MOVE 906 TO WS-ABEND-CODE
004180         PERFORM 9999-ABEND
004190     END-IF.
004200 2410-EXIT.
004210     EXIT.

004220*-----------------------------------------------------------
004230* CLOSE THE STATEMENT FOR REVIEW WITH ITS OUTCOME, IN THE
004240* SAME UNIT OF WORK AS ANY FEE. THIS ROW IS THE RESTART
004250* POINT: A STATEMENT ALREADY CLOSED IS NEVER SELECTED AGAIN.
004260*-----------------------------------------------------------
004270 2500-CLOSE-STATEMENT.
004280     EXEC SQL
004290         UPDATE CUST_STMT_SUM
004300            SET LATE_STATUS = :DB-LATE-STATUS,
004310                PAID_AMOUNT = :DB-PAID-AMOUNT,
004320                LATE_FEE    = :DB-LATE-FEE,
004330                REVIEW_TS   = CURRENT TIMESTAMP
004340          WHERE CUST_ID = :DB-ID
004350            AND STMT_DATE = DATE(:DB-STMT-DATE)
004360            AND LATE_STATUS = 'O'
004370     END-EXEC.

004380     IF SQLCODE NOT = ZERO
004390         DISPLAY 'CUSTLFE - STATEMENT UPDATE FAILED FOR '
004400             DB-ID ' SQLCODE = ' SQLCODE
004410         MOVE 905 TO WS-ABEND-CODE
004420         PERFORM 9999-ABEND
004430     END-IF.
004440 2500-EXIT.
004450     EXIT.

004460 2600-WRITE-REGISTER-LINE.
004470     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
004480         PERFORM 2650-WRITE-HEADINGS
004490             THRU 2650-EXIT
004500     END-IF.
004510     MOVE DB-ID          TO RD-CUST-ID.
004520     MOVE DB-STMT-DATE   TO RD-STMT-DATE.
004530     MOVE DB-DUE-DATE    TO RD-DUE-DATE.
004540     MOVE DB-MIN-DUE     TO RD-MIN-DUE.
004550     MOVE DB-PAID-AMOUNT TO RD-PAID-AMOUNT.
004560     MOVE DB-LATE-FEE    TO RD-LATE-FEE.
004570     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
004580         AFTER ADVANCING 1 LINE.
004590     ADD 1 TO WS-LINE-CNT.
004600 2600-EXIT.
004610     EXIT.

004620 2650-WRITE-HEADINGS.
004630     ADD 1 TO WS-PAGE-NO.
004640     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
004650     IF WS-PAGE-NO > 1
004660         WRITE RPT-RECORD FROM RPT-HEADING-1
004670             AFTER ADVANCING PAGE
004680     ELSE
004690         WRITE RPT-RECORD FROM RPT-HEADING-1
004700             AFTER ADVANCING 1 LINE
004710     END-IF.
004720     WRITE RPT-RECORD FROM RPT-HEADING-2
004730         AFTER ADVANCING 1 LINE.
004740     MOVE SPACES TO RPT-RECORD.
004750     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
004760     WRITE RPT-RECORD FROM RPT-HEADING-3
004770         AFTER ADVANCING 1 LINE.
004780     MOVE 4 TO WS-LINE-CNT.
004790 2650-EXIT.
004800     EXIT.

004810*-----------------------------------------------------------
004820* COMMIT THE FEES AND CLOSED STATEMENTS SO FAR. THE CURSOR IS
004830* HELD; A RESTART PICKS UP AT THE FIRST STATEMENT STILL OPEN.
004840*-----------------------------------------------------------
004850 2700-COMMIT-INTERVAL.
004860     EXEC SQL
004870         COMMIT
004880     END-EXEC.

004890     IF SQLCODE NOT = ZERO
004900         DISPLAY 'CUSTLFE - COMMIT FAILED, SQLCODE = ' SQLCODE
004910         MOVE 904 TO WS-ABEND-CODE
004920         PERFORM 9999-ABEND
004930     END-IF.

004940     MOVE ZERO TO WS-SINCE-COMMIT.
004950 2700-EXIT.
004960     EXIT.

004970 3000-TERMINATE.
004980     EXEC SQL
004990         CLOSE LFECSR
005000     END-EXEC.

005010     PERFORM 2700-COMMIT-INTERVAL
005020         THRU 2700-EXIT.

005030     IF WS-PAGE-NO = ZERO
005040         PERFORM 2650-WRITE-HEADINGS
005050             THRU 2650-EXIT
005060     END-IF.
005070     MOVE SPACES TO RPT-RECORD.
005080     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
005090     MOVE 'STATEMENTS REVIEWED:' TO RT-LABEL.
005100     MOVE WS-REVIEWED-COUNT TO RT-COUNT.
005110     MOVE ZERO TO RT-AMOUNT.
005120     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005130         AFTER ADVANCING 1 LINE.
005140     MOVE 'MINIMUM MET:' TO RT-LABEL.
005150     MOVE WS-MET-COUNT TO RT-COUNT.
005160     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005170         AFTER ADVANCING 1 LINE.
005180     MOVE 'LATE FEES ASSESSED:' TO RT-LABEL.
005190     MOVE WS-ASSESSED-COUNT TO RT-COUNT.
005200     MOVE WS-ASSESSED-AMOUNT TO RT-AMOUNT.
005210     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005220         AFTER ADVANCING 1 LINE.
005230     MOVE 'WAIVED - WRITTEN OFF:' TO RT-LABEL.
005240     MOVE WS-WAIVED-WOF-COUNT TO RT-COUNT.
005250     MOVE ZERO TO RT-AMOUNT.
005260     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005270         AFTER ADVANCING 1 LINE.
005280     MOVE 'WAIVED - CLOSED:' TO RT-LABEL.
005290     MOVE WS-WAIVED-CLOSED-COUNT TO RT-COUNT.
005300     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005310         AFTER ADVANCING 1 LINE.
005320     MOVE 'WAIVED - NO FEE ON FILE:' TO RT-LABEL.
005330     MOVE WS-WAIVED-NOFEE-COUNT TO RT-COUNT.
005340     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005350         AFTER ADVANCING 1 LINE.
005352     MOVE 'DEFERRED - DUE ROLLED:' TO RT-LABEL.
005354     MOVE WS-DEFERRED-COUNT TO RT-COUNT.
005356     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005358         AFTER ADVANCING 1 LINE.

005360     CLOSE RPT-FILE.
005370     DISPLAY 'CUSTLFE - STATEMENTS REVIEWED: ' WS-REVIEWED-COUNT
005376         ' FEES ASSESSED: ' WS-ASSESSED-COUNT
005382         ' DEFERRED: ' WS-DEFERRED-COUNT.
005390     PERFORM 3900-END-RUN
005400         THRU 3900-EXIT.
005410 3000-EXIT.
005420     EXIT.

005430*-----------------------------------------------------------
005440* MARK THE RUN COMPLETE FOR THE BUSINESS DATE. WAIVED
005450* STATEMENTS COUNT AS REJECTED.
005460*-----------------------------------------------------------
005470 3900-END-RUN.
005480     MOVE WS-REVIEWED-COUNT TO RUN-READ-COUNT.
005490     MOVE WS-ASSESSED-COUNT TO RUN-POSTED-COUNT.
005500     COMPUTE RUN-REJECT-COUNT = WS-WAIVED-WOF-COUNT
005510                              + WS-WAIVED-CLOSED-COUNT
005520                              + WS-WAIVED-NOFEE-COUNT.
005530     SET RUN-END TO TRUE.
005540     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
005550     IF NOT RUN-OK
005560         DISPLAY 'CUSTLFE - ' RUN-MESSAGE
005570         MOVE 912 TO RETURN-CODE
005580     END-IF.
005590 3900-EXIT.
005600     EXIT.

005610* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
005620* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
005630* UNIT OF WORK. ROLL IT BACK FIRST SO NO FEE SINCE THE LAST
005640* COMMIT SURVIVES WITHOUT ITS STATEMENT BEING CLOSED. THE RUN
005650* IS THEN MARKED FAILED ON CUST_RUNCTL.
005660 9999-ABEND.
005670     EXEC SQL
005680         ROLLBACK
005690     END-EXEC.
005700     IF RUN-STARTED
005710         SET RUN-FAIL TO TRUE
005720         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
005730     END-IF.
005740     CLOSE RPT-FILE.
005750     MOVE WS-ABEND-CODE TO RETURN-CODE.
005760     GOBACK.
