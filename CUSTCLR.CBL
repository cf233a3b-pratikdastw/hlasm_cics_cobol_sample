000100*****************************************************************
000110* CUSTCLR - QUARTERLY CREDIT-LINE REVIEW
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTCLR.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. SCORES EVERY OPEN ACCOUNT
000220*                  (ANY STATUS BUT CLOSED OR WRITTEN OFF) ON
000230*                  ITS LAST TWELVE MONTHS - MONTHS WITH A
000240*                  PAYMENT ON CUST_HIST, NSF RETURNS, THE WORST
000250*                  CUSTAGE BUCKET REACHED (CUST_AGE_WORST),
000260*                  PROMISES CUSTPRB MARKED BROKEN, UTILIZATION
000270*                  OF THE CREDIT LIMIT AND THE CUSTCBR PAYMENT
000280*                  RATING - AND PROPOSES AN INCREASE, A
000290*                  DECREASE OR NO CHANGE. A SMALL INCREASE IS
000300*                  APPLIED HERE AND JOURNALED TO CUST_HIST ('L')
000310*                  AND THE AUDIT TRAIL; A LARGER ONE IS WRITTEN
000320*                  TO CUST_CRL_REQ AS A PENDING REQUEST FOR A
000330*                  SUPERVISOR TO APPROVE OR REJECT ON THE
000340*                  CUSTCRL SCREEN, AND EVERY DECREASE IS HELD
000350*                  THERE THE SAME WAY. REVIEW REPORT WITH THE
000360*                  PROPOSED EXPOSURE CHANGE BY ACCOUNT TYPE.
000370*                  RUN QUARTERLY, AFTER THE NIGHT'S CUSTAGE.
000380*-----------------------------------------------------------
000390* SCORE (0-100):
000400*   PAYMENT RECORD   4 PER MONTH WITH A PAYMENT (MAX 48)
000410*   WORST BUCKET     1 = 18, 2 = 6, 3 = 0, 4 = -12, 5 = -24
000420*   PAYMENT RATING   1 = 17, 2 = 5, 3 = -5, 4 = -15, 5 = -25
000430*   UTILIZATION      TO 30% = 17, TO 50% = 10, TO 80% = 5,
000440*                    TO 100% = 0, OVER THE LIMIT = -15
000450*   NSF RETURNS      -15 EACH ('F' FEE ROWS ON CUST_HIST)
000460*   BROKEN PROMISES  -10 EACH
000470* A SCORE AT OR ABOVE THE INCREASE FLOOR (DEFAULT 80) ON AN
000480* ACTIVE ACCOUNT PROPOSES 20% MORE LINE IN HUNDREDS (AT LEAST
000490* 100). A SCORE BELOW THE DECREASE CEILING (DEFAULT 40)
000500* PROPOSES A QUARTER LESS LINE, BUT NEVER BELOW THE BALANCE
000510* ROUNDED UP TO THE NEXT HUNDRED. AN ACCOUNT WITH NO LINE, OR
000520* WITH NOTHING OWED AND NO PAYMENT ALL YEAR, IS LEFT ALONE.
000530* AN INCREASE IS APPLIED HERE ONLY WHEN IT IS NO MORE THAN
000540* THE AUTO-INCREASE CEILING (DEFAULT 1,000.00) AND THE NEW
000550* LIMIT IS NO MORE THAN THE 5,000.00 CUSTCRL LETS A REP
000560* APPLY WITHOUT A SUPERVISOR.
000570*-----------------------------------------------------------
000580* CTLIN: OPTIONAL CARD. COLUMNS 1-9 THE AUTO-INCREASE CEILING
000590* (9999999V99, NO DECIMAL POINT), 10-12 THE INCREASE SCORE
000600* FLOOR, 13-15 THE DECREASE SCORE CEILING. A BLANK FIELD
000610* KEEPS ITS DEFAULT.
000620*-----------------------------------------------------------
000630* RERUN: EVERY DECISION OTHER THAN NO CHANGE LEAVES A
000640* CUST_CRL_REQ ROW, AND AN ACCOUNT WITH A PENDING REQUEST OR
000650* A REVIEW ROW FROM THE LAST 60 DAYS IS SKIPPED, SO A RESTART
000660* AFTER AN ABEND PICKS UP WHERE THE LAST COMMIT LEFT OFF AND
000670* NEVER RAISES A LINE TWICE.
000680*-----------------------------------------------------------
000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER.   IBM-370.
000720 OBJECT-COMPUTER.   IBM-370.

000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT CTL-FILE ASSIGN TO CTLIN
000760         ORGANIZATION IS SEQUENTIAL.
000770     SELECT RPT-FILE ASSIGN TO RPTOUT
000780         ORGANIZATION IS SEQUENTIAL.

000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CTL-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  CTL-RECORD.
000850     05  CTL-AUTO-CEILING    PIC X(09).
000860     05  CTL-AUTO-CEILING-N REDEFINES CTL-AUTO-CEILING
000870                             PIC 9(07)V99.
000880     05  CTL-INCR-FLOOR      PIC X(03).
000890     05  CTL-INCR-FLOOR-N REDEFINES CTL-INCR-FLOOR
000900                             PIC 9(03).
000910     05  CTL-DECR-CEILING    PIC X(03).
000920     05  CTL-DECR-CEILING-N REDEFINES CTL-DECR-CEILING
000930                             PIC 9(03).
000940     05  FILLER              PIC X(65).

000950 FD  RPT-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  RPT-RECORD              PIC X(133).

000990 WORKING-STORAGE SECTION.
001000* DB2 communication area
001010 EXEC SQL
001020     INCLUDE SQLCA
001030 END-EXEC.

001040* Host variables for the review cursor
001050 01  DB-CUST-ID              PIC X(6).
001060 01  DB-CUST-NAME            PIC X(30).
001070 01  DB-ACCOUNT-TYPE         PIC X(1).
001080 01  DB-ACCT-STATUS          PIC X(1).
001090 01  DB-CUST-BALANCE         PIC S9(9)V99 COMP-3.
001100 01  DB-CREDIT-LIMIT         PIC S9(9)V99 COMP-3.
001110 01  DB-LAST-PAYMENT         PIC S9(9)V99 COMP-3.

001120* Host variables for the twelve-month scoring factors
001130 01  DB-BUS-DATE             PIC X(10).
001140 01  DB-FROM-MONTH           PIC X(6).
001150 01  DB-PAID-MONTHS          PIC S9(9) COMP.
001160 01  DB-NSF-COUNT            PIC S9(9) COMP.
001170 01  DB-WORST-BUCKET         PIC S9(4) COMP.
001180 01  DB-BROKEN-COUNT         PIC S9(9) COMP.
001190 01  DB-REVIEW-COUNT         PIC S9(9) COMP.

001200* Host variables for the limit change and its CUST_CRL_REQ row
001210 01  DB-NEW-LIMIT            PIC S9(9)V99 COMP-3.
001220 01  DB-REQ-TYPE             PIC X(1).
001230 01  DB-REQ-STATUS           PIC X(1).
001240 01  DB-REVIEW-SCORE         PIC S9(4) COMP.

001250* Host variables for the CUST_HIST journal row
001260 01  DB-HIST-ACTION          PIC X(1).
001270 01  DB-HIST-AMOUNT          PIC S9(9)V99 COMP-3.
001280 01  DB-HIST-BAL-BEFORE      PIC S9(9)V99 COMP-3.
001290 01  DB-HIST-BAL-AFTER       PIC S9(9)V99 COMP-3.
001300 01  DB-HIST-OPERATOR        PIC X(8).

001310* Host variables for the CUST_AUDIT row (the table the AUDT
001320* journal offloads to - see CUSTAUD)
001330 01  DB-AUD-TS               PIC X(15).
001340 01  DB-AUD-SEQ              PIC S9(9) COMP.
001350 01  DB-LIMIT-STATUS         PIC X(1).

001360 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
001370     88  WS-EOF-REACHED        VALUE 'Y'.
001380 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
001390 77  WS-LINE-CNT             PIC 9(02) COMP VALUE 99.
001400 77  WS-LINES-PER-PAGE       PIC 9(02) COMP VALUE 55.
001410 77  WS-COMMIT-INTERVAL      PIC S9(04) COMP VALUE 100.
001420 77  WS-SINCE-COMMIT         PIC S9(04) COMP VALUE 0.
001430 77  WS-READ-COUNT           PIC S9(09) COMP VALUE 0.
001440 77  WS-CHANGE-COUNT         PIC S9(09) COMP VALUE 0.
001450 77  WS-SKIPPED-COUNT        PIC S9(07) COMP-3 VALUE 0.
001460 77  WS-MISSED-COUNT         PIC S9(07) COMP-3 VALUE 0.
001470 77  WS-SCORE                PIC S9(04) COMP.
001480 77  WS-UTIL-PCT             PIC S9(07) COMP-3.
001490 77  WS-DAYS-SINCE-PMT       PIC S9(09) COMP.
001500 77  WS-TODAY-INTEGER        PIC S9(09) COMP.
001510 77  WS-PAYMENT-INTEGER      PIC S9(09) COMP.
001520 77  WS-RATING-IX            PIC 9(01) COMP.
001530 77  WS-HUNDREDS             PIC S9(09) COMP.
001540 77  WS-FLOOR-LIMIT          PIC S9(9)V99 COMP-3.
001550 77  WS-LIMIT-CHANGE         PIC S9(9)V99 COMP-3.
001560 77  WS-TYPE-IX              PIC 9(01) COMP.
001570 77  WS-ABEND-CODE           PIC S9(04) COMP.

001580* What the review decided for the account
001590 77  WS-DECISION             PIC X(01).
001600     88  WS-NO-CHANGE          VALUE 'N'.
001610     88  WS-INCREASE-APPLY     VALUE 'A'.
001620     88  WS-INCREASE-PENDING   VALUE 'P'.
001630     88  WS-DECREASE-HELD      VALUE 'D'.

001640* Review thresholds, overridden by the CTLIN card. The
001650* approval threshold is the one CUSTCRL holds a rep to.
001660 01  WS-AUTO-CEILING         PIC S9(7)V99 COMP-3 VALUE 1000.00.
001670 01  WS-INCR-FLOOR           PIC S9(04) COMP VALUE 80.
001680 01  WS-DECR-CEILING         PIC S9(04) COMP VALUE 40.
001690 01  WS-APPROVAL-THRESHOLD   PIC S9(9)V99 COMP-3 VALUE 5000.00.

001700 01  WS-CURRENT-DATE         PIC 9(08).
001710 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001720     05  WS-CURR-YYYY        PIC 9(04).
001730     05  WS-CURR-MM          PIC 9(02).
001740     05  WS-CURR-DD          PIC 9(02).

001750 01  WS-PAYMENT-DATE         PIC 9(08).

001760* First month of the twelve-month CUST_AGE_WORST window
001770 01  WS-FROM-MONTH           PIC 9(06).
001780 01  WS-FROM-MONTH-R REDEFINES WS-FROM-MONTH.
001790     05  WS-FROM-YYYY        PIC 9(04).
001800     05  WS-FROM-MM          PIC 9(02).

001810* Batch run control call area (CUSTRUN)
001820 COPY CUSTRUN.

001830* CRM change-event call area (CUSTEVT)
001840 COPY CUSTEVT.

001850* Review totals by account type (R/C/B - see CUSTDEF), the
001860* fourth row the run total. Amounts are the change in credit
001870* line, so the held decreases carry negative amounts.
001880 01  WS-TYPE-TABLE.
001890     05  WS-TYPE-ENTRY OCCURS 4 TIMES
001900                               INDEXED BY WS-TYP-IDX.
001910         10  WS-TYP-REVIEWED PIC S9(07) COMP-3 VALUE 0.
001920         10  WS-TYP-APPL-CNT PIC S9(07) COMP-3 VALUE 0.
001930         10  WS-TYP-APPL-AMT PIC S9(11)V99 COMP-3 VALUE 0.
001940         10  WS-TYP-PEND-CNT PIC S9(07) COMP-3 VALUE 0.
001950         10  WS-TYP-PEND-AMT PIC S9(11)V99 COMP-3 VALUE 0.
001960         10  WS-TYP-HELD-CNT PIC S9(07) COMP-3 VALUE 0.
001970         10  WS-TYP-HELD-AMT PIC S9(11)V99 COMP-3 VALUE 0.
001980         10  WS-TYP-NOCHG    PIC S9(07) COMP-3 VALUE 0.

001990 01  RPT-HEADING-1.
002000     05  FILLER              PIC X(01)  VALUE SPACE.
002010     05  FILLER              PIC X(40)  VALUE
002020         'QUARTERLY CREDIT-LINE REVIEW'.
002030     05  FILLER              PIC X(20)  VALUE SPACES.
002040     05  FILLER              PIC X(05)  VALUE 'PAGE '.
002050     05  RH1-PAGE-NO         PIC ZZ9.
002060     05  FILLER              PIC X(64)  VALUE SPACES.

002070 01  RPT-HEADING-2.
002080     05  FILLER              PIC X(01)  VALUE SPACE.
002090     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
002100     05  RH2-RUN-MM          PIC 99.
002110     05  FILLER              PIC X(01)  VALUE '/'.
002120     05  RH2-RUN-DD          PIC 99.
002130     05  FILLER              PIC X(01)  VALUE '/'.
002140     05  RH2-RUN-YYYY        PIC 9999.
002150     05  FILLER              PIC X(111) VALUE SPACES.

002160 01  RPT-HEADING-3.
002170     05  FILLER              PIC X(01)  VALUE SPACE.
002180     05  FILLER              PIC X(05)  VALUE 'TYPE'.
002190     05  FILLER              PIC X(09)  VALUE 'CUST ID'.
002200     05  FILLER              PIC X(32)  VALUE 'CUSTOMER NAME'.
002210     05  FILLER              PIC X(04)  VALUE 'ST'.
002220     05  FILLER              PIC X(05)  VALUE 'SCORE'.
002230     05  FILLER              PIC X(15)  VALUE '        BALANCE'.
002240     05  FILLER              PIC X(16)  VALUE '   CURRENT LIMIT'.
002250     05  FILLER              PIC X(16)  VALUE '  PROPOSED LIMIT'.
002260     05  FILLER              PIC X(16)  VALUE '          CHANGE'.
002270     05  FILLER              PIC X(14)  VALUE ' ACTION'.

002280 01  RPT-DETAIL-LINE.
002290     05  FILLER              PIC X(01)  VALUE SPACE.
002300     05  RD-ACCOUNT-TYPE     PIC X(01).
002310     05  FILLER              PIC X(04)  VALUE SPACES.
002320     05  RD-CUST-ID          PIC X(06).
002330     05  FILLER              PIC X(03)  VALUE SPACES.
002340     05  RD-CUST-NAME        PIC X(30).
002350     05  FILLER              PIC X(02)  VALUE SPACES.
002360     05  RD-ACCT-STATUS      PIC X(01).
002370     05  FILLER              PIC X(03)  VALUE SPACES.
002380     05  RD-SCORE            PIC ZZ9.
002390     05  FILLER              PIC X(02)  VALUE SPACES.
002400     05  RD-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
002410     05  FILLER              PIC X(02)  VALUE SPACES.
002420     05  RD-OLD-LIMIT        PIC ZZZ,ZZZ,ZZ9.99.
002430     05  FILLER              PIC X(02)  VALUE SPACES.
002440     05  RD-NEW-LIMIT        PIC ZZZ,ZZZ,ZZ9.99.
002450     05  FILLER              PIC X(01)  VALUE SPACE.
002460     05  RD-CHANGE           PIC ZZZ,ZZZ,ZZ9.99-.
002470     05  FILLER              PIC X(01)  VALUE SPACE.
002480     05  RD-ACTION           PIC X(13).

002490 01  RPT-SUM-HEADING-1.
002500     05  FILLER              PIC X(01)  VALUE SPACE.
002510     05  FILLER              PIC X(50)  VALUE
002520         'PROPOSED EXPOSURE CHANGE BY ACCOUNT TYPE'.
002530     05  FILLER              PIC X(82)  VALUE SPACES.

002540 01  RPT-SUM-HEADING-2.
002550     05  FILLER              PIC X(01)  VALUE SPACE.
002560     05  FILLER              PIC X(08)  VALUE 'TYPE'.
002570     05  FILLER              PIC X(09)  VALUE ' REVIEWED'.
002580     05  FILLER              PIC X(22)  VALUE
002590         '     INCREASES APPLIED'.
002600     05  FILLER              PIC X(22)  VALUE
002610         '     INCREASES PENDING'.
002620     05  FILLER              PIC X(22)  VALUE
002630         '        DECREASES HELD'.
002640     05  FILLER              PIC X(11)  VALUE '  NO CHANGE'.
002650     05  FILLER              PIC X(20)  VALUE
002660         ' NET PROPOSED CHANGE'.
002670     05  FILLER              PIC X(18)  VALUE SPACES.

002680 01  RPT-SUM-LINE.
002690     05  FILLER              PIC X(01)  VALUE SPACE.
002700     05  RS-TYPE-NAME        PIC X(08).
002710     05  RS-REVIEWED         PIC ZZZZZZZZ9.
002720     05  FILLER              PIC X(02)  VALUE SPACES.
002730     05  RS-APPL-CNT         PIC ZZZZ9.
002740     05  RS-APPL-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
002750     05  FILLER              PIC X(02)  VALUE SPACES.
002760     05  RS-PEND-CNT         PIC ZZZZ9.
002770     05  RS-PEND-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
002780     05  FILLER              PIC X(02)  VALUE SPACES.
002790     05  RS-HELD-CNT         PIC ZZZZ9.
002800     05  RS-HELD-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
002810     05  FILLER              PIC X(02)  VALUE SPACES.
002820     05  RS-NOCHG            PIC ZZZZZZZZ9.
002830     05  FILLER              PIC X(05)  VALUE SPACES.
002840     05  RS-NET-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
002850     05  FILLER              PIC X(18)  VALUE SPACES.

002860 01  RPT-TOTAL-LINE.
002870     05  FILLER              PIC X(01)  VALUE SPACE.
002880     05  RT-LABEL            PIC X(30).
002890     05  RT-COUNT            PIC ZZZZZZZ9.
002900     05  FILLER              PIC X(94)  VALUE SPACES.

002910 PROCEDURE DIVISION.
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE
002940         THRU 1000-EXIT.
002950     PERFORM 2000-PROCESS-ONE-ACCOUNT
002960         THRU 2000-EXIT
002970         UNTIL WS-EOF-REACHED.
002980     PERFORM 3000-TERMINATE
002990         THRU 3000-EXIT.
003000     GOBACK.

003010 1000-INITIALIZE.
003020     OPEN INPUT CTL-FILE.
003030     OPEN OUTPUT RPT-FILE.
003040     PERFORM 1050-BEGIN-RUN
003050         THRU 1050-EXIT.
003060     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
003070     MOVE WS-CURR-MM   TO RH2-RUN-MM.
003080     MOVE WS-CURR-DD   TO RH2-RUN-DD.
003090     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
003100     MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
003110     COMPUTE WS-TODAY-INTEGER =
003120         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).

003130* THE AGING WINDOW STARTS ELEVEN MONTHS BACK, SO IT HOLDS
003140* TWELVE CALENDAR MONTHS COUNTING THIS ONE.
003150     COMPUTE WS-FROM-YYYY = WS-CURR-YYYY - 1.
003160     COMPUTE WS-FROM-MM = WS-CURR-MM + 1.
003170     IF WS-FROM-MM > 12
003180         MOVE 1 TO WS-FROM-MM
003190         ADD 1 TO WS-FROM-YYYY
003200     END-IF.
003210     MOVE WS-FROM-MONTH TO DB-FROM-MONTH.

003220     MOVE 'CUSTCLR ' TO DB-HIST-OPERATOR.
003230     MOVE ZERO TO DB-AUD-SEQ.
003240     INITIALIZE EVT-CONTROL-AREA.
003250     PERFORM 1100-READ-CONTROL-CARD
003260         THRU 1100-EXIT.

003270* WITH HOLD KEEPS THE CURSOR OPEN ACROSS THE INTERVAL COMMITS.
003280     EXEC SQL
003290         DECLARE CLRCSR CURSOR WITH HOLD FOR
003300         SELECT CUST_ID, CUST_NAME, ACCOUNT_TYPE, ACCT_STATUS,
003310                CUST_BALANCE, CREDIT_LIMIT, LAST_PAYMENT
003320           FROM CUSTOMER
003330          WHERE ACCT_STATUS NOT IN ('X', 'W')
003340          ORDER BY ACCOUNT_TYPE, CUST_ID
003350     END-EXEC.

003360     EXEC SQL
003370         OPEN CLRCSR
003380     END-EXEC.

003390     IF SQLCODE NOT = ZERO
003400         DISPLAY 'CUSTCLR - OPEN CURSOR FAILED, SQLCODE = '
003410             SQLCODE
003420         MOVE 900 TO WS-ABEND-CODE
003430         PERFORM 9999-ABEND
003440     END-IF.

003450     PERFORM 2100-FETCH-NEXT-ACCOUNT
003460         THRU 2100-EXIT.
003470 1000-EXIT.
003480     EXIT.

003490*-----------------------------------------------------------
003500* CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
003510* (THE NIGHT'S AGING NOT COMPLETE, OR THE QUARTER ALREADY
003520* REVIEWED WITH NO RERUN OVERRIDE) BEFORE ANY LINE CHANGES.
003530*-----------------------------------------------------------
003540 1050-BEGIN-RUN.
003550     INITIALIZE RUN-CONTROL-AREA.
003560     MOVE 'CUSTCLR ' TO RUN-JOB-NAME.
003570     SET RUN-BEGIN TO TRUE.
003580     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
003590     IF NOT RUN-OK
003600         DISPLAY 'CUSTCLR - ' RUN-MESSAGE
003610         MOVE 912 TO WS-ABEND-CODE
003620         PERFORM 9999-ABEND
003630     END-IF.
003640 1050-EXIT.
003650     EXIT.

003660 1100-READ-CONTROL-CARD.
003670     MOVE SPACES TO CTL-RECORD.
003680     READ CTL-FILE
003690         AT END
003700             MOVE SPACES TO CTL-RECORD
003710     END-READ.

003720     IF CTL-AUTO-CEILING NOT = SPACES
003730         IF CTL-AUTO-CEILING-N NUMERIC
003740             MOVE CTL-AUTO-CEILING-N TO WS-AUTO-CEILING
003750         ELSE
003760             DISPLAY 'CUSTCLR - INVALID AUTO-INCREASE CEILING: '
003770                 CTL-AUTO-CEILING
003780             MOVE 909 TO WS-ABEND-CODE
003790             PERFORM 9999-ABEND
003800         END-IF
003810     END-IF.
003820     IF CTL-INCR-FLOOR NOT = SPACES
003830         IF CTL-INCR-FLOOR-N NUMERIC
003840             MOVE CTL-INCR-FLOOR-N TO WS-INCR-FLOOR
003850         ELSE
003860             DISPLAY 'CUSTCLR - INVALID INCREASE SCORE FLOOR: '
003870                 CTL-INCR-FLOOR
003880             MOVE 909 TO WS-ABEND-CODE
003890             PERFORM 9999-ABEND
003900         END-IF
003910     END-IF.
003920     IF CTL-DECR-CEILING NOT = SPACES
003930         IF CTL-DECR-CEILING-N NUMERIC
003940             MOVE CTL-DECR-CEILING-N TO WS-DECR-CEILING
003950         ELSE
003960             DISPLAY 'CUSTCLR - INVALID DECREASE SCORE CEILING: '
003970                 CTL-DECR-CEILING
003980             MOVE 909 TO WS-ABEND-CODE
003990             PERFORM 9999-ABEND
004000         END-IF
004010     END-IF.
004020     IF WS-DECR-CEILING > WS-INCR-FLOOR
004030         DISPLAY 'CUSTCLR - DECREASE CEILING ABOVE INCREASE '
004040             'FLOOR: ' WS-DECR-CEILING ' / ' WS-INCR-FLOOR
004050         MOVE 909 TO WS-ABEND-CODE
004060         PERFORM 9999-ABEND
004070     END-IF.
004080 1100-EXIT.
004090     EXIT.

004100*-----------------------------------------------------------
004110* ONE ACCOUNT: SKIP IT IF A REQUEST IS ALREADY WAITING ON A
004120* SUPERVISOR OR THE REVIEW HAS ALREADY DECIDED IT, OTHERWISE
004130* GATHER THE FACTORS, SCORE, PROPOSE AND ACT.
004140*-----------------------------------------------------------
004150 2000-PROCESS-ONE-ACCOUNT.
004160     ADD 1 TO WS-READ-COUNT.
004170     PERFORM 2340-CHECK-UNDER-REVIEW
004180         THRU 2340-EXIT.
004190     IF DB-REVIEW-COUNT > ZERO
004200         ADD 1 TO WS-SKIPPED-COUNT
004210         GO TO 2000-NEXT
004220     END-IF.

004230     PERFORM 2300-GATHER-FACTORS
004240         THRU 2300-EXIT.
004250     PERFORM 2400-SCORE-ACCOUNT
004260         THRU 2400-EXIT.
004270     PERFORM 2500-PROPOSE-CHANGE
004280         THRU 2500-EXIT.

004290     EVALUATE TRUE
004300         WHEN WS-INCREASE-APPLY
004310             PERFORM 2600-APPLY-INCREASE
004320                 THRU 2600-EXIT
004330         WHEN WS-INCREASE-PENDING
004340             MOVE 'I' TO DB-REQ-TYPE
004350             PERFORM 2700-HOLD-FOR-REVIEW
004360                 THRU 2700-EXIT
004370         WHEN WS-DECREASE-HELD
004380             MOVE 'D' TO DB-REQ-TYPE
004390             PERFORM 2700-HOLD-FOR-REVIEW
004400                 THRU 2700-EXIT
004410         WHEN OTHER
004420             CONTINUE
004430     END-EVALUATE.

004440     PERFORM 2850-ACCUMULATE-TYPE
004450         THRU 2850-EXIT.

004460     IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
004470         PERFORM 2900-COMMIT-INTERVAL
004480             THRU 2900-EXIT
004490     END-IF.

004500 2000-NEXT.
004510     PERFORM 2100-FETCH-NEXT-ACCOUNT
004520         THRU 2100-EXIT.
004530 2000-EXIT.
004540     EXIT.

004550 2100-FETCH-NEXT-ACCOUNT.
004560     EXEC SQL
004570         FETCH CLRCSR
004580         INTO :DB-CUST-ID, :DB-CUST-NAME, :DB-ACCOUNT-TYPE,
004590              :DB-ACCT-STATUS, :DB-CUST-BALANCE,
004600              :DB-CREDIT-LIMIT, :DB-LAST-PAYMENT
004610     END-EXEC.

004620     EVALUATE SQLCODE
004630         WHEN ZERO
004640             CONTINUE
004650         WHEN 100
004660             SET WS-EOF-REACHED TO TRUE
004670         WHEN OTHER
004680             DISPLAY 'CUSTCLR - FETCH FAILED, SQLCODE = '
004690                 SQLCODE
004700             MOVE 901 TO WS-ABEND-CODE
004710             PERFORM 9999-ABEND
004720     END-EVALUATE.
004730 2100-EXIT.
004740     EXIT.

004750 2200-WRITE-HEADINGS.
004760     ADD 1 TO WS-PAGE-NO.
004770     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
004780     IF WS-PAGE-NO > 1
004790         WRITE RPT-RECORD FROM RPT-HEADING-1
004800             AFTER ADVANCING PAGE
004810     ELSE
004820         WRITE RPT-RECORD FROM RPT-HEADING-1
004830             AFTER ADVANCING 1 LINE
004840     END-IF.
004850     WRITE RPT-RECORD FROM RPT-HEADING-2
004860         AFTER ADVANCING 1 LINE.
004870     MOVE SPACES TO RPT-RECORD.
004880     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
004890     WRITE RPT-RECORD FROM RPT-HEADING-3
004900         AFTER ADVANCING 1 LINE.
004910     MOVE 4 TO WS-LINE-CNT.
004920 2200-EXIT.
004930     EXIT.

004940*-----------------------------------------------------------
004950* THE TWELVE-MONTH RECORD: MONTHS WITH A PAYMENT AND NSF FEE
004960* ROWS (ONE PER NSF RETURN) FROM CUST_HIST, THE WORST AGING
004970* BUCKET CUSTAGE RECORDED, AND BROKEN PROMISES. THE PAYMENT
004980* RATING IS THE CUSTCBR RATING - THE CUSTAGE BUCKET FOR THE
004990* DAYS SINCE THE LAST PAYMENT.
005000*-----------------------------------------------------------
005010 2300-GATHER-FACTORS.
005020     EXEC SQL
005030         SELECT COUNT(DISTINCT
005040                    CASE WHEN HIST_ACTION = 'P'
005050                         THEN YEAR(HIST_TS) * 100
005060                              + MONTH(HIST_TS)
005070                    END),
005080                COALESCE(SUM(CASE WHEN HIST_ACTION = 'F'
005090                                  THEN 1 ELSE 0 END), 0)
005100           INTO :DB-PAID-MONTHS, :DB-NSF-COUNT
005110           FROM CUST_HIST
005120          WHERE CUST_ID = :DB-CUST-ID
005130            AND HIST_ACTION IN ('P', 'F')
005140            AND DATE(HIST_TS) > DATE(:DB-BUS-DATE) - 12 MONTHS
005150     END-EXEC.
005160     IF SQLCODE NOT = ZERO
005170         DISPLAY 'CUSTCLR - PAYMENT RECORD READ FAILED FOR '
005180             DB-CUST-ID ' SQLCODE = ' SQLCODE
005190         MOVE 902 TO WS-ABEND-CODE
005200         PERFORM 9999-ABEND
005210     END-IF.
005220     IF DB-PAID-MONTHS > 12
005230         MOVE 12 TO DB-PAID-MONTHS
005240     END-IF.

005250     EXEC SQL
005260         SELECT COALESCE(MAX(WORST_BUCKET), 1)
005270           INTO :DB-WORST-BUCKET
005280           FROM CUST_AGE_WORST
005290          WHERE CUST_ID = :DB-CUST-ID
005300            AND AGE_MONTH >= :DB-FROM-MONTH
005310     END-EXEC.
005320     IF SQLCODE NOT = ZERO
005330         DISPLAY 'CUSTCLR - WORST BUCKET READ FAILED FOR '
005340             DB-CUST-ID ' SQLCODE = ' SQLCODE
005350         MOVE 902 TO WS-ABEND-CODE
005360         PERFORM 9999-ABEND
005370     END-IF.

005380     EXEC SQL
005390         SELECT COUNT(*)
005400           INTO :DB-BROKEN-COUNT
005410           FROM CUST_PROMISE
005420          WHERE CUST_ID = :DB-CUST-ID
005430            AND PROM_STATUS = 'B'
005440            AND PROM_DATE > DATE(:DB-BUS-DATE) - 12 MONTHS
005450     END-EXEC.
005460     IF SQLCODE NOT = ZERO
005470         DISPLAY 'CUSTCLR - BROKEN PROMISE COUNT FAILED FOR '
005480             DB-CUST-ID ' SQLCODE = ' SQLCODE
005490         MOVE 902 TO WS-ABEND-CODE
005500         PERFORM 9999-ABEND
005510     END-IF.

005520* SAME AGE COMPUTATION AND BUCKETS AS CUSTAGE AND CUSTCBR -
005530* LAST_PAYMENT CARRIES A CCYYMMDD DATE IN ITS INTEGER PORTION.
005540     MOVE DB-LAST-PAYMENT TO WS-PAYMENT-DATE.
005550     IF DB-LAST-PAYMENT = ZERO
005560         MOVE 999999 TO WS-DAYS-SINCE-PMT
005570     ELSE
005580         COMPUTE WS-PAYMENT-INTEGER =
005590             FUNCTION INTEGER-OF-DATE(WS-PAYMENT-DATE)
005600         COMPUTE WS-DAYS-SINCE-PMT =
005610             WS-TODAY-INTEGER - WS-PAYMENT-INTEGER
005620     END-IF.
005630     EVALUATE TRUE
005640         WHEN WS-DAYS-SINCE-PMT <= 30
005650             MOVE 1 TO WS-RATING-IX
005660         WHEN WS-DAYS-SINCE-PMT <= 60
005670             MOVE 2 TO WS-RATING-IX
005680         WHEN WS-DAYS-SINCE-PMT <= 90
005690             MOVE 3 TO WS-RATING-IX
005700         WHEN WS-DAYS-SINCE-PMT <= 120
005710             MOVE 4 TO WS-RATING-IX
005720         WHEN OTHER
005730             MOVE 5 TO WS-RATING-IX
005740     END-EVALUATE.
005750 2300-EXIT.
005760     EXIT.

005770*-----------------------------------------------------------
005780* A REQUEST STILL WAITING ON A SUPERVISOR, OR ANY REVIEW ROW
005790* THIS PROGRAM WROTE IN THE LAST 60 DAYS, KEEPS THE ACCOUNT
005800* OUT OF THIS RUN.
005810*-----------------------------------------------------------
005820 2340-CHECK-UNDER-REVIEW.
005830     EXEC SQL
005840         SELECT COUNT(*)
005850           INTO :DB-REVIEW-COUNT
005860           FROM CUST_CRL_REQ
005870          WHERE CUST_ID = :DB-CUST-ID
005880            AND (REQ_STATUS = 'P'
005890                 OR (REQ_USER = 'CUSTCLR'
005900                     AND DATE(REQ_TS) >
005910                         DATE(:DB-BUS-DATE) - 60 DAYS))
005920     END-EXEC.
005930     IF SQLCODE NOT = ZERO
005940         DISPLAY 'CUSTCLR - REVIEW REQUEST READ FAILED FOR '
005950             DB-CUST-ID ' SQLCODE = ' SQLCODE
005960         MOVE 902 TO WS-ABEND-CODE
005970         PERFORM 9999-ABEND
005980     END-IF.
005990 2340-EXIT.
006000     EXIT.

006010*-----------------------------------------------------------
006020* THE REVIEW SCORE - WEIGHTS IN THE PROGRAM HEADING.
006030*-----------------------------------------------------------
006040 2400-SCORE-ACCOUNT.
006050     COMPUTE WS-SCORE = DB-PAID-MONTHS * 4.

006060     EVALUATE DB-WORST-BUCKET
006070         WHEN 1      ADD 18 TO WS-SCORE
006080         WHEN 2      ADD 6 TO WS-SCORE
006090         WHEN 3      CONTINUE
006100         WHEN 4      SUBTRACT 12 FROM WS-SCORE
006110         WHEN OTHER  SUBTRACT 24 FROM WS-SCORE
006120     END-EVALUATE.

006130     EVALUATE WS-RATING-IX
006140         WHEN 1      ADD 17 TO WS-SCORE
006150         WHEN 2      ADD 5 TO WS-SCORE
006160         WHEN 3      SUBTRACT 5 FROM WS-SCORE
006170         WHEN 4      SUBTRACT 15 FROM WS-SCORE
006180         WHEN OTHER  SUBTRACT 25 FROM WS-SCORE
006190     END-EVALUATE.

006200* NO LINE AT ALL SCORES NOTHING FOR UTILIZATION
006210     IF DB-CREDIT-LIMIT > ZERO
006220         COMPUTE WS-UTIL-PCT =
006230             DB-CUST-BALANCE * 100 / DB-CREDIT-LIMIT
006240             ON SIZE ERROR
006250                 MOVE 9999999 TO WS-UTIL-PCT
006260         END-COMPUTE
006270         EVALUATE TRUE
006280             WHEN WS-UTIL-PCT <= 30
006290                 ADD 17 TO WS-SCORE
006300             WHEN WS-UTIL-PCT <= 50
006310                 ADD 10 TO WS-SCORE
006320             WHEN WS-UTIL-PCT <= 80
006330                 ADD 5 TO WS-SCORE
006340             WHEN WS-UTIL-PCT <= 100
006350                 CONTINUE
006360             WHEN OTHER
006370                 SUBTRACT 15 FROM WS-SCORE
006380         END-EVALUATE
006390     END-IF.

006400     COMPUTE WS-SCORE = WS-SCORE
006410                      - (DB-NSF-COUNT * 15)
006420                      - (DB-BROKEN-COUNT * 10)
006430         ON SIZE ERROR
006440             MOVE ZERO TO WS-SCORE
006450     END-COMPUTE.
006460     IF WS-SCORE < ZERO
006470         MOVE ZERO TO WS-SCORE
006480     END-IF.
006490     IF WS-SCORE > 100
006500         MOVE 100 TO WS-SCORE
006510     END-IF.
006520 2400-EXIT.
006530     EXIT.

006540*-----------------------------------------------------------
006550* PROPOSE THE NEW LINE (RULES IN THE PROGRAM HEADING). ONLY
006560* AN ACTIVE ACCOUNT IS OFFERED MORE LINE - CUSTDB2 REFUSES
006570* NEW CREDIT CAPACITY ON HOLD OR IN COLLECTIONS - BUT ANY
006580* OPEN ACCOUNT CAN BE PROPOSED FOR LESS.
006590*-----------------------------------------------------------
006600 2500-PROPOSE-CHANGE.
006610     SET WS-NO-CHANGE TO TRUE.
006620     MOVE DB-CREDIT-LIMIT TO DB-NEW-LIMIT.
006630     IF DB-CREDIT-LIMIT NOT > ZERO
006640         GO TO 2500-EXIT
006650     END-IF.
006660     IF DB-PAID-MONTHS = ZERO
006670      AND DB-CUST-BALANCE NOT > ZERO
006680         GO TO 2500-EXIT
006690     END-IF.

006700     IF WS-SCORE >= WS-INCR-FLOOR
006710      AND DB-ACCT-STATUS = 'A'
006720         COMPUTE WS-HUNDREDS = DB-CREDIT-LIMIT * 0.20 / 100
006730         IF WS-HUNDREDS < 1
006740             MOVE 1 TO WS-HUNDREDS
006750         END-IF
006760         COMPUTE DB-NEW-LIMIT = DB-CREDIT-LIMIT
006770                              + (WS-HUNDREDS * 100)
006780         COMPUTE WS-LIMIT-CHANGE = DB-NEW-LIMIT - DB-CREDIT-LIMIT
006790         IF WS-LIMIT-CHANGE <= WS-AUTO-CEILING
006800          AND DB-NEW-LIMIT <= WS-APPROVAL-THRESHOLD
006810             SET WS-INCREASE-APPLY TO TRUE
006820         ELSE
006830             SET WS-INCREASE-PENDING TO TRUE
006840         END-IF
006850         GO TO 2500-EXIT
006860     END-IF.

006870     IF WS-SCORE < WS-DECR-CEILING
006880         COMPUTE WS-HUNDREDS = DB-CREDIT-LIMIT * 0.75 / 100
006890         COMPUTE DB-NEW-LIMIT = WS-HUNDREDS * 100
006900         MOVE ZERO TO WS-FLOOR-LIMIT
006910         IF DB-CUST-BALANCE > ZERO
006920             COMPUTE WS-HUNDREDS = (DB-CUST-BALANCE + 99.99) / 100
006930             COMPUTE WS-FLOOR-LIMIT = WS-HUNDREDS * 100
006940         END-IF
006950         IF DB-NEW-LIMIT < WS-FLOOR-LIMIT
006960             MOVE WS-FLOOR-LIMIT TO DB-NEW-LIMIT
006970         END-IF
006980         IF DB-NEW-LIMIT < DB-CREDIT-LIMIT
006990             SET WS-DECREASE-HELD TO TRUE
007000         ELSE
007010             MOVE DB-CREDIT-LIMIT TO DB-NEW-LIMIT
007020         END-IF
007030     END-IF.
007040 2500-EXIT.
007050     EXIT.

007060*-----------------------------------------------------------
007070* APPLY A SMALL INCREASE. THE UPDATE IS GUARDED ON THE LIMIT
007080* AND STATUS JUST READ - A REP'S CHANGE OR A HOLD PLACED IN
007090* BETWEEN WINS AND THE ACCOUNT IS LEFT FOR NEXT QUARTER. THE
007100* CUST_HIST 'L' ROW (AMOUNT = NEW LIMIT, BALANCE UNCHANGED,
007110* AS CUSTDB2 WRITES IT), ITS CHANGE EVENT, THE REVIEW ROW AND
007120* THE AUDIT ROW ALL GO IN THE SAME UNIT OF WORK.
007130*-----------------------------------------------------------
007140 2600-APPLY-INCREASE.
007150     PERFORM 2650-TAKE-SNAPSHOT
007160         THRU 2650-EXIT.
007170     EXEC SQL
007180         UPDATE CUSTOMER
007190            SET CREDIT_LIMIT = :DB-NEW-LIMIT
007200          WHERE CUST_ID = :DB-CUST-ID
007210            AND CREDIT_LIMIT = :DB-CREDIT-LIMIT
007220            AND ACCT_STATUS = 'A'
007230     END-EXEC.

007240     EVALUATE SQLCODE
007250         WHEN ZERO
007260             IF SQLERRD(3) = 0
007270                 SET WS-NO-CHANGE TO TRUE
007280                 ADD 1 TO WS-MISSED-COUNT
007290                 MOVE 'NOT APPLIED' TO RD-ACTION
007300                 PERFORM 2800-WRITE-DETAIL-LINE
007310                     THRU 2800-EXIT
007320                 MOVE DB-CREDIT-LIMIT TO DB-NEW-LIMIT
007330             ELSE
007340                 MOVE 'L' TO DB-HIST-ACTION
007350                 MOVE DB-NEW-LIMIT TO DB-HIST-AMOUNT
007360                 MOVE DB-CUST-BALANCE TO DB-HIST-BAL-BEFORE
007370                 MOVE DB-CUST-BALANCE TO DB-HIST-BAL-AFTER
007380                 PERFORM 2660-WRITE-HISTORY
007390                     THRU 2660-EXIT
007400                 MOVE 'I' TO DB-REQ-TYPE
007410                 MOVE 'A' TO DB-REQ-STATUS
007420                 PERFORM 2750-WRITE-REVIEW-ROW
007430                     THRU 2750-EXIT
007440                 MOVE 'A' TO DB-LIMIT-STATUS
007450                 PERFORM 2770-WRITE-AUDIT-ROW
007460                     THRU 2770-EXIT
007470                 ADD 1 TO WS-CHANGE-COUNT
007480                 ADD 1 TO WS-SINCE-COMMIT
007490                 MOVE 'INCR APPLIED' TO RD-ACTION
007500                 PERFORM 2800-WRITE-DETAIL-LINE
007510                     THRU 2800-EXIT
007520             END-IF
007530         WHEN OTHER
007540             DISPLAY 'CUSTCLR - LIMIT UPDATE FAILED FOR '
007550                 DB-CUST-ID ' SQLCODE = ' SQLCODE
007560             MOVE 903 TO WS-ABEND-CODE
007570             PERFORM 9999-ABEND
007580     END-EVALUATE.
007590 2600-EXIT.
007600     EXIT.

007610* BEFORE IMAGE OF THE CUSTOMER ROW FOR THE CHANGE EVENT, TAKEN
007620* AHEAD OF THE LIMIT UPDATE.
007630 2650-TAKE-SNAPSHOT.
007640     MOVE DB-CUST-ID TO EVT-CUST-ID.
007650     SET EVT-SNAPSHOT TO TRUE.
007660     CALL 'CUSTEVT' USING EVT-CONTROL-AREA.
007670 2650-EXIT.
007680     EXIT.

007690*-----------------------------------------------------------
007700* ONE CUST_HIST ROW PER APPLIED CHANGE WITH THE JOB NAME AS
007710* THE OPERATOR, FOLLOWED BY ITS CRM CHANGE EVENT. A FAILED
007720* EVENT FAILS THE RUN THE SAME WAY A FAILED HISTORY INSERT
007730* DOES.
007740*-----------------------------------------------------------
007750 2660-WRITE-HISTORY.
007760     EXEC SQL
007770         INSERT INTO CUST_HIST
007780             (CUST_ID, HIST_ACTION, HIST_AMOUNT, BAL_BEFORE,
007790              BAL_AFTER, OPERATOR_ID, HIST_TS)
007800         VALUES
007810             (:DB-CUST-ID, :DB-HIST-ACTION, :DB-HIST-AMOUNT,
007820              :DB-HIST-BAL-BEFORE, :DB-HIST-BAL-AFTER,
007830              :DB-HIST-OPERATOR, CURRENT TIMESTAMP)
007840     END-EXEC.

007850     IF SQLCODE NOT = ZERO
007860         DISPLAY 'CUSTCLR - HISTORY INSERT FAILED FOR '
007870             DB-CUST-ID ' SQLCODE = ' SQLCODE
007880         MOVE 906 TO WS-ABEND-CODE
007890         PERFORM 9999-ABEND
007900     END-IF.

007910     MOVE DB-CUST-ID TO EVT-CUST-ID.
007920     MOVE DB-HIST-ACTION TO EVT-HIST-ACTION.
007930     MOVE DB-HIST-BAL-BEFORE TO EVT-BAL-BEFORE.
007940     MOVE DB-HIST-OPERATOR TO EVT-OPERATOR.
007950     SET EVT-JOURNAL TO TRUE.
007960     CALL 'CUSTEVT' USING EVT-CONTROL-AREA.
007970     IF NOT EVT-OK
007980         DISPLAY 'CUSTCLR - CHANGE EVENT FAILED FOR '
007990             DB-CUST-ID ' SQLCODE = ' EVT-SQLCODE
008000         MOVE 906 TO WS-ABEND-CODE
008010         PERFORM 9999-ABEND
008020     END-IF.
008030 2660-EXIT.
008040     EXIT.

008050*-----------------------------------------------------------
008060* A LARGER INCREASE, OR ANY DECREASE, WAITS ON CUST_CRL_REQ
008070* FOR A SUPERVISOR (CUSTCRL PF5/PF4/PF6). THE LINE DOES NOT
008080* MOVE UNTIL THEN; THE REQUEST IS JOURNALED PENDING, AS A
008090* REP'S QUEUED REQUEST IS.
008100*-----------------------------------------------------------
008110 2700-HOLD-FOR-REVIEW.
008120     MOVE 'P' TO DB-REQ-STATUS.
008130     PERFORM 2750-WRITE-REVIEW-ROW
008140         THRU 2750-EXIT.
008150     MOVE 'P' TO DB-LIMIT-STATUS.
008160     PERFORM 2770-WRITE-AUDIT-ROW
008170         THRU 2770-EXIT.
008180     ADD 1 TO WS-CHANGE-COUNT.
008190     ADD 1 TO WS-SINCE-COMMIT.
008200     IF WS-DECREASE-HELD
008210         MOVE 'DECR HELD' TO RD-ACTION
008220     ELSE
008230         MOVE 'INCR PENDING' TO RD-ACTION
008240     END-IF.
008250     PERFORM 2800-WRITE-DETAIL-LINE
008260         THRU 2800-EXIT.
008270 2700-EXIT.
008280     EXIT.

008290*-----------------------------------------------------------
008300* THE REVIEW ROW: PENDING ('P') FOR A SUPERVISOR, OR ALREADY
008310* APPLIED ('A') AND DECIDED BY THE REVIEW ITSELF.
008320*-----------------------------------------------------------
008330 2750-WRITE-REVIEW-ROW.
008340     MOVE WS-SCORE TO DB-REVIEW-SCORE.
008350     IF DB-REQ-STATUS = 'A'
008360         EXEC SQL
008370             INSERT INTO CUST_CRL_REQ
008380                 (CUST_ID, REQ_TS, REQ_TYPE, OLD_LIMIT,
008390                  NEW_LIMIT, REVIEW_SCORE, REQ_USER,
008400                  REQ_STATUS, DECIDED_BY, DECIDED_TS)
008410             VALUES
008420                 (:DB-CUST-ID, CURRENT TIMESTAMP, :DB-REQ-TYPE,
008430                  :DB-CREDIT-LIMIT, :DB-NEW-LIMIT,
008440                  :DB-REVIEW-SCORE, :DB-HIST-OPERATOR,
008450                  'A', :DB-HIST-OPERATOR, CURRENT TIMESTAMP)
008460         END-EXEC
008470     ELSE
008480         EXEC SQL
008490             INSERT INTO CUST_CRL_REQ
008500                 (CUST_ID, REQ_TS, REQ_TYPE, OLD_LIMIT,
008510                  NEW_LIMIT, REVIEW_SCORE, REQ_USER,
008520                  REQ_STATUS, DECIDED_BY)
008530             VALUES
008540                 (:DB-CUST-ID, CURRENT TIMESTAMP, :DB-REQ-TYPE,
008550                  :DB-CREDIT-LIMIT, :DB-NEW-LIMIT,
008560                  :DB-REVIEW-SCORE, :DB-HIST-OPERATOR,
008570                  'P', ' ')
008580         END-EXEC
008590     END-IF.

008600     IF SQLCODE NOT = ZERO
008610         DISPLAY 'CUSTCLR - REVIEW REQUEST INSERT FAILED FOR '
008620             DB-CUST-ID ' SQLCODE = ' SQLCODE
008630         MOVE 907 TO WS-ABEND-CODE
008640         PERFORM 9999-ABEND
008650     END-IF.
008660 2750-EXIT.
008670     EXIT.

008680*-----------------------------------------------------------
008690* AUDIT TRAIL ROW, WRITTEN STRAIGHT TO CUST_AUDIT IN THE SAME
008700* SHAPE CUSTAUD LOADS FROM THE AUDT JOURNAL: A CREDIT-LIMIT
008710* ACTION ('L') UNDER TERMINAL 'BTCH' AND OPERATOR 'CLR', THE
008720* JOB AS THE APPROVER, AND THE DISPOSITION. THE SEQUENCE
008730* KEEPS SAME-SECOND ROWS APART.
008740*-----------------------------------------------------------
008750 2770-WRITE-AUDIT-ROW.
008760     ADD 1 TO DB-AUD-SEQ.
008770     MOVE SPACES TO DB-AUD-TS.
008780     MOVE FUNCTION CURRENT-DATE (1:14) TO DB-AUD-TS.
008790     EXEC SQL
008800         INSERT INTO CUST_AUDIT
008810             (CUST_ID, AUD_TS, TERM_ID, AUD_SEQ,
008820              OPERATOR_ID,
008830              ACTION_FLAG, SUPV_USER, LIMIT_STATUS,
008840              DENIED_FLAG)
008850         VALUES
008860             (:DB-CUST-ID, :DB-AUD-TS, 'BTCH',
008870              :DB-AUD-SEQ,
008880              'CLR', 'L',
008890              :DB-HIST-OPERATOR, :DB-LIMIT-STATUS,
008900              ' ')
008910     END-EXEC.

008920     IF SQLCODE NOT = ZERO
008930         DISPLAY 'CUSTCLR - AUDIT INSERT FAILED FOR '
008940             DB-CUST-ID ' SQLCODE = ' SQLCODE
008950         MOVE 908 TO WS-ABEND-CODE
008960         PERFORM 9999-ABEND
008970     END-IF.
008980 2770-EXIT.
008990     EXIT.

009000 2800-WRITE-DETAIL-LINE.
009010     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
009020         PERFORM 2200-WRITE-HEADINGS
009030             THRU 2200-EXIT
009040     END-IF.
009050     MOVE DB-ACCOUNT-TYPE TO RD-ACCOUNT-TYPE.
009060     MOVE DB-CUST-ID      TO RD-CUST-ID.
009070     MOVE DB-CUST-NAME    TO RD-CUST-NAME.
009080     MOVE DB-ACCT-STATUS  TO RD-ACCT-STATUS.
009090     MOVE WS-SCORE        TO RD-SCORE.
009100     MOVE DB-CUST-BALANCE TO RD-BALANCE.
009110     MOVE DB-CREDIT-LIMIT TO RD-OLD-LIMIT.
009120     MOVE DB-NEW-LIMIT    TO RD-NEW-LIMIT.
009130     COMPUTE WS-LIMIT-CHANGE = DB-NEW-LIMIT - DB-CREDIT-LIMIT.
009140     MOVE WS-LIMIT-CHANGE TO RD-CHANGE.
009150     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
009160         AFTER ADVANCING 1 LINE.
009170     ADD 1 TO WS-LINE-CNT.
009180 2800-EXIT.
009190     EXIT.

009200*-----------------------------------------------------------
009210* COUNT THE ACCOUNT AGAINST ITS TYPE AND THE RUN TOTAL. AN
009220* UNKNOWN TYPE COUNTS AS REVOLVING, AS IT DOES IN CUSTAGE.
009230*-----------------------------------------------------------
009240 2850-ACCUMULATE-TYPE.
009250     EVALUATE DB-ACCOUNT-TYPE
009260         WHEN 'C'    MOVE 2 TO WS-TYPE-IX
009270         WHEN 'B'    MOVE 3 TO WS-TYPE-IX
009280         WHEN OTHER  MOVE 1 TO WS-TYPE-IX
009290     END-EVALUATE.
009300     COMPUTE WS-LIMIT-CHANGE = DB-NEW-LIMIT - DB-CREDIT-LIMIT.
009310     SET WS-TYP-IDX TO WS-TYPE-IX.
009320     PERFORM 2860-ADD-TO-ENTRY
009330         THRU 2860-EXIT.
009340     SET WS-TYP-IDX TO 4.
009350     PERFORM 2860-ADD-TO-ENTRY
009360         THRU 2860-EXIT.
009370 2850-EXIT.
009380     EXIT.

009390 2860-ADD-TO-ENTRY.
009400     ADD 1 TO WS-TYP-REVIEWED (WS-TYP-IDX).
009410     EVALUATE TRUE
009420         WHEN WS-INCREASE-APPLY
009430             ADD 1 TO WS-TYP-APPL-CNT (WS-TYP-IDX)
009440             ADD WS-LIMIT-CHANGE TO WS-TYP-APPL-AMT (WS-TYP-IDX)
009450         WHEN WS-INCREASE-PENDING
009460             ADD 1 TO WS-TYP-PEND-CNT (WS-TYP-IDX)
009470             ADD WS-LIMIT-CHANGE TO WS-TYP-PEND-AMT (WS-TYP-IDX)
009480         WHEN WS-DECREASE-HELD
009490             ADD 1 TO WS-TYP-HELD-CNT (WS-TYP-IDX)
009500             ADD WS-LIMIT-CHANGE TO WS-TYP-HELD-AMT (WS-TYP-IDX)
009510         WHEN OTHER
009520             ADD 1 TO WS-TYP-NOCHG (WS-TYP-IDX)
009530     END-EVALUATE.
009540 2860-EXIT.
009550     EXIT.

009560*-----------------------------------------------------------
009570* COMMIT THE DECISIONS MADE SO FAR. NO CHECKPOINT ROW IS
009580* NEEDED - A RESTART SKIPS EVERY ACCOUNT ALREADY DECIDED (SEE
009590* THE HEADING NOTE).
009600*-----------------------------------------------------------
009610 2900-COMMIT-INTERVAL.
009620     EXEC SQL
009630         COMMIT
009640     END-EXEC.
009650     IF SQLCODE NOT = ZERO
009660         DISPLAY 'CUSTCLR - COMMIT FAILED, SQLCODE = ' SQLCODE
009670         MOVE 904 TO WS-ABEND-CODE
009680         PERFORM 9999-ABEND
009690     END-IF.
009700     MOVE ZERO TO WS-SINCE-COMMIT.
009710 2900-EXIT.
009720     EXIT.

009730 3000-TERMINATE.
009740     PERFORM 2900-COMMIT-INTERVAL
009750         THRU 2900-EXIT.
009760     EXEC SQL
009770         CLOSE CLRCSR
009780     END-EXEC.

009790* THE EXPOSURE SUMMARY STARTS ON A PAGE OF ITS OWN
009800     MOVE 99 TO WS-LINE-CNT.
009810     PERFORM 2200-WRITE-HEADINGS
009820         THRU 2200-EXIT.
009830     WRITE RPT-RECORD FROM RPT-SUM-HEADING-1
009840         AFTER ADVANCING 2 LINES.
009850     WRITE RPT-RECORD FROM RPT-SUM-HEADING-2
009860         AFTER ADVANCING 2 LINES.
009870     PERFORM 3100-WRITE-TYPE-SUMMARY
009880         THRU 3100-EXIT
009890         VARYING WS-TYP-IDX FROM 1 BY 1
009900         UNTIL WS-TYP-IDX > 4.

009910     MOVE SPACES TO RPT-RECORD.
009920     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
009930     MOVE 'ACCOUNTS READ:' TO RT-LABEL.
009940     MOVE WS-READ-COUNT TO RT-COUNT.
009950     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
009960         AFTER ADVANCING 1 LINE.
009970     MOVE 'SKIPPED-ALREADY UNDER REVIEW:' TO RT-LABEL.
009980     MOVE WS-SKIPPED-COUNT TO RT-COUNT.
009990     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
010000         AFTER ADVANCING 1 LINE.
010010     MOVE 'LIMIT CHANGED DURING RUN:' TO RT-LABEL.
010020     MOVE WS-MISSED-COUNT TO RT-COUNT.
010030     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
010040         AFTER ADVANCING 1 LINE.

010050     CLOSE CTL-FILE.
010060     CLOSE RPT-FILE.
010070     SET WS-TYP-IDX TO 4.
010080     DISPLAY 'CUSTCLR - REVIEWED: ' WS-TYP-REVIEWED (WS-TYP-IDX)
010090         ' APPLIED: ' WS-TYP-APPL-CNT (WS-TYP-IDX)
010100         ' PENDING: ' WS-TYP-PEND-CNT (WS-TYP-IDX)
010110         ' HELD: ' WS-TYP-HELD-CNT (WS-TYP-IDX).
010120     PERFORM 3900-END-RUN
010130         THRU 3900-EXIT.
010140 3000-EXIT.
010150     EXIT.

010160 3100-WRITE-TYPE-SUMMARY.
010170     EVALUATE WS-TYP-IDX
010180         WHEN 1  MOVE 'TYPE R' TO RS-TYPE-NAME
010190         WHEN 2  MOVE 'TYPE C' TO RS-TYPE-NAME
010200         WHEN 3  MOVE 'TYPE B' TO RS-TYPE-NAME
010210         WHEN 4  MOVE 'TOTAL'  TO RS-TYPE-NAME
010220     END-EVALUATE.
010230     MOVE WS-TYP-REVIEWED (WS-TYP-IDX) TO RS-REVIEWED.
010240     MOVE WS-TYP-APPL-CNT (WS-TYP-IDX) TO RS-APPL-CNT.
010250     MOVE WS-TYP-APPL-AMT (WS-TYP-IDX) TO RS-APPL-AMT.
010260     MOVE WS-TYP-PEND-CNT (WS-TYP-IDX) TO RS-PEND-CNT.
010270     MOVE WS-TYP-PEND-AMT (WS-TYP-IDX) TO RS-PEND-AMT.
010280     MOVE WS-TYP-HELD-CNT (WS-TYP-IDX) TO RS-HELD-CNT.
010290     MOVE WS-TYP-HELD-AMT (WS-TYP-IDX) TO RS-HELD-AMT.
010300     MOVE WS-TYP-NOCHG (WS-TYP-IDX)    TO RS-NOCHG.
010310     COMPUTE WS-LIMIT-CHANGE = WS-TYP-APPL-AMT (WS-TYP-IDX)
010320                             + WS-TYP-PEND-AMT (WS-TYP-IDX)
010330                             + WS-TYP-HELD-AMT (WS-TYP-IDX).
010340     MOVE WS-LIMIT-CHANGE TO RS-NET-AMT.
010350     IF WS-TYP-IDX = 4
010360         WRITE RPT-RECORD FROM RPT-SUM-LINE
010370             AFTER ADVANCING 2 LINES
010380     ELSE
010390         WRITE RPT-RECORD FROM RPT-SUM-LINE
010400             AFTER ADVANCING 1 LINE
010410     END-IF.
010420 3100-EXIT.
010430     EXIT.

010440*-----------------------------------------------------------
010450* MARK THE QUARTER'S RUN COMPLETE. ACCOUNTS SKIPPED AS ALREADY
010460* UNDER REVIEW COUNT AS NEITHER POSTED NOR REJECTED.
010470*-----------------------------------------------------------
010480 3900-END-RUN.
010490     MOVE WS-READ-COUNT TO RUN-READ-COUNT.
010500     MOVE WS-CHANGE-COUNT TO RUN-POSTED-COUNT.
010510     MOVE WS-MISSED-COUNT TO RUN-REJECT-COUNT.
010520     SET RUN-END TO TRUE.
010530     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
010540     IF NOT RUN-OK
010550         DISPLAY 'CUSTCLR - ' RUN-MESSAGE
010560         MOVE 912 TO RETURN-CODE
010570     END-IF.
010580 3900-EXIT.
010590     EXIT.

010600* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
010610* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
010620* UNIT OF WORK. ROLL IT BACK FIRST SO A LIMIT CHANGE IS NEVER
010630* LEFT WITHOUT ITS HISTORY, REVIEW AND AUDIT ROWS. THE RUN IS
010640* THEN MARKED FAILED ON CUST_RUNCTL.
010650 9999-ABEND.
010660     EXEC SQL
010670         ROLLBACK
010680     END-EXEC.
010690     IF RUN-STARTED
010700         SET RUN-FAIL TO TRUE
010710         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
010720     END-IF.
010730     CLOSE CTL-FILE.
010740     CLOSE RPT-FILE.
010750     MOVE WS-ABEND-CODE TO RETURN-CODE.
010760     GOBACK.
