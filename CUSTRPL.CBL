000100*****************************************************************
000110* CUSTRPL - REPLAY OF PAYMENTS AND NOTES CAPTURED IN AN OUTAGE
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTRPL.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. READS THE CUSTPND PENDING
000220*                  FILE THE CUST SCREEN FILLS WHILE DB2 IS
000230*                  DOWN (PAYMENTS AND CONTACT NOTES, WITH THE
000240*                  OPERATOR, TERMINAL AND CAPTURE TIME) AND
000250*                  POSTS EACH ITEM THROUGH THE SAME RULES THE
000260*                  ONLINE PAYMENT AND NOTE PATHS APPLY: CLOSED
000270*                  ACCOUNTS AND BAD IDS GO TO CUST_SUSP, A
000280*                  WRITTEN-OFF ACCOUNT POSTS AS A RECOVERY, AND
000290*                  EVERY POST IS JOURNALED TO CUST_HIST UNDER
000300*                  THE OPERATOR WHO KEYED IT. THE OPERATOR'S
000310*                  CUST_OPAUTH AUTHORITY IS CHECKED HERE, SINCE
000320*                  IT COULD NOT BE DURING THE OUTAGE. AN ITEM
000330*                  ALREADY ON CUST_HIST OR CUST_NOTE (RE-KEYED
000340*                  AFTER DB2 CAME BACK, OR KEYED TWICE) IS
000350*                  LISTED AS A DUPLICATE AND NOT POSTED. EACH
000360*                  ITEM'S DISPOSITION IS LOGGED ON
000370*                  CUST_PEND_REPLAY IN THE SAME UNIT OF WORK AS
000380*                  ITS POST, SO A RERUN NEVER POSTS AN ITEM
000390*                  TWICE. THE REPLAY REGISTER ACCOUNTS FOR
000400*                  EVERY ITEM ON THE FILE.
      *   OCT 2026  CAG  JOURNAL A CRM CHANGE EVENT (CUSTEVT) WITH
      *                  EVERY CUST_HIST ROW, IN THE SAME UNIT OF
      *                  WORK, SO THE CRM FEED CARRIES ONLY COMMITTED
      *                  POSTINGS.
      *   OCT 2026  CAG  LOG AN EXPLICIT ONE-LETTER REPLAY STATUS FOR
      *                  EACH DISPOSITION (CODES BELOW) IN PLACE OF
      *                  THE DISPOSITION'S FIRST LETTER, WHICH COULD
      *                  NOT TELL RECOVERY FROM REJECTED; WIDEN THE
      *                  REGISTER DISPOSITION TO PRINT DONE EARLIER.
      *   OCT 2026  CAG  DATE A SUSPENSE ITEM WITH THE BUSINESS DATE
      *                  ON CUST_BUSDATE, AS THE NIGHTLY POSTING
      *                  RUNS DO, NOT THE CLOCK DATE.
      *-----------------------------------------------------------
      * CUST_PEND_REPLAY.REPLAY_STATUS:
      *   P - POSTED
      *   R - POSTED AS A RECOVERY TO A WRITTEN-OFF ACCOUNT
      *   S - PAYMENT TO SUSPENSE (CUST_SUSP)
      *   D - DUPLICATE, ALREADY ON CUST_HIST OR CUST_NOTE
      *   X - REJECTED (OPERATOR NOT AUTHORIZED, NOTE FOR A BAD OR
      *       UNKNOWN CUSTOMER ID, UNKNOWN ITEM TYPE)
      *   E - DONE EARLIER, ALREADY ON THE LOG (REGISTER ONLY,
      *       NEVER LOGGED A SECOND TIME)
000410*-----------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.

000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PND-FILE ASSIGN TO CUSTPND
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS PND-KEY
000520         FILE STATUS IS WS-PND-STATUS.
000530     SELECT RPT-FILE ASSIGN TO RPTOUT
000540         ORGANIZATION IS SEQUENTIAL.

000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PND-FILE
000580     LABEL RECORDS ARE STANDARD.
000590* Same layout as CUST-PENDING-RECORD in CUSTDEF
000600 01  PND-RECORD.
000610     05  PND-KEY.
000620         10  PND-CAPTURE-DATE PIC X(08).
000630         10  PND-CAPTURE-DATE-R REDEFINES PND-CAPTURE-DATE.
000640             15  PND-CAP-YYYY PIC X(04).
000650             15  PND-CAP-MM   PIC X(02).
000660             15  PND-CAP-DD   PIC X(02).
000670         10  PND-CAPTURE-TIME PIC X(06).
000680         10  PND-CAPTURE-TIME-R REDEFINES PND-CAPTURE-TIME.
000690             15  PND-CAP-HH   PIC X(02).
000700             15  PND-CAP-MI   PIC X(02).
000710             15  PND-CAP-SS   PIC X(02).
000720         10  PND-TERM-ID      PIC X(04).
000730     05  PND-OPERATOR-ID     PIC X(08).
000740     05  PND-CUSTOMER-ID     PIC X(06).
000750     05  PND-ITEM-TYPE       PIC X(01).
000760         88  PND-ITEM-PAYMENT  VALUE 'P'.
000770         88  PND-ITEM-NOTE     VALUE 'N'.
000780     05  PND-PAYMENT-AMOUNT  PIC S9(9)V99 COMP-3.
000790     05  PND-NOTE-TEXT       PIC X(60).
000800     05  FILLER              PIC X(21).

000810 FD  RPT-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  RPT-RECORD              PIC X(133).

000850 WORKING-STORAGE SECTION.
000860* DB2 communication area
000870 EXEC SQL
000880     INCLUDE SQLCA
000890 END-EXEC.

000900* Host variables for payment posting
000910 01  DB-ID                   PIC X(6).
000920 01  DB-PAYMENT-AMOUNT       PIC S9(9)V99 COMP-3.
000930 01  DB-LAST-PAYMENT         PIC S9(9)V99 COMP-3.
000940 01  DB-BALANCE              PIC S9(9)V99 COMP-3.
000950 01  DB-ACCT-STATUS          PIC X(1).

000960* Host variables for the CUST_HIST journal row and the
000970* CUST_NOTE contact log row
000980 01  DB-HIST-ACTION          PIC X(1).
000990 01  DB-HIST-BAL-BEFORE      PIC S9(9)V99 COMP-3.
001000 01  DB-HIST-OPERATOR        PIC X(8).
001010 01  DB-NOTE-TEXT            PIC X(60).

001020* Host variables for the authority, duplicate and replay-log
001030* probes. The capture time is carried as a DB2 timestamp
001040* string so it compares directly with HIST_TS and NOTE_TS.
001050 01  DB-AUTH-OPERATOR        PIC X(3).
001060 01  DB-AUTH-ACTION          PIC X(1).
001070 01  DB-COUNT                PIC S9(9) COMP.
001080 01  DB-TERM-ID              PIC X(4).
001090 01  DB-CAPTURE-TS           PIC X(26).
001100 01  DB-ITEM-TYPE            PIC X(1).
001110 01  DB-REPLAY-STATUS        PIC X(1).
001120 01  DB-REPLAY-REASON        PIC X(25).

001130* Host variables for the CUST_SUSP suspense record
001140 01  DB-SUSP-NO              PIC S9(9) COMP.
001150 01  DB-SUSP-REASON          PIC X(25).
001155 01  DB-BUS-DATE             PIC X(10).

001160 77  WS-PND-STATUS           PIC X(02).
001170 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
001180     88  WS-EOF-REACHED        VALUE 'Y'.
001190 77  WS-EDIT-SWITCH          PIC X(01)      VALUE 'Y'.
001200     88  WS-EDIT-OK            VALUE 'Y'.
001210     88  WS-EDIT-BAD           VALUE 'N'.
001220 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
001230 77  WS-LINE-CNT             PIC 9(02) COMP VALUE 99.
001240 77  WS-LINES-PER-PAGE       PIC 9(02) COMP VALUE 55.
001250 77  WS-RECORD-NO            PIC S9(09) COMP VALUE 0.
001260 77  WS-COMMIT-INTERVAL      PIC S9(04) COMP VALUE 100.
001270 77  WS-SINCE-COMMIT         PIC S9(04) COMP VALUE 0.
001280 77  WS-POSTED-COUNT         PIC S9(07) COMP-3 VALUE 0.
001290 77  WS-POSTED-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
001300 77  WS-SUSP-COUNT           PIC S9(07) COMP-3 VALUE 0.
001310 77  WS-SUSP-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
001320 77  WS-DUP-COUNT            PIC S9(07) COMP-3 VALUE 0.
001330 77  WS-DUP-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
001340 77  WS-NOTE-COUNT           PIC S9(07) COMP-3 VALUE 0.
001350 77  WS-NOTE-REJ-COUNT       PIC S9(07) COMP-3 VALUE 0.
001360 77  WS-PRIOR-COUNT          PIC S9(07) COMP-3 VALUE 0.
001370 77  WS-ABEND-CODE           PIC S9(04) COMP.

001380 01  WS-CURRENT-DATE         PIC 9(08).
001390 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001400     05  WS-CURR-YYYY        PIC 9(04).
001410     05  WS-CURR-MM          PIC 9(02).
001420     05  WS-CURR-DD          PIC 9(02).

001430* The capture date in the CCYYMMDD form LAST_PAYMENT carries
001440 01  WS-CAPTURE-YYYYMMDD     PIC 9(08).

001446* Disposition of the item in hand, for the register, and its
001452* one-letter code for the CUST_PEND_REPLAY log row
001458 01  WS-DISPOSITION          PIC X(12).
001464 01  WS-REPLAY-CODE          PIC X(01).

001473* CRM change-event call area (CUSTEVT)
001476 COPY CUSTEVT.

001480 01  RPT-HEADING-1.
001490     05  FILLER              PIC X(01)  VALUE SPACE.
001500     05  FILLER              PIC X(40)  VALUE
001510         'OUTAGE CAPTURE REPLAY REGISTER'.
001520     05  FILLER              PIC X(20)  VALUE SPACES.
001530     05  FILLER              PIC X(05)  VALUE 'PAGE '.
001540     05  RH1-PAGE-NO         PIC ZZ9.
001550     05  FILLER              PIC X(63)  VALUE SPACES.

001560 01  RPT-HEADING-2.
001570     05  FILLER              PIC X(01)  VALUE SPACE.
001580     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
001590     05  RH2-RUN-MM          PIC 99.
001600     05  FILLER              PIC X(01)  VALUE '/'.
001610     05  RH2-RUN-DD          PIC 99.
001620     05  FILLER              PIC X(01)  VALUE '/'.
001630     05  RH2-RUN-YYYY        PIC 9999.
001640     05  FILLER              PIC X(105) VALUE SPACES.

001650 01  RPT-HEADING-3.
001660     05  FILLER              PIC X(01)  VALUE SPACE.
001670     05  FILLER              PIC X(09)  VALUE 'RECORD'.
001680     05  FILLER              PIC X(16)  VALUE 'CAPTURED'.
001690     05  FILLER              PIC X(06)  VALUE 'TERM'.
001700     05  FILLER              PIC X(06)  VALUE 'OPER'.
001710     05  FILLER              PIC X(09)  VALUE 'CUST ID'.
001720     05  FILLER              PIC X(05)  VALUE 'TYPE'.
001730     05  FILLER              PIC X(15)  VALUE 'AMOUNT'.
001740     05  FILLER              PIC X(14)  VALUE 'DISPOSITION'.
001750     05  FILLER              PIC X(25)  VALUE 'REASON'.
001760     05  FILLER              PIC X(27)  VALUE SPACES.

001770 01  RPT-DETAIL-LINE.
001780     05  FILLER              PIC X(01)  VALUE SPACE.
001790     05  RD-RECORD-NO        PIC ZZZZZZZ9.
001800     05  FILLER              PIC X(01)  VALUE SPACE.
001810     05  RD-CAPTURE-DATE     PIC X(08).
001820     05  FILLER              PIC X(01)  VALUE SPACE.
001830     05  RD-CAPTURE-TIME     PIC X(06).
001840     05  FILLER              PIC X(01)  VALUE SPACE.
001850     05  RD-TERM-ID          PIC X(04).
001860     05  FILLER              PIC X(02)  VALUE SPACES.
001870     05  RD-OPERATOR-ID      PIC X(04).
001880     05  FILLER              PIC X(02)  VALUE SPACES.
001890     05  RD-CUST-ID          PIC X(06).
001900     05  FILLER              PIC X(04)  VALUE SPACES.
001910     05  RD-ITEM-TYPE        PIC X(01).
001920     05  FILLER              PIC X(01)  VALUE SPACE.
001930     05  RD-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
001940     05  FILLER              PIC X(02)  VALUE SPACES.
001950     05  RD-DISPOSITION      PIC X(12).
001960     05  FILLER              PIC X(02)  VALUE SPACES.
001970     05  RD-REASON           PIC X(25).
001980     05  FILLER              PIC X(29)  VALUE SPACES.

001990 01  RPT-TOTAL-LINE.
002000     05  FILLER              PIC X(01)  VALUE SPACE.
002010     05  RT-LABEL            PIC X(25).
002020     05  RT-COUNT            PIC ZZZZZZZ9.
002030     05  FILLER              PIC X(05)  VALUE SPACES.
002040     05  RT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
002050     05  FILLER              PIC X(77)  VALUE SPACES.

002060 PROCEDURE DIVISION.
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE
002090         THRU 1000-EXIT.
002100     PERFORM 2000-PROCESS-ONE-ITEM
002110         THRU 2000-EXIT
002120         UNTIL WS-EOF-REACHED.
002130     PERFORM 3000-TERMINATE
002140         THRU 3000-EXIT.
002150     GOBACK.

002160 1000-INITIALIZE.
002165     INITIALIZE EVT-CONTROL-AREA.
002170* A CLUSTER NOTHING WAS EVER WRITTEN TO (NO OUTAGE SINCE THE
002180* LAST REPLAY) OPENS WITH STATUS 35 - AN EMPTY REGISTER.
002190     OPEN INPUT PND-FILE.
002200     IF WS-PND-STATUS = '35'
002210         SET WS-EOF-REACHED TO TRUE
002220     ELSE
002230         IF WS-PND-STATUS NOT = '00'
002240             DISPLAY 'CUSTRPL - OPEN OF CUSTPND FAILED, STATUS = '
002250                 WS-PND-STATUS
002260             MOVE 910 TO WS-ABEND-CODE
002270             PERFORM 9999-ABEND
002280         END-IF
002290     END-IF.
002300     OPEN OUTPUT RPT-FILE.
002310     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
002320     MOVE WS-CURR-MM   TO RH2-RUN-MM.
002330     MOVE WS-CURR-DD   TO RH2-RUN-DD.
002340     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
002343     PERFORM 1100-READ-BUSINESS-DATE
002346         THRU 1100-EXIT.

002350     PERFORM 2200-WRITE-HEADINGS
002360         THRU 2200-EXIT.
002370     IF NOT WS-EOF-REACHED
002380         PERFORM 2100-READ-PND-RECORD
002390             THRU 2100-EXIT
002400     END-IF.
002410 1000-EXIT.
           EXIT.

      * THE REPLAY IS NOT A SCHEDULED RUN - IT CAN GO MORE THAN
      * ONCE IN A BUSINESS DAY - SO IT READS THE BUSINESS DATE
      * STRAIGHT FROM CUST_BUSDATE RATHER THAN THROUGH CUSTRUN.
       1100-READ-BUSINESS-DATE.
           EXEC SQL
               SELECT CHAR(BUS_DATE, ISO)
                 INTO :DB-BUS-DATE
                 FROM CUST_BUSDATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'CUSTRPL - BUSINESS DATE READ FAILED, SQLCODE = '
                   SQLCODE
               MOVE 903 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       1100-EXIT.
002420     EXIT.

002430*-----------------------------------------------------------
002440* NO CUST_RESTART ROW HERE: THE CUST_PEND_REPLAY LOG IS THE
002450* CHECKPOINT. EVERY ITEM'S LOG ROW COMMITS WITH ITS POST, SO
002460* A RERUN AFTER AN ABEND SKIPS WHAT IS ALREADY LOGGED AND
002470* PICKS UP THE FIRST ITEM WHOSE UNIT OF WORK ROLLED BACK.
002480*-----------------------------------------------------------
002490 2000-PROCESS-ONE-ITEM.
002500     ADD 1 TO WS-RECORD-NO.
002510     MOVE SPACES TO DB-REPLAY-REASON.
002520     PERFORM 2300-BUILD-CAPTURE-KEYS
002530         THRU 2300-EXIT.

002540     PERFORM 2310-CHECK-REPLAY-LOG
002550         THRU 2310-EXIT.
002560     IF DB-COUNT > ZERO
002570         ADD 1 TO WS-PRIOR-COUNT
002580         MOVE 'DONE EARLIER' TO WS-DISPOSITION
002585         MOVE 'E' TO WS-REPLAY-CODE
002590         MOVE 'ALREADY ON REPLAY LOG' TO DB-REPLAY-REASON
002600         PERFORM 2450-WRITE-REGISTER-LINE
002610             THRU 2450-EXIT
002620         GO TO 2000-READ-NEXT
002630     END-IF.

002640     EVALUATE TRUE
002650         WHEN PND-ITEM-PAYMENT
002660             PERFORM 2400-REPLAY-PAYMENT
002670                 THRU 2400-EXIT
002680         WHEN PND-ITEM-NOTE
002690             PERFORM 2500-REPLAY-NOTE
002700                 THRU 2500-EXIT
002710         WHEN OTHER
002720             ADD 1 TO WS-NOTE-REJ-COUNT
002730             MOVE 'REJECTED' TO WS-DISPOSITION
002735             MOVE 'X' TO WS-REPLAY-CODE
002740             MOVE 'UNKNOWN ITEM TYPE' TO DB-REPLAY-REASON
002750     END-EVALUATE.

002760     PERFORM 2700-LOG-REPLAY
002770         THRU 2700-EXIT.
002780     PERFORM 2450-WRITE-REGISTER-LINE
002790         THRU 2450-EXIT.

002800     IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
002810         PERFORM 2600-TAKE-COMMIT
002820             THRU 2600-EXIT
002830     END-IF.

002840 2000-READ-NEXT.
002850     PERFORM 2100-READ-PND-RECORD
002860         THRU 2100-EXIT.
002870 2000-EXIT.
002880     EXIT.

002890 2100-READ-PND-RECORD.
002900     READ PND-FILE
002910         AT END
002920             SET WS-EOF-REACHED TO TRUE
002930     END-READ.
002940     IF WS-PND-STATUS NOT = '00' AND WS-PND-STATUS NOT = '10'
002950         DISPLAY 'CUSTRPL - READ OF CUSTPND FAILED, STATUS = '
002960             WS-PND-STATUS
002970         MOVE 911 TO WS-ABEND-CODE
002980         PERFORM 9999-ABEND
002990     END-IF.
003000 2100-EXIT.
003010     EXIT.

003020*-----------------------------------------------------------
003030* THE CAPTURE TIME AS A DB2 TIMESTAMP (FOR THE DUPLICATE AND
003040* REPLAY-LOG PROBES) AND AS THE CCYYMMDD DATE THE PAYMENT WAS
003050* TAKEN (FOR LAST_PAYMENT).
003060*-----------------------------------------------------------
003070 2300-BUILD-CAPTURE-KEYS.
003080     MOVE SPACES TO DB-CAPTURE-TS.
003090     STRING PND-CAP-YYYY '-' PND-CAP-MM '-' PND-CAP-DD '-'
003100            PND-CAP-HH '.' PND-CAP-MI '.' PND-CAP-SS
003110            '.000000'
003120         DELIMITED BY SIZE
003130         INTO DB-CAPTURE-TS.
003140     MOVE PND-TERM-ID TO DB-TERM-ID.
003150     MOVE PND-ITEM-TYPE TO DB-ITEM-TYPE.
003160     MOVE PND-CUSTOMER-ID TO DB-ID.
003170     MOVE PND-OPERATOR-ID TO DB-HIST-OPERATOR.
003180     MOVE PND-OPERATOR-ID TO DB-AUTH-OPERATOR.
003190     IF PND-ITEM-PAYMENT
003200         MOVE PND-PAYMENT-AMOUNT TO DB-PAYMENT-AMOUNT
003210     ELSE
003220         MOVE ZERO TO DB-PAYMENT-AMOUNT
003230     END-IF.
003240     IF PND-CAPTURE-DATE NUMERIC
003250         MOVE PND-CAPTURE-DATE TO WS-CAPTURE-YYYYMMDD
003260     ELSE
003270         MOVE WS-CURRENT-DATE TO WS-CAPTURE-YYYYMMDD
003280     END-IF.
003290     MOVE WS-CAPTURE-YYYYMMDD TO DB-LAST-PAYMENT.
003300 2300-EXIT.
003310     EXIT.

003320 2310-CHECK-REPLAY-LOG.
003330     EXEC SQL
003340         SELECT COUNT(*)
003350           INTO :DB-COUNT
003360           FROM CUST_PEND_REPLAY
003370          WHERE TERM_ID = :DB-TERM-ID
003380            AND CAPTURE_TS = TIMESTAMP(:DB-CAPTURE-TS)
003390     END-EXEC.
003400     IF SQLCODE NOT = ZERO
003410         DISPLAY 'CUSTRPL - REPLAY LOG PROBE FAILED, SQLCODE = '
003420             SQLCODE
003430         MOVE 907 TO WS-ABEND-CODE
003440         PERFORM 9999-ABEND
003450     END-IF.
003460 2310-EXIT.
003470     EXIT.

003480*-----------------------------------------------------------
003490* A CAPTURED PAYMENT POSTS UNDER THE SAME RULES CUSTDB2
003500* APPLIES ONLINE: THE SAME CUSTOMER-ID EDIT THE CUST SCREEN
003510* APPLIES, NO POST TO A CLOSED ACCOUNT, A RECOVERY ON A
003520* WRITTEN-OFF ONE. MONEY THAT CANNOT POST GOES TO CUST_SUSP.
003530*-----------------------------------------------------------
003540 2400-REPLAY-PAYMENT.
003550     IF PND-CUSTOMER-ID = SPACES OR LOW-VALUES
003560      OR PND-CUSTOMER-ID NOT NUMERIC
003570         MOVE 'INVALID CUSTOMER ID' TO DB-SUSP-REASON
003580         PERFORM 2540-WRITE-SUSPENSE
003590             THRU 2540-EXIT
003600         GO TO 2400-EXIT
003610     END-IF.

003620* THE OUTAGE KEPT CUSTSEC FROM CHECKING THE OPERATOR, SO THE
003630* CHECK HAPPENS NOW, BEFORE ANY MONEY MOVES.
003640     MOVE 'P' TO DB-AUTH-ACTION.
003650     PERFORM 2320-CHECK-AUTHORITY
003660         THRU 2320-EXIT.
003670     IF DB-COUNT = ZERO
003680         MOVE 'OPERATOR NOT AUTHORIZED' TO DB-SUSP-REASON
003690         PERFORM 2540-WRITE-SUSPENSE
003700             THRU 2540-EXIT
003710         GO TO 2400-EXIT
003720     END-IF.

003730* THE SAME AMOUNT ALREADY POSTED TO THIS CUSTOMER BY THIS
003740* OPERATOR SINCE THE CAPTURE MEANS THE ITEM WAS RE-KEYED
003750* ONCE DB2 CAME BACK, OR KEYED TWICE DURING THE OUTAGE AND
003760* THE FIRST COPY POSTED ABOVE - EITHER WAY THE MONEY IS
003770* ALREADY ON THE ACCOUNT.
003780     EXEC SQL
003790         SELECT COUNT(*)
003800           INTO :DB-COUNT
003810           FROM CUST_HIST
003820          WHERE CUST_ID = :DB-ID
003830            AND HIST_ACTION IN ('P', 'R')
003840            AND HIST_AMOUNT = :DB-PAYMENT-AMOUNT
003850            AND OPERATOR_ID = :DB-HIST-OPERATOR
003860            AND HIST_TS >= TIMESTAMP(:DB-CAPTURE-TS)
003870     END-EXEC.
003880     IF SQLCODE NOT = ZERO
003890         DISPLAY 'CUSTRPL - DUPLICATE PROBE FAILED FOR '
003900             DB-ID ' SQLCODE = ' SQLCODE
003910         MOVE 907 TO WS-ABEND-CODE
003920         PERFORM 9999-ABEND
003930     END-IF.
003940     IF DB-COUNT > ZERO
003950         ADD 1 TO WS-DUP-COUNT
003960         ADD DB-PAYMENT-AMOUNT TO WS-DUP-AMOUNT
003970         MOVE 'DUPLICATE' TO WS-DISPOSITION
003975         MOVE 'D' TO WS-REPLAY-CODE
003980         MOVE 'ALREADY POSTED - NOT POSTED' TO DB-REPLAY-REASON
003990         GO TO 2400-EXIT
004000     END-IF.

004010     EXEC SQL
004020         SELECT ACCT_STATUS INTO :DB-ACCT-STATUS
004030           FROM CUSTOMER
004040          WHERE CUST_ID = :DB-ID
004050     END-EXEC.
004060     EVALUATE SQLCODE
004070         WHEN ZERO
004080             CONTINUE
004090         WHEN 100
004100             MOVE 'CUSTOMER NOT FOUND' TO DB-SUSP-REASON
004110             PERFORM 2540-WRITE-SUSPENSE
004120                 THRU 2540-EXIT
004130             GO TO 2400-EXIT
004140         WHEN OTHER
004150             DISPLAY 'CUSTRPL - STATUS READ FAILED FOR '
004160                 DB-ID ' SQLCODE = ' SQLCODE
004170             MOVE 902 TO WS-ABEND-CODE
004180             PERFORM 9999-ABEND
004190     END-EVALUATE.

004200     IF DB-ACCT-STATUS = 'X'
004210         MOVE 'ACCOUNT CLOSED' TO DB-SUSP-REASON
004220         PERFORM 2540-WRITE-SUSPENSE
004230             THRU 2540-EXIT
004240         GO TO 2400-EXIT
004250     END-IF.

004260     IF DB-ACCT-STATUS = 'W'
004270         PERFORM 2460-POST-RECOVERY
004280             THRU 2460-EXIT
004290         GO TO 2400-EXIT
004300     END-IF.

004310* LAST_PAYMENT TAKES THE DAY THE MONEY WAS TAKEN, BUT NEVER
004320* MOVES BACKWARD PAST A LATER PAYMENT ALREADY ON FILE.
004330     EXEC SQL
004340         UPDATE CUSTOMER
004350            SET CUST_BALANCE = CUST_BALANCE - :DB-PAYMENT-AMOUNT,
004360                LAST_PAYMENT =
004370                    CASE WHEN LAST_PAYMENT > :DB-LAST-PAYMENT
004380                         THEN LAST_PAYMENT
004390                         ELSE :DB-LAST-PAYMENT
004400                    END
004410          WHERE CUST_ID = :DB-ID
004420     END-EXEC.

004430     EVALUATE SQLCODE
004440         WHEN ZERO
004450             IF SQLERRD(3) = 0
004460                 MOVE 'CUSTOMER NOT FOUND' TO DB-SUSP-REASON
004470                 PERFORM 2540-WRITE-SUSPENSE
004480                     THRU 2540-EXIT
004490             ELSE
004500                 MOVE 'P' TO DB-HIST-ACTION
004510                 PERFORM 2430-WRITE-HISTORY
004520                     THRU 2430-EXIT
004530                 ADD 1 TO WS-POSTED-COUNT
004540                 ADD DB-PAYMENT-AMOUNT TO WS-POSTED-AMOUNT
004550                 MOVE 'POSTED' TO WS-DISPOSITION
004555                 MOVE 'P' TO WS-REPLAY-CODE
004560             END-IF
004570         WHEN OTHER
004580             DISPLAY 'CUSTRPL - PAYMENT UPDATE FAILED FOR '
004590                 DB-ID ' SQLCODE = ' SQLCODE
004600             MOVE 902 TO WS-ABEND-CODE
004610             PERFORM 9999-ABEND
004620     END-EVALUATE.
004630 2400-EXIT.
004640     EXIT.

004650 2320-CHECK-AUTHORITY.
004660     EXEC SQL
004670         SELECT COUNT(*)
004680           INTO :DB-COUNT
004690           FROM CUST_OPAUTH
004700          WHERE OPERATOR_ID = :DB-AUTH-OPERATOR
004710            AND AUTH_ACTION = :DB-AUTH-ACTION
004720     END-EXEC.
004730     IF SQLCODE NOT = ZERO
004740         DISPLAY 'CUSTRPL - AUTHORITY PROBE FAILED, SQLCODE = '
004750             SQLCODE
004760         MOVE 907 TO WS-ABEND-CODE
004770         PERFORM 9999-ABEND
004780     END-IF.
004790 2320-EXIT.
004800     EXIT.

004810*-----------------------------------------------------------
004820* JOURNAL THE POSTED PAYMENT TO CUST_HIST THE SAME WAY THE
004830* ONLINE PAYMENT PATH DOES, UNDER THE OPERATOR WHO KEYED IT,
004840* IN THE SAME UNIT OF WORK AS THE BALANCE UPDATE. HIST_TS IS
004850* THE POSTING TIME SO THE CUSTCHN CHAIN STAYS IN ORDER.
004860*-----------------------------------------------------------
004870 2430-WRITE-HISTORY.
004880     EXEC SQL
004890         SELECT CUST_BALANCE INTO :DB-BALANCE
004900           FROM CUSTOMER
004910          WHERE CUST_ID = :DB-ID
004920     END-EXEC.
004930     IF SQLCODE NOT = ZERO
004940         MOVE ZERO TO DB-BALANCE
004950     END-IF.
004960     IF DB-HIST-ACTION = 'R'
004970         MOVE DB-BALANCE TO DB-HIST-BAL-BEFORE
004980     ELSE
004990         COMPUTE DB-HIST-BAL-BEFORE =
005000             DB-BALANCE + DB-PAYMENT-AMOUNT
005010     END-IF.

005020     EXEC SQL
005030         INSERT INTO CUST_HIST
005040             (CUST_ID, HIST_ACTION, HIST_AMOUNT, BAL_BEFORE,
005050              BAL_AFTER, OPERATOR_ID, HIST_TS)
005060         VALUES
005070             (:DB-ID, :DB-HIST-ACTION, :DB-PAYMENT-AMOUNT,
005080              :DB-HIST-BAL-BEFORE, :DB-BALANCE,
005090              :DB-HIST-OPERATOR, CURRENT TIMESTAMP)
005100     END-EXEC.

005110     IF SQLCODE NOT = ZERO
005120         DISPLAY 'CUSTRPL - HISTORY INSERT FAILED FOR '
005130             DB-ID ' SQLCODE = ' SQLCODE
005140         MOVE 906 TO WS-ABEND-CODE
005150         PERFORM 9999-ABEND
005160     END-IF.
005162     MOVE DB-HIST-ACTION TO EVT-HIST-ACTION.
005164     MOVE DB-HIST-BAL-BEFORE TO EVT-BAL-BEFORE.
005166     PERFORM 2435-JOURNAL-EVENT
005168         THRU 2435-EXIT.
005170 2430-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CRM CHANGE EVENT FOR THE CUST_HIST ROW JUST WRITTEN, IN THE
      * SAME UNIT OF WORK, SO IT IS PUBLISHED ONLY IF THE POSTING
      * COMMITS. THE CALLER SETS THE ACTION AND BEFORE BALANCE.
      * A FAILED EVENT FAILS THE RUN THE SAME WAY A FAILED
      * HISTORY INSERT DOES.
      *-----------------------------------------------------------
       2435-JOURNAL-EVENT.
           MOVE DB-ID TO EVT-CUST-ID.
           MOVE DB-HIST-OPERATOR TO EVT-OPERATOR.
           SET EVT-JOURNAL TO TRUE.
           CALL 'CUSTEVT' USING EVT-CONTROL-AREA.
           IF NOT EVT-OK
               DISPLAY 'CUSTRPL - CHANGE EVENT FAILED FOR '
                   DB-ID ' SQLCODE = ' EVT-SQLCODE
               MOVE 906 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       2435-EXIT.
005180     EXIT.

005190*-----------------------------------------------------------
005200* RECOVERY ON A WRITTEN-OFF ACCOUNT, AS CUSTDB2 AND CUSTPAY
005210* POST IT: THE BALANCE STAYS AT ZERO, THE MONEY GOES ON
005220* CUST_WRITEOFF AS RECOVERED, AND A DISTINCT 'R' ROW IS
005230* JOURNALED FOR THE CUSTGLF RCV FEED.
005240*-----------------------------------------------------------
005250 2460-POST-RECOVERY.
005260     EXEC SQL
005270         UPDATE CUST_WRITEOFF
005280            SET WO_RECOVERED = WO_RECOVERED
005290                             + :DB-PAYMENT-AMOUNT
005300          WHERE CUST_ID = :DB-ID
005310            AND WO_DATE =
005320                (SELECT MAX(WO_DATE)
005330                   FROM CUST_WRITEOFF
005340                  WHERE CUST_ID = :DB-ID)
005350     END-EXEC.

005360     IF SQLCODE NOT = ZERO
005370         DISPLAY 'CUSTRPL - RECOVERY UPDATE FAILED FOR '
005380             DB-ID ' SQLCODE = ' SQLCODE
005390         MOVE 909 TO WS-ABEND-CODE
005400         PERFORM 9999-ABEND
005410     END-IF.

005420     MOVE 'R' TO DB-HIST-ACTION.
005430     PERFORM 2430-WRITE-HISTORY
005440         THRU 2430-EXIT.
005450     ADD 1 TO WS-POSTED-COUNT.
005460     ADD DB-PAYMENT-AMOUNT TO WS-POSTED-AMOUNT.
005470     MOVE 'RECOVERY' TO WS-DISPOSITION.
005475     MOVE 'R' TO WS-REPLAY-CODE.
005480 2460-EXIT.
005490     EXIT.

005500*-----------------------------------------------------------
005510* A CAPTURED CONTACT NOTE GOES ON CUST_NOTE STAMPED WITH THE
005520* TIME THE CALL WAS TAKEN, SO THE CONTACT LOG READS IN CALL
005530* ORDER. NOTES CARRY NO MONEY: ONE THAT CANNOT POST IS
005540* LISTED AS REJECTED RATHER THAN SUSPENDED.
005550*-----------------------------------------------------------
005560 2500-REPLAY-NOTE.
005570     MOVE 'REJECTED' TO WS-DISPOSITION.
005575     MOVE 'X' TO WS-REPLAY-CODE.
005580     IF PND-CUSTOMER-ID = SPACES OR LOW-VALUES
005590      OR PND-CUSTOMER-ID NOT NUMERIC
005600         ADD 1 TO WS-NOTE-REJ-COUNT
005610         MOVE 'INVALID CUSTOMER ID' TO DB-REPLAY-REASON
005620         GO TO 2500-EXIT
005630     END-IF.

005640     EXEC SQL
005650         SELECT COUNT(*)
005660           INTO :DB-COUNT
005670           FROM CUSTOMER
005680          WHERE CUST_ID = :DB-ID
005690     END-EXEC.
005700     IF SQLCODE NOT = ZERO
005710         DISPLAY 'CUSTRPL - CUSTOMER PROBE FAILED FOR '
005720             DB-ID ' SQLCODE = ' SQLCODE
005730         MOVE 907 TO WS-ABEND-CODE
005740         PERFORM 9999-ABEND
005750     END-IF.
005760     IF DB-COUNT = ZERO
005770         ADD 1 TO WS-NOTE-REJ-COUNT
005780         MOVE 'CUSTOMER NOT FOUND' TO DB-REPLAY-REASON
005790         GO TO 2500-EXIT
005800     END-IF.

005810     MOVE 'N' TO DB-AUTH-ACTION.
005820     PERFORM 2320-CHECK-AUTHORITY
005830         THRU 2320-EXIT.
005840     IF DB-COUNT = ZERO
005850         ADD 1 TO WS-NOTE-REJ-COUNT
005860         MOVE 'OPERATOR NOT AUTHORIZED' TO DB-REPLAY-REASON
005870         GO TO 2500-EXIT
005880     END-IF.

005890* THE SAME TEXT FROM THE SAME OPERATOR ON THE SAME DAY IS A
005900* RE-KEY OR A SECOND CAPTURE OF ONE CALL.
005910     MOVE PND-NOTE-TEXT TO DB-NOTE-TEXT.
005920     EXEC SQL
005930         SELECT COUNT(*)
005940           INTO :DB-COUNT
005950           FROM CUST_NOTE
005960          WHERE CUST_ID = :DB-ID
005970            AND OPERATOR_ID = :DB-HIST-OPERATOR
005980            AND NOTE_TEXT = :DB-NOTE-TEXT
005990            AND DATE(NOTE_TS) >= DATE(TIMESTAMP(:DB-CAPTURE-TS))
006000     END-EXEC.
006010     IF SQLCODE NOT = ZERO
006020         DISPLAY 'CUSTRPL - NOTE DUPLICATE PROBE FAILED FOR '
006030             DB-ID ' SQLCODE = ' SQLCODE
006040         MOVE 907 TO WS-ABEND-CODE
006050         PERFORM 9999-ABEND
006060     END-IF.
006070     IF DB-COUNT > ZERO
006080         ADD 1 TO WS-DUP-COUNT
006090         MOVE 'DUPLICATE' TO WS-DISPOSITION
006095         MOVE 'D' TO WS-REPLAY-CODE
006100         MOVE 'NOTE ALREADY ON FILE' TO DB-REPLAY-REASON
006110         GO TO 2500-EXIT
006120     END-IF.

006130     EXEC SQL
006140         INSERT INTO CUST_NOTE
006150             (CUST_ID, NOTE_TS, OPERATOR_ID, NOTE_TEXT)
006160         VALUES
006170             (:DB-ID, TIMESTAMP(:DB-CAPTURE-TS),
006180              :DB-HIST-OPERATOR, :DB-NOTE-TEXT)
006190     END-EXEC.
006200     IF SQLCODE NOT = ZERO
006210         DISPLAY 'CUSTRPL - NOTE INSERT FAILED FOR '
006220             DB-ID ' SQLCODE = ' SQLCODE
006230         MOVE 906 TO WS-ABEND-CODE
006240         PERFORM 9999-ABEND
006250     END-IF.
006260     ADD 1 TO WS-NOTE-COUNT.
006270     MOVE 'POSTED' TO WS-DISPOSITION.
006275     MOVE 'P' TO WS-REPLAY-CODE.
006280 2500-EXIT.
006290     EXIT.

006300*-----------------------------------------------------------
006310* MONEY THAT CANNOT POST GOES TO THE CUST_SUSP SUSPENSE
006320* TABLE, STATUS OPEN, FOR THE CUSTSUS RESEARCH SCREEN - THE
006330* SAME TREATMENT CUSTPAY GIVES A LOCKBOX ITEM. THE INSERT
006340* RIDES IN THE SAME UNIT OF WORK AS THE REPLAY LOG ROW.
006350*-----------------------------------------------------------
006360 2540-WRITE-SUSPENSE.
006370     EXEC SQL
006380         SELECT COALESCE(MAX(SUSP_NO), 0) + 1
006390           INTO :DB-SUSP-NO
006400           FROM CUST_SUSP
006410     END-EXEC.
006420     IF SQLCODE NOT = ZERO
006430         DISPLAY 'CUSTRPL - SUSPENSE KEY READ FAILED, '
006440             'SQLCODE = ' SQLCODE
006450         MOVE 908 TO WS-ABEND-CODE
006460         PERFORM 9999-ABEND
006470     END-IF.

006480     EXEC SQL
006490         INSERT INTO CUST_SUSP
006500             (SUSP_NO, CUST_ID_KEYED, CHECK_NO, SUSP_AMOUNT,
006510              SUSP_DATE, SUSP_REASON, SUSP_STATUS)
006520         VALUES
006530             (:DB-SUSP-NO, :DB-ID, ' ',
006540              :DB-PAYMENT-AMOUNT, DATE(:DB-BUS-DATE),
006550              :DB-SUSP-REASON, 'O')
006560     END-EXEC.

006570     IF SQLCODE NOT = ZERO
006580         DISPLAY 'CUSTRPL - SUSPENSE INSERT FAILED, '
006590             'SQLCODE = ' SQLCODE
006600         MOVE 908 TO WS-ABEND-CODE
006610         PERFORM 9999-ABEND
006620     END-IF.

006630     ADD 1 TO WS-SUSP-COUNT.
006640     ADD DB-PAYMENT-AMOUNT TO WS-SUSP-AMOUNT.
006650     MOVE 'SUSPENSE' TO WS-DISPOSITION.
006655     MOVE 'S' TO WS-REPLAY-CODE.
006660     MOVE DB-SUSP-REASON TO DB-REPLAY-REASON.
006670 2540-EXIT.
006680     EXIT.

006690*-----------------------------------------------------------
006700* ONE CUST_PEND_REPLAY ROW PER ITEM, KEYED BY TERMINAL AND
006710* CAPTURE TIME, IN THE SAME UNIT OF WORK AS WHATEVER THE
006720* ITEM POSTED - THE PROOF EACH ITEM WAS REPLAYED EXACTLY ONCE.
006730*-----------------------------------------------------------
006740 2700-LOG-REPLAY.
006750     MOVE WS-REPLAY-CODE TO DB-REPLAY-STATUS.
006760     EXEC SQL
006770         INSERT INTO CUST_PEND_REPLAY
006780             (TERM_ID, CAPTURE_TS, CUST_ID, ITEM_TYPE,
006790              ITEM_AMOUNT, OPERATOR_ID, REPLAY_STATUS,
006800              REPLAY_REASON, REPLAY_TS)
006810         VALUES
006820             (:DB-TERM-ID, TIMESTAMP(:DB-CAPTURE-TS), :DB-ID,
006830              :DB-ITEM-TYPE, :DB-PAYMENT-AMOUNT,
006840              :DB-HIST-OPERATOR, :DB-REPLAY-STATUS,
006850              :DB-REPLAY-REASON, CURRENT TIMESTAMP)
006860     END-EXEC.

006870     IF SQLCODE NOT = ZERO
006880         DISPLAY 'CUSTRPL - REPLAY LOG INSERT FAILED FOR '
006890             DB-ID ' SQLCODE = ' SQLCODE
006900         MOVE 906 TO WS-ABEND-CODE
006910         PERFORM 9999-ABEND
006920     END-IF.
006930     ADD 1 TO WS-SINCE-COMMIT.
006940 2700-EXIT.
006950     EXIT.

006960 2450-WRITE-REGISTER-LINE.
006970     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
006980         PERFORM 2200-WRITE-HEADINGS
006990             THRU 2200-EXIT
007000     END-IF.
007010     MOVE WS-RECORD-NO      TO RD-RECORD-NO.
007020     MOVE PND-CAPTURE-DATE  TO RD-CAPTURE-DATE.
007030     MOVE PND-CAPTURE-TIME  TO RD-CAPTURE-TIME.
007040     MOVE PND-TERM-ID       TO RD-TERM-ID.
007050     MOVE PND-OPERATOR-ID   TO RD-OPERATOR-ID.
007060     MOVE PND-CUSTOMER-ID   TO RD-CUST-ID.
007070     MOVE PND-ITEM-TYPE     TO RD-ITEM-TYPE.
007080     MOVE DB-PAYMENT-AMOUNT TO RD-AMOUNT.
007090     MOVE WS-DISPOSITION    TO RD-DISPOSITION.
007100     MOVE DB-REPLAY-REASON  TO RD-REASON.
007110     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
007120         AFTER ADVANCING 1 LINE.
007130     ADD 1 TO WS-LINE-CNT.
007140 2450-EXIT.
007150     EXIT.

007160 2600-TAKE-COMMIT.
007170     EXEC SQL
007180         COMMIT
007190     END-EXEC.

007200     IF SQLCODE NOT = ZERO
007210         DISPLAY 'CUSTRPL - COMMIT FAILED, SQLCODE = ' SQLCODE
007220         MOVE 904 TO WS-ABEND-CODE
007230         PERFORM 9999-ABEND
007240     END-IF.

007250     MOVE ZERO TO WS-SINCE-COMMIT.
007260 2600-EXIT.
007270     EXIT.

007280 2200-WRITE-HEADINGS.
007290     ADD 1 TO WS-PAGE-NO.
007300     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
007310     IF WS-PAGE-NO > 1
007320         WRITE RPT-RECORD FROM RPT-HEADING-1
007330             AFTER ADVANCING PAGE
007340     ELSE
007350         WRITE RPT-RECORD FROM RPT-HEADING-1
007360             AFTER ADVANCING 1 LINE
007370     END-IF.
007380     WRITE RPT-RECORD FROM RPT-HEADING-2
007390         AFTER ADVANCING 1 LINE.
007400     MOVE SPACES TO RPT-RECORD.
007410     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
007420     WRITE RPT-RECORD FROM RPT-HEADING-3
007430         AFTER ADVANCING 1 LINE.
007440     MOVE 4 TO WS-LINE-CNT.
007450 2200-EXIT.
007460     EXIT.

007470*-----------------------------------------------------------
007480* THE TOTALS ACCOUNT FOR EVERY ITEM ON THE FILE: POSTED,
007490* SUSPENDED, DUPLICATE, NOTES POSTED OR REJECTED, AND ITEMS
007500* A PRIOR RUN ALREADY REPLAYED.
007510*-----------------------------------------------------------
007520 3000-TERMINATE.
007530     PERFORM 2600-TAKE-COMMIT
007540         THRU 2600-EXIT.

007550     MOVE SPACES TO RPT-RECORD.
007560     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
007570     MOVE 'ITEMS ON PENDING FILE:' TO RT-LABEL.
007580     MOVE WS-RECORD-NO TO RT-COUNT.
007590     MOVE ZERO TO RT-AMOUNT.
007600     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007610         AFTER ADVANCING 1 LINE.
007620     MOVE 'PAYMENTS POSTED:' TO RT-LABEL.
007630     MOVE WS-POSTED-COUNT TO RT-COUNT.
007640     MOVE WS-POSTED-AMOUNT TO RT-AMOUNT.
007650     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007660         AFTER ADVANCING 1 LINE.
007670     MOVE 'PAYMENTS TO SUSPENSE:' TO RT-LABEL.
007680     MOVE WS-SUSP-COUNT TO RT-COUNT.
007690     MOVE WS-SUSP-AMOUNT TO RT-AMOUNT.
007700     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007710         AFTER ADVANCING 1 LINE.
007720     MOVE 'DUPLICATES NOT POSTED:' TO RT-LABEL.
007730     MOVE WS-DUP-COUNT TO RT-COUNT.
007740     MOVE WS-DUP-AMOUNT TO RT-AMOUNT.
007750     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007760         AFTER ADVANCING 1 LINE.
007770     MOVE 'NOTES POSTED:' TO RT-LABEL.
007780     MOVE WS-NOTE-COUNT TO RT-COUNT.
007790     MOVE ZERO TO RT-AMOUNT.
007800     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007810         AFTER ADVANCING 1 LINE.
007820     MOVE 'ITEMS REJECTED:' TO RT-LABEL.
007830     MOVE WS-NOTE-REJ-COUNT TO RT-COUNT.
007840     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007850         AFTER ADVANCING 1 LINE.
007860     MOVE 'REPLAYED BY A PRIOR RUN:' TO RT-LABEL.
007870     MOVE WS-PRIOR-COUNT TO RT-COUNT.
007880     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007890         AFTER ADVANCING 1 LINE.

007900     CLOSE PND-FILE.
007910     CLOSE RPT-FILE.
007920     DISPLAY 'CUSTRPL - ITEMS READ: ' WS-RECORD-NO
007930         ' POSTED: ' WS-POSTED-COUNT
007940         ' SUSPENDED: ' WS-SUSP-COUNT
007950         ' DUPLICATES: ' WS-DUP-COUNT.
007960 3000-EXIT.
007970     EXIT.

007980* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
007990* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
008000* UNIT OF WORK. ROLL IT BACK FIRST SO NOTHING POSTS WITHOUT
008010* ITS REPLAY LOG ROW AND THE RERUN CANNOT DOUBLE-POST.
008020 9999-ABEND.
008030     EXEC SQL
008040         ROLLBACK
008050     END-EXEC.
008060     CLOSE PND-FILE.
008070     CLOSE RPT-FILE.
008080     MOVE WS-ABEND-CODE TO RETURN-CODE.
008090     GOBACK.
