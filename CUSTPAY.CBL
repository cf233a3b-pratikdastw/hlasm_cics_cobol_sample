000610*                  DISTINCT 'R' ROW IS JOURNALED FOR THE
000620*                  CUSTGLF RCV FEED - IT NO LONGER VANISHES
000630*                  INTO A NEGATIVE BALANCE.
      *   OCT 2026  CAG  RUN UNDER THE CUSTRUN BATCH RUN CONTROL.
      *                  THE BUSINESS DATE ON CUST_BUSDATE, NOT THE
      *                  SYSTEM CLOCK, IS THE POSTING DATE (LAST
      *                  PAYMENT, CHECK AND SUSPENSE DATES), THE RUN
      *                  IS REFUSED A SECOND TIME FOR THE SAME DATE
      *                  WITHOUT A RERUN OVERRIDE, AND ITS START,
      *                  END, STATUS AND COUNTS GO ON CUST_RUNCTL.
      *   OCT 2026  CAG  JOURNAL A CRM CHANGE EVENT (CUSTEVT) WITH
      *                  EVERY CUST_HIST ROW, IN THE SAME UNIT OF
      *                  WORK, SO THE CRM FEED CARRIES ONLY COMMITTED
      *                  POSTINGS.
      *   OCT 2026  CAG  ACCEPT THE BANK'S BAI2 LOCKBOX TRANSMISSION
      *                  (CTLIN 'BAI2'): FILE, LOCKBOX, BATCH AND ITEM
      *                  RECORDS. EVERY BATCH, EVERY LOCKBOX AND THE
      *                  FILE ARE BALANCED TO THEIR TRAILERS BEFORE
      *                  ANYTHING POSTS, AND ANY MISMATCH REJECTS THE
      *                  WHOLE TRANSMISSION. THE DEPOSIT DATE AND BATCH
      *                  REFERENCE GO ON CUST_HIST AND CUST_SUSP (AND
      *                  THE REMITTER NAME ON CUST_SUSP), AND THE
      *                  REGISTER CLOSES WITH A DEPOSIT RECONCILIATION
      *                  BY LOCKBOX AND BATCH. THE 80-BYTE RECORD IS
      *                  STILL TAKEN (CTLIN BLANK) FOR THE MANUAL
      *                  KEYING FILE.
      *   OCT 2026  CAG  A POSTED PAYMENT THAT SETTLES AN OPEN PAYOFF
      *                  QUOTE (CUST_PAYOFF, SAVED ON THE CUSTPOQ
      *                  SCREEN) - DEPOSITED BY THE QUOTE'S EXPIRY DATE
      *                  AND NOT LESS THAN THE PAYOFF AMOUNT - MARKS THE
      *                  QUOTE PAID IN THE SAME UNIT OF WORK AND IS
      *                  FLAGGED ON THE REGISTER WITH THE QUOTE NUMBER
      *                  SO THE ACCOUNT CAN BE CLOSED. TOTAL OF QUOTES
      *                  PAID FOR THE DATE AFTER THE PAYMENT TOTALS.
      *   OCT 2026  CAG  PROVE EACH LOCKBOX DEPOSIT DATE IS A REAL
      *                  CALENDAR DATE (NO 30 FEBRUARY) BEFORE
      *                  ANYTHING POSTS, AND COUNT ONLY THIS BUSINESS
      *                  DATE'S POSTINGS AND SUSPENSE ITEMS IN THE
      *                  DEPOSIT RECONCILIATION.
      *-----------------------------------------------------------
      * CTLIN: OPTIONAL CARD. COLUMNS 1-4 'BAI2' - LOCKBOX IS THE
      * BANK'S BAI2 TRANSMISSION; BLANK OR 'LBX ' - LOCKBOX IS THE
      * 80-BYTE PAYMENT RECORD OF THE MANUAL KEYING FILE, WHICH HAS
      * NO DEPOSIT STRUCTURE (DEPOSIT DATE = BUSINESS DATE, BATCH
      * REFERENCE BLANK). ANYTHING ELSE ABENDS 911.
      *-----------------------------------------------------------
      * ABEND CODES ADDED FOR THE TRANSMISSION:
      *   910 - TRANSMISSION OUT OF BALANCE, NOTHING POSTED
      *   911 - CONTROL CARD INVALID
      *   913 - DEPOSIT RECONCILIATION READ FAILED
      * AND FOR THE PAYOFF QUOTE MATCH:
      *   914 - CUST_PAYOFF PROBE OR UPDATE FAILED
000640*-----------------------------------------------------------
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.

000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000703     SELECT CTL-FILE ASSIGN TO CTLIN
000706         ORGANIZATION IS SEQUENTIAL.
000710     SELECT LBX-FILE ASSIGN TO LOCKBOX
000720         ORGANIZATION IS SEQUENTIAL.
000730     SELECT REJ-FILE ASSIGN TO REJOUT

000770 DATA DIVISION.
000780 FILE SECTION.
000781 FD  CTL-FILE
000782     RECORDING MODE IS F
000783     LABEL RECORDS ARE STANDARD.
000784 01  CTL-RECORD.
000785     05  CTL-FORMAT          PIC X(04).
000786     05  FILLER              PIC X(76).

000790 FD  LBX-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000817* THE 80-BYTE PAYMENT RECORD (MANUAL KEYING FILE)
000820 01  LBX-RECORD.
000830     05  LBX-CUSTOMER-ID     PIC X(06).
000840     05  LBX-PAYMENT-AMOUNT  PIC 9(07)V99.
000850     05  LBX-CHECK-NUMBER    PIC X(10).
000860     05  FILLER              PIC X(55).
      *-----------------------------------------------------------
      * THE BANK'S BAI2 LOCKBOX TRANSMISSION, 80 BYTES, AS
      * CONTRACTED: ONE FILE HEADER (1) AND SERVICE HEADER (2), THEN
      * PER LOCKBOX A HEADER (5) CARRYING THE LOCKBOX NUMBER AND
      * DEPOSIT DATE, ITS BATCHES OF ITEMS (6, ONE PER CHECK, WITH
      * ANY OVERFLOW RECORDS 4) EACH CLOSED BY A BATCH TOTAL (7),
      * AND A LOCKBOX TOTAL (8); LAST, ONE FILE TRAILER (9) WHOSE
      * RECORD COUNT INCLUDES ITSELF AND THE HEADERS. DATES ARE
      * YYMMDD. THE CUSTOMER ID IS THE ACCOUNT NUMBER READ FROM THE
      * REMITTANCE COUPON.
      *-----------------------------------------------------------
       01  BAI-RECORD.
           05  BAI-RECORD-TYPE     PIC X(01).
               88  BAI-FILE-HEADER     VALUE '1'.
               88  BAI-SERVICE-HEADER  VALUE '2'.
               88  BAI-OVERFLOW        VALUE '4'.
               88  BAI-LOCKBOX-HEADER  VALUE '5'.
               88  BAI-DETAIL          VALUE '6'.
               88  BAI-BATCH-TOTAL     VALUE '7'.
               88  BAI-LOCKBOX-TOTAL   VALUE '8'.
               88  BAI-FILE-TRAILER    VALUE '9'.
           05  BAI-RECORD-DATA     PIC X(79).
           05  BAI-HDR-DATA REDEFINES BAI-RECORD-DATA.
               10  BAI-HDR-PRIORITY    PIC X(02).
               10  BAI-HDR-DESTINATION PIC X(10).
               10  BAI-HDR-ORIGIN      PIC X(10).
               10  BAI-HDR-TRANS-DATE  PIC X(06).
               10  BAI-HDR-TRANS-TIME  PIC X(04).
               10  FILLER              PIC X(47).
           05  BAI-BOX-DATA REDEFINES BAI-RECORD-DATA.
               10  BAI-BOX-BATCH-NO    PIC X(03).
               10  BAI-BOX-ITEM-NO     PIC X(03).
               10  BAI-BOX-LOCKBOX     PIC X(07).
               10  BAI-BOX-DEPOSIT-DATE PIC X(06).
               10  BAI-BOX-DESTINATION PIC X(10).
               10  BAI-BOX-ORIGIN      PIC X(10).
               10  FILLER              PIC X(40).
           05  BAI-ITM-DATA REDEFINES BAI-RECORD-DATA.
               10  BAI-ITM-BATCH-NO    PIC X(03).
               10  BAI-ITM-ITEM-NO     PIC X(03).
               10  BAI-ITM-AMOUNT      PIC 9(08)V99.
               10  BAI-ITM-ROUTING     PIC X(09).
               10  BAI-ITM-ACCOUNT     PIC X(10).
               10  BAI-ITM-CHECK-NO    PIC X(10).
               10  BAI-ITM-CUSTOMER-ID PIC X(06).
               10  BAI-ITM-REMITTER    PIC X(28).
           05  BAI-OVF-DATA REDEFINES BAI-RECORD-DATA.
               10  BAI-OVF-BATCH-NO    PIC X(03).
               10  BAI-OVF-ITEM-NO     PIC X(03).
               10  BAI-OVF-TYPE        PIC X(01).
               10  BAI-OVF-SEQ         PIC X(02).
               10  BAI-OVF-LAST        PIC X(01).
               10  BAI-OVF-TEXT        PIC X(69).
           05  BAI-BAT-DATA REDEFINES BAI-RECORD-DATA.
               10  BAI-BAT-BATCH-NO    PIC X(03).
               10  BAI-BAT-ITEM-NO     PIC X(03).
               10  BAI-BAT-LOCKBOX     PIC X(07).
               10  BAI-BAT-DEPOSIT-DATE PIC X(06).
               10  BAI-BAT-ITEMS       PIC 9(03).
               10  BAI-BAT-AMOUNT      PIC 9(08)V99.
               10  FILLER              PIC X(47).
           05  BAI-BXT-DATA REDEFINES BAI-RECORD-DATA.
               10  BAI-BXT-BATCH-NO    PIC X(03).
               10  BAI-BXT-ITEM-NO     PIC X(03).
               10  BAI-BXT-LOCKBOX     PIC X(07).
               10  BAI-BXT-DEPOSIT-DATE PIC X(06).
               10  BAI-BXT-ITEMS       PIC 9(04).
               10  BAI-BXT-AMOUNT      PIC 9(08)V99.
               10  FILLER              PIC X(46).
           05  BAI-TRL-DATA REDEFINES BAI-RECORD-DATA.
               10  BAI-TRL-RECORDS     PIC 9(06).
               10  BAI-TRL-ITEMS       PIC 9(06).
               10  BAI-TRL-AMOUNT      PIC 9(10)V99.
               10  FILLER              PIC X(55).

000870 FD  REJ-FILE
000880     RECORDING MODE IS F
001240 01  DB-POSTED-AMOUNT        PIC S9(11)V99 COMP-3.
001250 01  DB-REJECT-COUNT         PIC S9(9) COMP.

      * Host variable for the business date the run posts under
       01  DB-BUS-DATE             PIC X(10).

      * Host variables for the bank deposit a payment came in
       01  DB-DEPOSIT-DATE         PIC X(10).
       01  DB-BATCH-REF            PIC X(10).
       01  DB-REMITTER             PIC X(28).
       01  DB-HIST-CNT             PIC S9(9) COMP.
       01  DB-HIST-AMT             PIC S9(11)V99 COMP-3.

      * Host variables for the CUST_PAYOFF quote a payment settles
       01  DB-QUOTE-NO             PIC S9(9) COMP.
       01  DB-QUOTE-CNT            PIC S9(9) COMP.
       01  DB-QUOTE-AMT            PIC S9(11)V99 COMP-3.

001260 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
001270     88  WS-EOF-REACHED        VALUE 'Y'.
001280 77  WS-EDIT-SWITCH          PIC X(01)      VALUE 'Y'.
001420 77  WS-SUSP-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
001430 77  WS-TODAY-YYYYMMDD       PIC 9(08).
001440 77  WS-ABEND-CODE           PIC S9(04) COMP.
       77  WS-FORMAT-SWITCH        PIC X(01)      VALUE 'M'.
           88  WS-FORMAT-BAI2        VALUE 'B'.
           88  WS-FORMAT-MANUAL      VALUE 'M'.
       77  WS-PAYMENT-SWITCH       PIC X(01)      VALUE 'N'.
           88  WS-PAYMENT-RECORD     VALUE 'Y'.
       77  WS-BALANCE-SWITCH       PIC X(01)      VALUE 'Y'.
           88  WS-IN-BALANCE         VALUE 'Y'.
           88  WS-OUT-OF-BALANCE     VALUE 'N'.
       77  WS-TRAILER-SWITCH       PIC X(01)      VALUE 'N'.
           88  WS-TRAILER-SEEN       VALUE 'Y'.
       77  WS-BOX-SWITCH           PIC X(01)      VALUE 'N'.
           88  WS-BOX-OPEN           VALUE 'Y'.
       77  WS-BATCH-SWITCH         PIC X(01)      VALUE 'N'.
           88  WS-BATCH-OPEN         VALUE 'Y'.
       77  WS-DATE-SWITCH          PIC X(01)      VALUE 'Y'.
           88  WS-DATE-OK            VALUE 'Y'.
       77  WS-FOUND-SWITCH         PIC X(01)      VALUE 'N'.
           88  WS-ENTRY-FOUND        VALUE 'Y'.
       77  WS-BAL-RECORDS          PIC S9(09) COMP VALUE 0.
       77  WS-BOX-ITEMS            PIC S9(07) COMP-3 VALUE 0.
       77  WS-BOX-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-FILE-ITEMS           PIC S9(07) COMP-3 VALUE 0.
       77  WS-FILE-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-BAT-SUB              PIC S9(04) COMP VALUE 0.
       77  WS-CUR-BAT              PIC S9(04) COMP VALUE 0.
       77  WS-CUR-LOCKBOX          PIC X(07)      VALUE SPACES.
       77  WS-CUR-BATCH-NO         PIC X(03)      VALUE SPACES.
       77  WS-CUR-DEPOSIT-DATE     PIC X(10)      VALUE SPACES.
       77  WS-BAL-MESSAGE          PIC X(60)      VALUE SPACES.
       77  WS-NOT-APPLIED          PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TOT-BANK-ITEMS       PIC S9(07) COMP-3 VALUE 0.
       77  WS-TOT-BANK-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TOT-POST-ITEMS       PIC S9(07) COMP-3 VALUE 0.
       77  WS-TOT-POST-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TOT-SUSP-ITEMS       PIC S9(07) COMP-3 VALUE 0.
       77  WS-TOT-SUSP-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TOT-NOT-APPLIED      PIC S9(11)V99 COMP-3 VALUE 0.

      * The payment being posted, from whichever input format
       01  WS-PAYMENT.
           05  PAY-CUSTOMER-ID     PIC X(06).
           05  PAY-AMOUNT          PIC 9(09)V99.
           05  PAY-AMOUNT-SWITCH   PIC X(01).
               88  PAY-AMOUNT-OK     VALUE 'Y'.
           05  PAY-CHECK-NUMBER    PIC X(10).
           05  PAY-DEPOSIT-DATE    PIC X(10).
           05  PAY-BATCH-REF.
               10  PAY-BATCH-LOCKBOX PIC X(07).
               10  PAY-BATCH-NO    PIC X(03).
           05  PAY-REMITTER        PIC X(28).
           05  PAY-INPUT-IMAGE     PIC X(80).

      * A BAI2 YYMMDD DATE AND THE ISO DATE IT MAPS TO
       01  WS-BAI-DATE.
           05  WS-BAI-YY           PIC X(02).
           05  WS-BAI-MM           PIC X(02).
           05  WS-BAI-DD           PIC X(02).
       01  WS-BAI-DATE-N REDEFINES WS-BAI-DATE
                                   PIC 9(06).
       01  WS-DEPOSIT-ISO.
           05  FILLER              PIC X(02)  VALUE '20'.
           05  WS-DEP-YY           PIC X(02).
           05  FILLER              PIC X(01)  VALUE '-'.
           05  WS-DEP-MM           PIC X(02).
           05  FILLER              PIC X(01)  VALUE '-'.
           05  WS-DEP-DD           PIC X(02).

      * Every batch in the transmission: what the bank's records
      * add up to (proved against the batch total) and, at the end,
      * what of it posted and what went to suspense.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT      PIC S9(04) COMP VALUE 0.
           05  WS-BATCH-MAX        PIC S9(04) COMP VALUE 500.
           05  WS-BATCH-ENTRY OCCURS 500 TIMES.
               10  BAT-BATCH-REF.
                   15  BAT-LOCKBOX PIC X(07).
                   15  BAT-BATCH-NO PIC X(03).
               10  BAT-DEPOSIT-DATE PIC X(10).
               10  BAT-ITEMS       PIC S9(07) COMP-3.
               10  BAT-AMOUNT      PIC S9(11)V99 COMP-3.
               10  BAT-POST-ITEMS  PIC S9(07) COMP-3.
               10  BAT-POST-AMOUNT PIC S9(11)V99 COMP-3.
               10  BAT-SUSP-ITEMS  PIC S9(07) COMP-3.
               10  BAT-SUSP-AMOUNT PIC S9(11)V99 COMP-3.

001450 01  WS-CURRENT-DATE         PIC 9(08).
001460 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001480     05  WS-CURR-MM          PIC 9(02).
001490     05  WS-CURR-DD          PIC 9(02).

001492* Batch run control call area (CUSTRUN)
001494 COPY CUSTRUN.

001496* CRM change-event call area (CUSTEVT)
001498 COPY CUSTEVT.

001500 01  RPT-HEADING-1.
001510     05  FILLER              PIC X(01)  VALUE SPACE.
001520     05  FILLER              PIC X(40)  VALUE
001710     05  FILLER              PIC X(12)  VALUE 'CHECK NO'.
001720     05  FILLER              PIC X(15)  VALUE 'AMOUNT'.
001730     05  FILLER              PIC X(08)  VALUE 'STATUS'.
001733     05  FILLER              PIC X(02)  VALUE SPACES.
001736     05  FILLER              PIC X(12)  VALUE 'DEPOSIT'.
001739     05  FILLER              PIC X(12)  VALUE 'BATCH REF'.
001742     05  FILLER              PIC X(28)  VALUE 'REMITTER'.
001744     05  FILLER              PIC X(02)  VALUE SPACES.
001746     05  FILLER              PIC X(22)  VALUE 'PAYOFF QUOTE'.

001750 01  RPT-DETAIL-LINE.
001760     05  FILLER              PIC X(01)  VALUE SPACE.
001830     05  RD-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
001840     05  FILLER              PIC X(02)  VALUE SPACES.
001850     05  RD-STATUS           PIC X(08).
001852     05  FILLER              PIC X(02)  VALUE SPACES.
001854     05  RD-DEPOSIT-DATE     PIC X(10).
001856     05  FILLER              PIC X(02)  VALUE SPACES.
001858     05  RD-BATCH-REF        PIC X(10).
001860     05  FILLER              PIC X(02)  VALUE SPACES.
001862     05  RD-REMITTER         PIC X(28).
001863     05  FILLER              PIC X(02)  VALUE SPACES.
001864     05  RD-PAYOFF-FLAG.
001865         10  RD-PAYOFF-LABEL PIC X(13).
001866         10  RD-PAYOFF-QUOTE PIC Z(08)9.

001870 01  RPT-TOTAL-LINE.
001880     05  FILLER              PIC X(01)  VALUE SPACE.
001920     05  RT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
001930     05  FILLER              PIC X(77)  VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  RS-TITLE            PIC X(40).
           05  FILLER              PIC X(92)  VALUE SPACES.

      * Transmission balancing: each batch, lockbox and the file
      * against its trailer
       01  RPT-BAL-HEADING.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  FILLER              PIC X(09)  VALUE 'LEVEL'.
           05  FILLER              PIC X(09)  VALUE 'LOCKBOX'.
           05  FILLER              PIC X(05)  VALUE 'BATCH'.
           05  FILLER              PIC X(10)  VALUE 'DEPOSIT'.
           05  FILLER              PIC X(09)  VALUE 'TRL ITEMS'.
           05  FILLER              PIC X(19)  VALUE
               '     TRAILER AMOUNT'.
           05  FILLER              PIC X(09)  VALUE 'RCV ITEMS'.
           05  FILLER              PIC X(19)  VALUE
               '    RECEIVED AMOUNT'.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  FILLER              PIC X(14)  VALUE 'RESULT'.
           05  FILLER              PIC X(27)  VALUE SPACES.

       01  RPT-BAL-LINE.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  RB-LEVEL            PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  RB-LOCKBOX          PIC X(07).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RB-BATCH            PIC X(03).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RB-DEPOSIT-DATE     PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RB-TRL-ITEMS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RB-TRL-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RB-RCV-ITEMS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RB-RCV-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RB-RESULT           PIC X(14).
           05  FILLER              PIC X(27)  VALUE SPACES.

       01  RPT-MESSAGE-LINE.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  RM-LABEL            PIC X(07).
           05  RM-RECORD-NO        PIC ZZZZZZZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RM-TEXT             PIC X(60).
           05  FILLER              PIC X(54)  VALUE SPACES.

      * Deposit reconciliation: each batch of the transmission
      * against what posted and what went to suspense
       01  RPT-REC-HEADING.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  FILLER              PIC X(09)  VALUE 'LOCKBOX'.
           05  FILLER              PIC X(05)  VALUE 'BATCH'.
           05  FILLER              PIC X(12)  VALUE 'DEPOSIT'.
           05  FILLER              PIC X(06)  VALUE ' ITEMS'.
           05  FILLER              PIC X(18)  VALUE
               '    DEPOSIT AMOUNT'.
           05  FILLER              PIC X(08)  VALUE '   ITEMS'.
           05  FILLER              PIC X(18)  VALUE
               '     POSTED AMOUNT'.
           05  FILLER              PIC X(08)  VALUE '   ITEMS'.
           05  FILLER              PIC X(18)  VALUE
               '   SUSPENSE AMOUNT'.
           05  FILLER              PIC X(19)  VALUE
               '        NOT APPLIED'.
           05  FILLER              PIC X(11)  VALUE SPACES.

       01  RPT-REC-LINE.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  RR-LOCKBOX          PIC X(07).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RR-BATCH            PIC X(03).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RR-DEPOSIT-DATE     PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RR-BANK-ITEMS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  RR-BANK-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RR-POST-ITEMS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  RR-POST-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RR-SUSP-ITEMS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  RR-SUSP-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RR-NOT-APPLIED      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(11)  VALUE SPACES.

001940 PROCEDURE DIVISION.
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE
002030     GOBACK.

002040 1000-INITIALIZE.
002045     OPEN INPUT CTL-FILE.
002050     OPEN INPUT LBX-FILE.
002060     OPEN EXTEND REJ-FILE.
002070     OPEN OUTPUT RPT-FILE.
002075     PERFORM 1050-BEGIN-RUN
002080         THRU 1050-EXIT.
002085     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
002090     MOVE WS-CURR-MM   TO RH2-RUN-MM.
002100     MOVE WS-CURR-DD   TO RH2-RUN-DD.
002110     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
002140     MOVE 'CUSTPAY ' TO DB-JOB-NAME.
002150     MOVE 'CUSTPAY ' TO DB-HIST-OPERATOR.
002160     MOVE 'P' TO DB-HIST-ACTION.
002161     INITIALIZE EVT-CONTROL-AREA.

002162     PERFORM 1020-READ-CONTROL-CARD
002163         THRU 1020-EXIT.
002164     IF WS-FORMAT-BAI2
002165         PERFORM 1200-BALANCE-TRANSMISSION
002166             THRU 1200-EXIT
002167     END-IF.

002170     PERFORM 1100-READ-CHECKPOINT
002180         THRU 1100-EXIT.
002190     PERFORM 2100-READ-LBX-RECORD
002200         THRU 2100-EXIT.
002210 1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
      * (ALREADY COMPLETE FOR THE DATE WITH NO RERUN OVERRIDE)
      * BEFORE ANYTHING IS POSTED.
      *-----------------------------------------------------------
       1050-BEGIN-RUN.
           INITIALIZE RUN-CONTROL-AREA.
           MOVE 'CUSTPAY ' TO RUN-JOB-NAME.
           SET RUN-BEGIN TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTPAY - ' RUN-MESSAGE
               MOVE 912 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
       1050-EXIT.
           EXIT.

       1020-READ-CONTROL-CARD.
           MOVE SPACES TO CTL-RECORD.
           READ CTL-FILE
               AT END
                   MOVE SPACES TO CTL-RECORD
           END-READ.
           EVALUATE CTL-FORMAT
               WHEN 'BAI2'
                   SET WS-FORMAT-BAI2 TO TRUE
               WHEN SPACES
               WHEN 'LBX '
                   SET WS-FORMAT-MANUAL TO TRUE
               WHEN OTHER
                   DISPLAY 'CUSTPAY - INVALID INPUT FORMAT: ' CTL-FORMAT
                   MOVE 911 TO WS-ABEND-CODE
                   PERFORM 9999-ABEND
           END-EVALUATE.
       1020-EXIT.
002220     EXIT.

002230*-----------------------------------------------------------
002800         SELECT COUNT(*), COALESCE(SUM(SUSP_AMOUNT), 0)
002810           INTO :DB-SUSP-CNT, :DB-SUSP-AMT
002820           FROM CUST_SUSP
002830          WHERE SUSP_DATE = DATE(:DB-BUS-DATE)
002840     END-EXEC.
002850     IF SQLCODE = ZERO
002860         MOVE DB-SUSP-CNT TO WS-SUSP-COUNT
002890 1150-EXIT.
002900     EXIT.

      *-----------------------------------------------------------
      * A BAI2 TRANSMISSION IS PROVED BEFORE ANYTHING POSTS. ONE
      * PASS OVER THE WHOLE FILE CHECKS ITS SHAPE - ONE FILE HEADER
      * FIRST, EACH LOCKBOX OPENED AND CLOSED IN TURN, ITEMS ONLY
      * INSIDE A BATCH, ONE FILE TRAILER LAST - AND TIES EVERY
      * BATCH, EVERY LOCKBOX AND THE FILE TO ITS TRAILER'S ITEM
      * COUNT AND TOTAL. A TRUNCATED FILE HAS NO TRAILER; A DOUBLED
      * ONE HAS A SECOND HEADER, A REPEATED BATCH OR RECORDS PAST
      * THE TRAILER. ANY FAILURE REJECTS THE WHOLE TRANSMISSION:
      * NOTHING POSTS AND THE RUN FAILS FOR THE BANK TO RESEND. THE
      * PROOF PRINTS AT THE FRONT OF THE REGISTER. A RESTART PROVES
      * THE FILE AGAIN BEFORE IT RESUMES.
      *-----------------------------------------------------------
       1200-BALANCE-TRANSMISSION.
           MOVE 'Y' TO WS-BALANCE-SWITCH.
           MOVE 'N' TO WS-TRAILER-SWITCH.
           MOVE 'N' TO WS-BOX-SWITCH.
           MOVE 'N' TO WS-BATCH-SWITCH.
           MOVE ZERO TO WS-BAL-RECORDS.
           MOVE ZERO TO WS-FILE-ITEMS.
           MOVE ZERO TO WS-FILE-AMOUNT.
           MOVE ZERO TO WS-BATCH-COUNT.
           MOVE 'TRANSMISSION BALANCING' TO RS-TITLE.
           PERFORM 1250-WRITE-BALANCE-HEADINGS
               THRU 1250-EXIT.

           PERFORM 2100-READ-LBX-RECORD
               THRU 2100-EXIT.
           PERFORM 1210-BALANCE-ONE-RECORD
               THRU 1210-EXIT
               UNTIL WS-EOF-REACHED.

           IF WS-IN-BALANCE AND NOT WS-TRAILER-SEEN
               MOVE 'NO FILE TRAILER - TRANSMISSION INCOMPLETE'
                   TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
           END-IF.

           IF WS-OUT-OF-BALANCE
               PERFORM 1290-REJECT-TRANSMISSION
                   THRU 1290-EXIT
           END-IF.

           MOVE SPACES TO RM-LABEL.
           MOVE ZERO TO RM-RECORD-NO.
           MOVE 'TRANSMISSION IN BALANCE' TO RM-TEXT.
           PERFORM 1285-WRITE-MESSAGE-LINE
               THRU 1285-EXIT.

      * BACK TO THE TOP OF THE FILE FOR THE POSTING PASS; ITS
      * REGISTER STARTS ON A NEW PAGE.
           CLOSE LBX-FILE.
           OPEN INPUT LBX-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 99 TO WS-LINE-CNT.
       1200-EXIT.
           EXIT.

       1210-BALANCE-ONE-RECORD.
           ADD 1 TO WS-BAL-RECORDS.
           IF WS-TRAILER-SEEN
               MOVE 'RECORDS FOLLOW THE FILE TRAILER' TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1210-EXIT
           END-IF.
           IF WS-BAL-RECORDS = 1 AND NOT BAI-FILE-HEADER
               MOVE 'FIRST RECORD IS NOT A FILE HEADER'
                   TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1210-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN BAI-FILE-HEADER
                   IF WS-BAL-RECORDS > 1
                       MOVE 'SECOND FILE HEADER' TO WS-BAL-MESSAGE
                       PERFORM 1270-STRUCTURE-ERROR
                           THRU 1270-EXIT
                   END-IF
               WHEN BAI-SERVICE-HEADER
                   CONTINUE
               WHEN BAI-LOCKBOX-HEADER
                   PERFORM 1220-OPEN-LOCKBOX
                       THRU 1220-EXIT
               WHEN BAI-DETAIL
                   PERFORM 1230-COUNT-ITEM
                       THRU 1230-EXIT
               WHEN BAI-OVERFLOW
                   IF NOT WS-BATCH-OPEN
                       MOVE 'OVERFLOW RECORD OUTSIDE A BATCH'
                           TO WS-BAL-MESSAGE
                       PERFORM 1270-STRUCTURE-ERROR
                           THRU 1270-EXIT
                   END-IF
               WHEN BAI-BATCH-TOTAL
                   PERFORM 1240-CLOSE-BATCH
                       THRU 1240-EXIT
               WHEN BAI-LOCKBOX-TOTAL
                   PERFORM 1245-CLOSE-LOCKBOX
                       THRU 1245-EXIT
               WHEN BAI-FILE-TRAILER
                   PERFORM 1260-CLOSE-FILE
                       THRU 1260-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-BAL-MESSAGE
                   PERFORM 1270-STRUCTURE-ERROR
                       THRU 1270-EXIT
           END-EVALUATE.

           IF NOT WS-EOF-REACHED
               PERFORM 2100-READ-LBX-RECORD
                   THRU 2100-EXIT
           END-IF.
       1210-EXIT.
           EXIT.

       1220-OPEN-LOCKBOX.
           IF WS-BOX-OPEN
               MOVE 'LOCKBOX HEADER BEFORE THE LAST LOCKBOX TOTAL'
                   TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1220-EXIT
           END-IF.
           MOVE BAI-BOX-DEPOSIT-DATE TO WS-BAI-DATE.
           PERFORM 2070-CONVERT-DEPOSIT-DATE
               THRU 2070-EXIT.
           IF WS-DATE-OK
               PERFORM 1225-PROVE-DEPOSIT-DATE
                   THRU 1225-EXIT
           END-IF.
           IF NOT WS-DATE-OK
               MOVE 'LOCKBOX DEPOSIT DATE INVALID' TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1220-EXIT
           END-IF.
           MOVE BAI-BOX-LOCKBOX TO WS-CUR-LOCKBOX.
           MOVE ZERO TO WS-BOX-ITEMS.
           MOVE ZERO TO WS-BOX-AMOUNT.
           SET WS-BOX-OPEN TO TRUE.
           MOVE 'N' TO WS-BATCH-SWITCH.
       1220-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * THE DEPOSIT DATE PASSED THE RANGE EDIT; DB2 DECIDES WHETHER
      * IT IS A REAL DATE (30 FEBRUARY IS NOT). ONE IT WILL NOT TAKE
      * WOULD FAIL THE FIRST INSERT IN THE POSTING PASS, SO IT
      * REJECTS THE TRANSMISSION HERE INSTEAD.
      *-----------------------------------------------------------
       1225-PROVE-DEPOSIT-DATE.
           MOVE WS-CUR-DEPOSIT-DATE TO DB-DEPOSIT-DATE.
           EXEC SQL
               SELECT CHAR(DATE(:DB-DEPOSIT-DATE), ISO)
                 INTO :DB-DEPOSIT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-DATE-SWITCH
           END-IF.
       1225-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * AN ITEM OPENS ITS BATCH IF NONE IS OPEN, AND MUST BELONG TO
      * THE BATCH THAT IS.
      *-----------------------------------------------------------
       1230-COUNT-ITEM.
           IF NOT WS-BOX-OPEN
               MOVE 'ITEM OUTSIDE A LOCKBOX' TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1230-EXIT
           END-IF.
           IF BAI-ITM-AMOUNT NOT NUMERIC
               MOVE 'ITEM AMOUNT NOT NUMERIC' TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1230-EXIT
           END-IF.
           IF WS-BATCH-OPEN
            AND BAI-ITM-BATCH-NO NOT = WS-CUR-BATCH-NO
               MOVE 'ITEM OUTSIDE ITS BATCH' TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1230-EXIT
           END-IF.
           IF NOT WS-BATCH-OPEN
               PERFORM 1235-OPEN-BATCH
                   THRU 1235-EXIT
               IF NOT WS-BATCH-OPEN
                   GO TO 1230-EXIT
               END-IF
           END-IF.

           ADD 1 TO BAT-ITEMS (WS-CUR-BAT).
           ADD BAI-ITM-AMOUNT TO BAT-AMOUNT (WS-CUR-BAT).
           ADD 1 TO WS-BOX-ITEMS.
           ADD BAI-ITM-AMOUNT TO WS-BOX-AMOUNT.
           ADD 1 TO WS-FILE-ITEMS.
           ADD BAI-ITM-AMOUNT TO WS-FILE-AMOUNT.
       1230-EXIT.
           EXIT.

       1235-OPEN-BATCH.
           IF WS-BATCH-COUNT NOT < WS-BATCH-MAX
               MOVE 'MORE BATCHES THAN THE BATCH TABLE HOLDS'
                   TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1235-EXIT
           END-IF.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 1236-MATCH-ONE-BATCH
               THRU 1236-EXIT
               VARYING WS-BAT-SUB FROM 1 BY 1
               UNTIL WS-BAT-SUB > WS-BATCH-COUNT
               OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               MOVE 'BATCH REPEATED IN THE TRANSMISSION'
                   TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1235-EXIT
           END-IF.

           ADD 1 TO WS-BATCH-COUNT.
           MOVE WS-BATCH-COUNT TO WS-CUR-BAT.
           MOVE WS-CUR-LOCKBOX TO BAT-LOCKBOX (WS-CUR-BAT).
           MOVE BAI-ITM-BATCH-NO TO BAT-BATCH-NO (WS-CUR-BAT).
           MOVE WS-CUR-DEPOSIT-DATE TO BAT-DEPOSIT-DATE (WS-CUR-BAT).
           MOVE ZERO TO BAT-ITEMS (WS-CUR-BAT).
           MOVE ZERO TO BAT-AMOUNT (WS-CUR-BAT).
           MOVE ZERO TO BAT-POST-ITEMS (WS-CUR-BAT).
           MOVE ZERO TO BAT-POST-AMOUNT (WS-CUR-BAT).
           MOVE ZERO TO BAT-SUSP-ITEMS (WS-CUR-BAT).
           MOVE ZERO TO BAT-SUSP-AMOUNT (WS-CUR-BAT).
           MOVE BAI-ITM-BATCH-NO TO WS-CUR-BATCH-NO.
           SET WS-BATCH-OPEN TO TRUE.
       1235-EXIT.
           EXIT.

       1236-MATCH-ONE-BATCH.
           IF BAT-LOCKBOX (WS-BAT-SUB) = WS-CUR-LOCKBOX
            AND BAT-BATCH-NO (WS-BAT-SUB) = BAI-ITM-BATCH-NO
            AND BAT-DEPOSIT-DATE (WS-BAT-SUB) = WS-CUR-DEPOSIT-DATE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
       1236-EXIT.
           EXIT.

       1240-CLOSE-BATCH.
           IF NOT WS-BATCH-OPEN
               MOVE 'BATCH TOTAL WITH NO ITEMS BEFORE IT'
                   TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1240-EXIT
           END-IF.
           IF BAI-BAT-BATCH-NO NOT = WS-CUR-BATCH-NO
            OR BAI-BAT-LOCKBOX NOT = WS-CUR-LOCKBOX
               MOVE 'BATCH TOTAL DOES NOT MATCH ITS BATCH'
                   TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1240-EXIT
           END-IF.
           IF BAI-BAT-ITEMS NOT NUMERIC
            OR BAI-BAT-AMOUNT NOT NUMERIC
               MOVE 'BATCH TOTAL NOT NUMERIC' TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1240-EXIT
           END-IF.

           MOVE 'BATCH'                    TO RB-LEVEL.
           MOVE WS-CUR-LOCKBOX             TO RB-LOCKBOX.
           MOVE WS-CUR-BATCH-NO            TO RB-BATCH.
           MOVE WS-CUR-DEPOSIT-DATE        TO RB-DEPOSIT-DATE.
           MOVE BAI-BAT-ITEMS              TO RB-TRL-ITEMS.
           MOVE BAI-BAT-AMOUNT             TO RB-TRL-AMOUNT.
           MOVE BAT-ITEMS (WS-CUR-BAT)     TO RB-RCV-ITEMS.
           MOVE BAT-AMOUNT (WS-CUR-BAT)    TO RB-RCV-AMOUNT.
           IF BAI-BAT-ITEMS = BAT-ITEMS (WS-CUR-BAT)
            AND BAI-BAT-AMOUNT = BAT-AMOUNT (WS-CUR-BAT)
               MOVE 'IN BALANCE' TO RB-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RB-RESULT
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF.
           PERFORM 1280-WRITE-BALANCE-LINE
               THRU 1280-EXIT.
           MOVE 'N' TO WS-BATCH-SWITCH.
       1240-EXIT.
           EXIT.

       1245-CLOSE-LOCKBOX.
           IF NOT WS-BOX-OPEN
            OR WS-BATCH-OPEN
            OR BAI-BXT-LOCKBOX NOT = WS-CUR-LOCKBOX
               MOVE 'LOCKBOX TOTAL OUT OF PLACE' TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1245-EXIT
           END-IF.
           IF BAI-BXT-ITEMS NOT NUMERIC
            OR BAI-BXT-AMOUNT NOT NUMERIC
               MOVE 'LOCKBOX TOTAL NOT NUMERIC' TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1245-EXIT
           END-IF.

           MOVE 'LOCKBOX'                  TO RB-LEVEL.
           MOVE WS-CUR-LOCKBOX             TO RB-LOCKBOX.
           MOVE SPACES                     TO RB-BATCH.
           MOVE WS-CUR-DEPOSIT-DATE        TO RB-DEPOSIT-DATE.
           MOVE BAI-BXT-ITEMS              TO RB-TRL-ITEMS.
           MOVE BAI-BXT-AMOUNT             TO RB-TRL-AMOUNT.
           MOVE WS-BOX-ITEMS               TO RB-RCV-ITEMS.
           MOVE WS-BOX-AMOUNT              TO RB-RCV-AMOUNT.
           IF BAI-BXT-ITEMS = WS-BOX-ITEMS
            AND BAI-BXT-AMOUNT = WS-BOX-AMOUNT
               MOVE 'IN BALANCE' TO RB-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RB-RESULT
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF.
           PERFORM 1280-WRITE-BALANCE-LINE
               THRU 1280-EXIT.
           MOVE 'N' TO WS-BOX-SWITCH.
       1245-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * THE TRAILER'S RECORD COUNT COVERS EVERY RECORD OF THE
      * TRANSMISSION, HEADERS AND THE TRAILER ITSELF INCLUDED.
      *-----------------------------------------------------------
       1260-CLOSE-FILE.
           IF WS-BOX-OPEN
               MOVE 'FILE TRAILER BEFORE THE LAST LOCKBOX TOTAL'
                   TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1260-EXIT
           END-IF.
           IF BAI-TRL-RECORDS NOT NUMERIC
            OR BAI-TRL-ITEMS NOT NUMERIC
            OR BAI-TRL-AMOUNT NOT NUMERIC
               MOVE 'FILE TRAILER NOT NUMERIC' TO WS-BAL-MESSAGE
               PERFORM 1270-STRUCTURE-ERROR
                   THRU 1270-EXIT
               GO TO 1260-EXIT
           END-IF.
           SET WS-TRAILER-SEEN TO TRUE.

           MOVE 'FILE'                     TO RB-LEVEL.
           MOVE SPACES                     TO RB-LOCKBOX.
           MOVE SPACES                     TO RB-BATCH.
           MOVE SPACES                     TO RB-DEPOSIT-DATE.
           MOVE BAI-TRL-ITEMS              TO RB-TRL-ITEMS.
           MOVE BAI-TRL-AMOUNT             TO RB-TRL-AMOUNT.
           MOVE WS-FILE-ITEMS              TO RB-RCV-ITEMS.
           MOVE WS-FILE-AMOUNT             TO RB-RCV-AMOUNT.
           IF BAI-TRL-ITEMS = WS-FILE-ITEMS
            AND BAI-TRL-AMOUNT = WS-FILE-AMOUNT
               MOVE 'IN BALANCE' TO RB-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO RB-RESULT
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF.
           PERFORM 1280-WRITE-BALANCE-LINE
               THRU 1280-EXIT.

           IF BAI-TRL-RECORDS NOT = WS-BAL-RECORDS
               MOVE 'N' TO WS-BALANCE-SWITCH
               MOVE 'RECORD' TO RM-LABEL
               MOVE WS-BAL-RECORDS TO RM-RECORD-NO
               MOVE 'RECORDS RECEIVED NOT = FILE TRAILER RECORD COUNT'
                   TO RM-TEXT
               PERFORM 1285-WRITE-MESSAGE-LINE
                   THRU 1285-EXIT
           END-IF.
       1260-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * A FILE THAT IS NOT THE SHAPE IT SHOULD BE CANNOT BE PROVED
      * ANY FURTHER: NAME THE RECORD AND STOP READING.
      *-----------------------------------------------------------
       1270-STRUCTURE-ERROR.
           MOVE 'N' TO WS-BALANCE-SWITCH.
           MOVE 'RECORD' TO RM-LABEL.
           MOVE WS-BAL-RECORDS TO RM-RECORD-NO.
           MOVE WS-BAL-MESSAGE TO RM-TEXT.
           PERFORM 1285-WRITE-MESSAGE-LINE
               THRU 1285-EXIT.
           SET WS-EOF-REACHED TO TRUE.
       1270-EXIT.
           EXIT.

       1250-WRITE-BALANCE-HEADINGS.
           PERFORM 2205-WRITE-PAGE-TOP
               THRU 2205-EXIT.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RPT-RECORD FROM RPT-BAL-HEADING
               AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINE-CNT.
       1250-EXIT.
           EXIT.

       1280-WRITE-BALANCE-LINE.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 1250-WRITE-BALANCE-HEADINGS
                   THRU 1250-EXIT
           END-IF.
           WRITE RPT-RECORD FROM RPT-BAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CNT.
       1280-EXIT.
           EXIT.

       1285-WRITE-MESSAGE-LINE.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 1250-WRITE-BALANCE-HEADINGS
                   THRU 1250-EXIT
           END-IF.
           WRITE RPT-RECORD FROM RPT-MESSAGE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CNT.
       1285-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * NOTHING HAS POSTED AND NOTHING WILL: THE RUN FAILS WITH THE
      * BALANCING PROOF ON THE REGISTER. THE BANK RESENDS, OR THE
      * DEPOSIT IS KEYED TO THE MANUAL FILE, AND THE JOB IS RERUN.
      *-----------------------------------------------------------
       1290-REJECT-TRANSMISSION.
           MOVE SPACES TO RM-LABEL.
           MOVE ZERO TO RM-RECORD-NO.
           MOVE 'TRANSMISSION REJECTED - NOTHING POSTED' TO RM-TEXT.
           PERFORM 1285-WRITE-MESSAGE-LINE
               THRU 1285-EXIT.
           DISPLAY 'CUSTPAY - LOCKBOX TRANSMISSION OUT OF BALANCE, '
               'NOTHING POSTED'.
           MOVE 910 TO WS-ABEND-CODE.
           PERFORM 9999-ABEND.
       1290-EXIT.
           EXIT.

002910 2000-PROCESS-ONE-PAYMENT.
002920     ADD 1 TO WS-RECORD-NO.

      * IN A BAI2 TRANSMISSION ONLY AN ITEM RECORD IS A PAYMENT. A
      * LOCKBOX HEADER SETS THE LOCKBOX AND DEPOSIT DATE FOR THE
      * ITEMS UNDER IT - ON A RESTART TOO, SO IT IS TAKEN AHEAD OF
      * THE SKIP BELOW.
           IF WS-FORMAT-BAI2
               PERFORM 2050-TAKE-BAI2-RECORD
                   THRU 2050-EXIT
           ELSE
               PERFORM 2060-TAKE-MANUAL-RECORD
                   THRU 2060-EXIT
           END-IF.
           IF NOT WS-PAYMENT-RECORD
               PERFORM 2100-READ-LBX-RECORD
                   THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.

002930* ON A RESTART, RE-READ PAST EVERYTHING ALREADY COMMITTED.
002940     IF WS-RECORD-NO NOT > WS-SKIP-COUNT
002950         PERFORM 2100-READ-LBX-RECORD
003110 2000-EXIT.
003120     EXIT.

      *-----------------------------------------------------------
      * THE TRANSMISSION HAS BEEN PROVED, SO EVERY ITEM HERE SITS IN
      * A LOCKBOX AND BATCH AND HAS A NUMERIC AMOUNT. THE BATCH
      * REFERENCE IS THE LOCKBOX NUMBER AND THE BATCH NUMBER.
      *-----------------------------------------------------------
       2050-TAKE-BAI2-RECORD.
           MOVE 'N' TO WS-PAYMENT-SWITCH.
           EVALUATE TRUE
               WHEN BAI-LOCKBOX-HEADER
                   MOVE BAI-BOX-LOCKBOX TO WS-CUR-LOCKBOX
                   MOVE BAI-BOX-DEPOSIT-DATE TO WS-BAI-DATE
                   PERFORM 2070-CONVERT-DEPOSIT-DATE
                       THRU 2070-EXIT
               WHEN BAI-DETAIL
                   SET WS-PAYMENT-RECORD TO TRUE
                   MOVE BAI-ITM-CUSTOMER-ID TO PAY-CUSTOMER-ID
                   MOVE BAI-ITM-AMOUNT TO PAY-AMOUNT
                   MOVE 'Y' TO PAY-AMOUNT-SWITCH
                   MOVE BAI-ITM-CHECK-NO TO PAY-CHECK-NUMBER
                   MOVE WS-CUR-DEPOSIT-DATE TO PAY-DEPOSIT-DATE
                   MOVE WS-CUR-LOCKBOX TO PAY-BATCH-LOCKBOX
                   MOVE BAI-ITM-BATCH-NO TO PAY-BATCH-NO
                   MOVE BAI-ITM-REMITTER TO PAY-REMITTER
                   MOVE BAI-RECORD TO PAY-INPUT-IMAGE
           END-EVALUATE.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * THE MANUAL KEYING RECORD CARRIES NO DEPOSIT: THE BUSINESS
      * DATE STANDS IN FOR THE DEPOSIT DATE AND THE BATCH REFERENCE
      * IS LEFT BLANK.
      *-----------------------------------------------------------
       2060-TAKE-MANUAL-RECORD.
           SET WS-PAYMENT-RECORD TO TRUE.
           MOVE LBX-CUSTOMER-ID TO PAY-CUSTOMER-ID.
           IF LBX-PAYMENT-AMOUNT NUMERIC
               MOVE LBX-PAYMENT-AMOUNT TO PAY-AMOUNT
               MOVE 'Y' TO PAY-AMOUNT-SWITCH
           ELSE
               MOVE ZERO TO PAY-AMOUNT
               MOVE 'N' TO PAY-AMOUNT-SWITCH
           END-IF.
           MOVE LBX-CHECK-NUMBER TO PAY-CHECK-NUMBER.
           MOVE DB-BUS-DATE TO PAY-DEPOSIT-DATE.
           MOVE SPACES TO PAY-BATCH-REF.
           MOVE SPACES TO PAY-REMITTER.
           MOVE LBX-RECORD TO PAY-INPUT-IMAGE.
       2060-EXIT.
           EXIT.

       2070-CONVERT-DEPOSIT-DATE.
           MOVE 'Y' TO WS-DATE-SWITCH.
           IF WS-BAI-DATE-N NOT NUMERIC
            OR WS-BAI-MM < '01' OR WS-BAI-MM > '12'
            OR WS-BAI-DD < '01' OR WS-BAI-DD > '31'
               MOVE 'N' TO WS-DATE-SWITCH
               GO TO 2070-EXIT
           END-IF.
           MOVE WS-BAI-YY TO WS-DEP-YY.
           MOVE WS-BAI-MM TO WS-DEP-MM.
           MOVE WS-BAI-DD TO WS-DEP-DD.
           MOVE WS-DEPOSIT-ISO TO WS-CUR-DEPOSIT-DATE.
       2070-EXIT.
           EXIT.

003130 2100-READ-LBX-RECORD.
003140     READ LBX-FILE
003150         AT END
003280*-----------------------------------------------------------
003290 2300-EDIT-PAYMENT.
003300     MOVE 'Y' TO WS-EDIT-SWITCH.
003310     IF NOT PAY-AMOUNT-OK
003320         MOVE 'N' TO WS-EDIT-SWITCH
003330         PERFORM 2505-WRITE-AMOUNT-REJECT
003340             THRU 2505-EXIT
003350     ELSE
003360         IF PAY-CUSTOMER-ID = SPACES OR LOW-VALUES
003370             MOVE 'N' TO WS-EDIT-SWITCH
003380             PERFORM 2500-SUSPEND-INVALID-ID
003390                 THRU 2500-EXIT
003400         ELSE
003410             IF PAY-CUSTOMER-ID NOT NUMERIC
003420                 MOVE 'N' TO WS-EDIT-SWITCH
003430                 PERFORM 2500-SUSPEND-INVALID-ID
003440                     THRU 2500-EXIT
003520* BALANCE REDUCTION PLUS THE LAST_PAYMENT DATE STAMP.
003530*-----------------------------------------------------------
003540 2400-POST-ONE-PAYMENT.
003545     MOVE PAY-CUSTOMER-ID TO DB-ID.
003550     MOVE PAY-AMOUNT TO DB-PAYMENT-AMOUNT.
003555     MOVE PAY-CHECK-NUMBER TO DB-CHECK-NUMBER.
003560     MOVE PAY-DEPOSIT-DATE TO DB-DEPOSIT-DATE.
003565     MOVE PAY-BATCH-REF TO DB-BATCH-REF.
003570     MOVE PAY-REMITTER TO DB-REMITTER.

003580* THE SAME CHECK NUMBER ALREADY POSTED FOR THIS CUSTOMER
003590* WITHIN THE RETENTION WINDOW (180 DAYS) MEANS A RE-SENT
003640           FROM CUST_CHECK
003650          WHERE CUST_ID = :DB-ID
003660            AND CHECK_NO = :DB-CHECK-NUMBER
003670            AND POST_DATE >= DATE(:DB-BUS-DATE) - 180 DAYS
003680     END-EXEC.
003690     IF SQLCODE NOT = ZERO
003700         DISPLAY 'CUSTPAY - DUPLICATE PROBE FAILED FOR '
004160                     THRU 2430-EXIT
004170                 PERFORM 2440-RECORD-CHECK
004180                     THRU 2440-EXIT
004183                 PERFORM 2480-MATCH-PAYOFF-QUOTE
004186                     THRU 2480-EXIT
004190                 PERFORM 2450-WRITE-REGISTER-LINE
004200                     THRU 2450-EXIT
004210             END-IF
004450         DB-BALANCE + DB-PAYMENT-AMOUNT.
004460
004470* THE CHECK NUMBER RIDES ON THE PAYMENT ROW SO A REVERSAL OR
004475* A STATEMENT QUESTION TIES BACK TO THE PHYSICAL CHECK, AND
004480* THE DEPOSIT DATE AND BATCH REFERENCE TIE IT BACK TO THE
004485* BANK DEPOSIT.
004490     EXEC SQL
004500         INSERT INTO CUST_HIST
004510             (CUST_ID, HIST_ACTION, HIST_AMOUNT, BAL_BEFORE,
004516              BAL_AFTER, OPERATOR_ID, HIST_TS, CHECK_NO,
004522              DEPOSIT_DATE, BATCH_REF)
004530         VALUES
004540             (:DB-ID, :DB-HIST-ACTION, :DB-PAYMENT-AMOUNT,
004550              :DB-HIST-BAL-BEFORE, :DB-BALANCE,
004560              :DB-HIST-OPERATOR, CURRENT TIMESTAMP,
004566              :DB-CHECK-NUMBER, DATE(:DB-DEPOSIT-DATE),
004572              :DB-BATCH-REF)
004580     END-EXEC.
004590
004600     IF SQLCODE NOT = ZERO
004630         MOVE 906 TO WS-ABEND-CODE
004640         PERFORM 9999-ABEND
004650     END-IF.
004652     MOVE DB-HIST-ACTION TO EVT-HIST-ACTION.
004654     MOVE DB-HIST-BAL-BEFORE TO EVT-BAL-BEFORE.
004656     PERFORM 2435-JOURNAL-EVENT
004658         THRU 2435-EXIT.
004660 2430-EXIT.
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
               DISPLAY 'CUSTPAY - CHANGE EVENT FAILED FOR '
                   DB-ID ' SQLCODE = ' EVT-SQLCODE
               MOVE 906 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       2435-EXIT.
004670     EXIT.

004680*-----------------------------------------------------------
004760             (CUST_ID, CHECK_NO, CHECK_AMOUNT, POST_DATE)
004770         VALUES
004780             (:DB-ID, :DB-CHECK-NUMBER, :DB-PAYMENT-AMOUNT,
004790              DATE(:DB-BUS-DATE))
004800     END-EXEC.

004810     IF SQLCODE NOT = ZERO
005230     EXEC SQL
005240         INSERT INTO CUST_HIST
005250             (CUST_ID, HIST_ACTION, HIST_AMOUNT, BAL_BEFORE,
005256              BAL_AFTER, OPERATOR_ID, HIST_TS, CHECK_NO,
005262              DEPOSIT_DATE, BATCH_REF)
005270         VALUES
005280             (:DB-ID, 'R', :DB-PAYMENT-AMOUNT,
005290              :DB-BALANCE, :DB-BALANCE,
005300              :DB-HIST-OPERATOR, CURRENT TIMESTAMP,
005306              :DB-CHECK-NUMBER, DATE(:DB-DEPOSIT-DATE),
005312              :DB-BATCH-REF)
005320     END-EXEC.

005330     IF SQLCODE NOT = ZERO
005360         MOVE 906 TO WS-ABEND-CODE
005370         PERFORM 9999-ABEND
005380     END-IF.
005382     MOVE 'R' TO EVT-HIST-ACTION.
005384     MOVE DB-BALANCE TO EVT-BAL-BEFORE.
005386     PERFORM 2435-JOURNAL-EVENT
005388         THRU 2435-EXIT.

005390     ADD 1 TO WS-POSTED-COUNT.
005400     ADD 1 TO WS-SINCE-COMMIT.
005410     ADD DB-PAYMENT-AMOUNT TO WS-POSTED-AMOUNT.
005420     PERFORM 2440-RECORD-CHECK
005430         THRU 2440-EXIT.
005433     PERFORM 2480-MATCH-PAYOFF-QUOTE
005436         THRU 2480-EXIT.
005440     PERFORM 2470-WRITE-RECOVERY-LINE
005450         THRU 2470-EXIT.
005460 2460-EXIT.
005510             THRU 2200-EXIT
005520     END-IF.
005530     MOVE WS-RECORD-NO      TO RD-RECORD-NO.
005540     MOVE PAY-CUSTOMER-ID   TO RD-CUST-ID.
005550     MOVE PAY-CHECK-NUMBER  TO RD-CHECK-NO.
005560     MOVE DB-PAYMENT-AMOUNT TO RD-AMOUNT.
005570     MOVE 'RECOVERY'        TO RD-STATUS.
005572     MOVE PAY-DEPOSIT-DATE  TO RD-DEPOSIT-DATE.
005574     MOVE PAY-BATCH-REF     TO RD-BATCH-REF.
005576     MOVE PAY-REMITTER      TO RD-REMITTER.
005577     PERFORM 2490-SET-PAYOFF-FLAG
005578         THRU 2490-EXIT.
005580     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
005590         AFTER ADVANCING 1 LINE.
005600     ADD 1 TO WS-LINE-CNT.
005660             THRU 2200-EXIT
005670     END-IF.
005680     MOVE WS-RECORD-NO      TO RD-RECORD-NO.
005690     MOVE PAY-CUSTOMER-ID   TO RD-CUST-ID.
005700     MOVE PAY-CHECK-NUMBER  TO RD-CHECK-NO.
005710     MOVE DB-PAYMENT-AMOUNT TO RD-AMOUNT.
005720     MOVE 'POSTED'          TO RD-STATUS.
005722     MOVE PAY-DEPOSIT-DATE  TO RD-DEPOSIT-DATE.
005724     MOVE PAY-BATCH-REF     TO RD-BATCH-REF.
005726     MOVE PAY-REMITTER      TO RD-REMITTER.
005727     PERFORM 2490-SET-PAYOFF-FLAG
005728         THRU 2490-EXIT.
005730     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
005740         AFTER ADVANCING 1 LINE.
005750     ADD 1 TO WS-LINE-CNT.
005760 2450-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * A PAYMENT SETTLES A PAYOFF QUOTE WHEN IT IS AT LEAST THE
      * QUOTED PAYOFF AND WAS DEPOSITED BY THE QUOTE'S EXPIRY DATE.
      * A QUOTE CUSTPOL HAS SINCE EXPIRED STILL COUNTS IF THE
      * DEPOSIT WAS IN TIME. THE NEWEST SUCH QUOTE IS MARKED PAID,
      * IN THE SAME UNIT OF WORK AS THE POSTING, SO A RESTART NEVER
      * MATCHES IT TWICE. DB-QUOTE-NO STAYS ZERO WHEN NOTHING MATCHES.
      *-----------------------------------------------------------
       2480-MATCH-PAYOFF-QUOTE.
           EXEC SQL
               SELECT COALESCE(MAX(QUOTE_NO), 0)
                 INTO :DB-QUOTE-NO
                 FROM CUST_PAYOFF
                WHERE CUST_ID = :DB-ID
                  AND QUOTE_STATUS IN ('O', 'X')
                  AND EXPIRY_DATE >= DATE(:DB-DEPOSIT-DATE)
                  AND PAYOFF_AMOUNT <= :DB-PAYMENT-AMOUNT
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'CUSTPAY - PAYOFF QUOTE PROBE FAILED FOR '
                   DB-ID ' SQLCODE = ' SQLCODE
               MOVE 914 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           IF DB-QUOTE-NO = ZERO
               GO TO 2480-EXIT
           END-IF.

           EXEC SQL
               UPDATE CUST_PAYOFF
                  SET QUOTE_STATUS = 'P',
                      PAID_DATE    = DATE(:DB-BUS-DATE),
                      PAID_AMOUNT  = :DB-PAYMENT-AMOUNT,
                      CHECK_NO     = :DB-CHECK-NUMBER
                WHERE QUOTE_NO = :DB-QUOTE-NO
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'CUSTPAY - PAYOFF QUOTE UPDATE FAILED FOR '
                   DB-ID ' SQLCODE = ' SQLCODE
               MOVE 914 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       2480-EXIT.
           EXIT.

       2490-SET-PAYOFF-FLAG.
           IF DB-QUOTE-NO > ZERO
               MOVE 'PAYOFF QUOTE ' TO RD-PAYOFF-LABEL
               MOVE DB-QUOTE-NO TO RD-PAYOFF-QUOTE
           ELSE
               MOVE SPACES TO RD-PAYOFF-FLAG
           END-IF.
       2490-EXIT.
005770     EXIT.

005780 2500-SUSPEND-INVALID-ID.
005830     EXIT.

005840 2505-WRITE-AMOUNT-REJECT.
005850     MOVE PAY-INPUT-IMAGE TO REJ-LOCKBOX-DATA.
005860     MOVE 'INVALID PAYMENT AMOUNT' TO REJ-REASON.
005870     WRITE REJ-RECORD.
005880     ADD 1 TO WS-REJECT-COUNT.
006050* TABLE, STATUS OPEN, FOR THE CUSTSUS RESEARCH SCREEN TO
006060* APPLY OR FLAG FOR REFUND. THE INSERT RIDES IN THE SAME
006070* UNIT OF WORK AS THE CHECKPOINT, SO A RESTART NEITHER
006076* LOSES NOR DUPLICATES A SUSPENSE ITEM. THE DEPOSIT DATE,
006082* BATCH REFERENCE AND REMITTER NAME GO WITH IT FOR RESEARCH.
006090*-----------------------------------------------------------
006100 2540-WRITE-SUSPENSE.
006110     EXEC SQL
006200         PERFORM 9999-ABEND
006210     END-IF.

006215     MOVE PAY-CUSTOMER-ID TO DB-ID.
006220     MOVE PAY-AMOUNT TO DB-PAYMENT-AMOUNT.
006225     MOVE PAY-CHECK-NUMBER TO DB-CHECK-NUMBER.
006230     MOVE PAY-DEPOSIT-DATE TO DB-DEPOSIT-DATE.
006235     MOVE PAY-BATCH-REF TO DB-BATCH-REF.
006240     MOVE PAY-REMITTER TO DB-REMITTER.

006250     EXEC SQL
006260         INSERT INTO CUST_SUSP
006270             (SUSP_NO, CUST_ID_KEYED, CHECK_NO, SUSP_AMOUNT,
006276              SUSP_DATE, SUSP_REASON, SUSP_STATUS,
006282              DEPOSIT_DATE, BATCH_REF, REMITTER_NAME)
006290         VALUES
006300             (:DB-SUSP-NO, :DB-ID, :DB-CHECK-NUMBER,
006310              :DB-PAYMENT-AMOUNT, DATE(:DB-BUS-DATE),
006315              :DB-SUSP-REASON, 'O',
006320              DATE(:DB-DEPOSIT-DATE), :DB-BATCH-REF,
006325              :DB-REMITTER)
006330     END-EXEC.

006340     IF SQLCODE NOT = ZERO
006440     EXIT.

006450 2530-WRITE-DUPLICATE-REJECT.
006460     MOVE PAY-INPUT-IMAGE TO REJ-LOCKBOX-DATA.
006470     MOVE 'DUPLICATE CHECK' TO REJ-REASON.
006480     WRITE REJ-RECORD.
006490     ADD 1 TO WS-REJECT-COUNT.
006860     EXIT.

006870 2200-WRITE-HEADINGS.
006871     PERFORM 2205-WRITE-PAGE-TOP
006872         THRU 2205-EXIT.
006873     WRITE RPT-RECORD FROM RPT-HEADING-3
006874         AFTER ADVANCING 1 LINE.
006875     MOVE 4 TO WS-LINE-CNT.
006876 2200-EXIT.
006877     EXIT.

006878 2205-WRITE-PAGE-TOP.
006880     ADD 1 TO WS-PAGE-NO.
006890     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
006900     IF WS-PAGE-NO > 1
006980         AFTER ADVANCING 1 LINE.
006990     MOVE SPACES TO RPT-RECORD.
007000     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
007016     MOVE 3 TO WS-LINE-CNT.
007032 2205-EXIT.
007050     EXIT.

007060*-----------------------------------------------------------
007070* A CLEAN END OF JOB RETIRES THE CHECKPOINT ROW SO THE NEXT
007076* RUN STARTS FROM THE TOP OF A FRESH LOCKBOX FILE. THE DEPOSIT
007082* RECONCILIATION IS READ FIRST, INSIDE THE LAST UNIT OF WORK.
007090*-----------------------------------------------------------
007100 3000-TERMINATE.
007101     IF WS-FORMAT-BAI2
007102         PERFORM 3100-GATHER-RECONCILIATION
007103             THRU 3100-EXIT
007104     END-IF.
007105     PERFORM 3050-COUNT-PAYOFF-QUOTES
007106         THRU 3050-EXIT.

007110     EXEC SQL
007120         DELETE FROM CUST_RESTART
007130          WHERE JOB_NAME = :DB-JOB-NAME
007380     MOVE ZERO TO RT-AMOUNT.
007390     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007400         AFTER ADVANCING 1 LINE.
           MOVE 'PAYOFF QUOTES PAID:' TO RT-LABEL.
           MOVE DB-QUOTE-CNT TO RT-COUNT.
           MOVE DB-QUOTE-AMT TO RT-AMOUNT.
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-FORMAT-BAI2
               PERFORM 3200-WRITE-RECONCILIATION
                   THRU 3200-EXIT
           END-IF.

           CLOSE CTL-FILE.
007410     CLOSE LBX-FILE.
007420     CLOSE REJ-FILE.
007430     CLOSE RPT-FILE.
007440     DISPLAY 'CUSTPAY - PAYMENTS POSTED: ' WS-POSTED-COUNT
007450         ' SUSPENDED: ' WS-SUSP-COUNT
007460         ' REJECTED: ' WS-REJECT-COUNT.
007463     PERFORM 3900-END-RUN
007466         THRU 3900-EXIT.
007470 3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PAYOFF QUOTES PAID FOR THE BUSINESS DATE, READ FROM
      * CUST_PAYOFF RATHER THAN COUNTED, SO THE TOTAL IS WHOLE
      * ACROSS A RESTART.
      *-----------------------------------------------------------
       3050-COUNT-PAYOFF-QUOTES.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(PAID_AMOUNT), 0)
                 INTO :DB-QUOTE-CNT, :DB-QUOTE-AMT
                 FROM CUST_PAYOFF
                WHERE QUOTE_STATUS = 'P'
                  AND PAID_DATE = DATE(:DB-BUS-DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'CUSTPAY - PAYOFF QUOTE TOTAL FAILED, SQLCODE = '
                   SQLCODE
               MOVE 914 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * WHAT OF EACH BATCH IS ON FILE - POSTED (PAYMENTS AND
      * RECOVERIES) AND IN SUSPENSE - BY ITS DEPOSIT DATE AND BATCH
      * REFERENCE. READ FROM THE TABLES, NOT RUN COUNTERS, SO A
      * RESTARTED RUN STILL SHOWS WHAT THE FAILED RUN COMMITTED.
      * ONLY ITEMS APPLIED ON THIS BUSINESS DATE COUNT - A BANK
      * THAT SENDS A BATCH REFERENCE AND DEPOSIT DATE AGAIN ON A
      * LATER NIGHT MUST NOT PICK UP THE EARLIER NIGHT'S POSTINGS.
      *-----------------------------------------------------------
       3100-GATHER-RECONCILIATION.
           PERFORM 3110-GATHER-ONE-BATCH
               THRU 3110-EXIT
               VARYING WS-BAT-SUB FROM 1 BY 1
               UNTIL WS-BAT-SUB > WS-BATCH-COUNT.
       3100-EXIT.
           EXIT.

       3110-GATHER-ONE-BATCH.
           MOVE BAT-BATCH-REF (WS-BAT-SUB) TO DB-BATCH-REF.
           MOVE BAT-DEPOSIT-DATE (WS-BAT-SUB) TO DB-DEPOSIT-DATE.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(HIST_AMOUNT), 0)
                 INTO :DB-HIST-CNT, :DB-HIST-AMT
                 FROM CUST_HIST
                WHERE BATCH_REF = :DB-BATCH-REF
                  AND DEPOSIT_DATE = DATE(:DB-DEPOSIT-DATE)
                  AND HIST_ACTION IN ('P', 'R')
                  AND OPERATOR_ID = :DB-HIST-OPERATOR
                  AND EXISTS
                      (SELECT 1
                         FROM CUST_CHECK C
                        WHERE C.CUST_ID = CUST_HIST.CUST_ID
                          AND C.CHECK_NO = CUST_HIST.CHECK_NO
                          AND C.POST_DATE = DATE(:DB-BUS-DATE))
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'CUSTPAY - RECONCILIATION READ FAILED FOR '
                   DB-BATCH-REF ' SQLCODE = ' SQLCODE
               MOVE 913 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(SUSP_AMOUNT), 0)
                 INTO :DB-SUSP-CNT, :DB-SUSP-AMT
                 FROM CUST_SUSP
                WHERE BATCH_REF = :DB-BATCH-REF
                  AND DEPOSIT_DATE = DATE(:DB-DEPOSIT-DATE)
                  AND SUSP_DATE = DATE(:DB-BUS-DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'CUSTPAY - RECONCILIATION READ FAILED FOR '
                   DB-BATCH-REF ' SQLCODE = ' SQLCODE
               MOVE 913 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.

           MOVE DB-HIST-CNT TO BAT-POST-ITEMS (WS-BAT-SUB).
           MOVE DB-HIST-AMT TO BAT-POST-AMOUNT (WS-BAT-SUB).
           MOVE DB-SUSP-CNT TO BAT-SUSP-ITEMS (WS-BAT-SUB).
           MOVE DB-SUSP-AMT TO BAT-SUSP-AMOUNT (WS-BAT-SUB).
       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * DEPOSIT RECONCILIATION BY LOCKBOX AND BATCH. NOT APPLIED IS
      * THE PART OF THE BANK'S DEPOSIT NEITHER POSTED NOR IN
      * SUSPENSE - THE ITEMS ON THE REJECT FILE - AND IS WHAT
      * CASH APPLICATION MUST ACCOUNT FOR AGAINST THE DEPOSIT.
      *-----------------------------------------------------------
       3200-WRITE-RECONCILIATION.
           MOVE 'DEPOSIT RECONCILIATION' TO RS-TITLE.
           PERFORM 3250-WRITE-RECON-HEADINGS
               THRU 3250-EXIT.
           MOVE ZERO TO WS-TOT-BANK-ITEMS.
           MOVE ZERO TO WS-TOT-BANK-AMOUNT.
           MOVE ZERO TO WS-TOT-POST-ITEMS.
           MOVE ZERO TO WS-TOT-POST-AMOUNT.
           MOVE ZERO TO WS-TOT-SUSP-ITEMS.
           MOVE ZERO TO WS-TOT-SUSP-AMOUNT.
           MOVE ZERO TO WS-TOT-NOT-APPLIED.
           PERFORM 3210-WRITE-ONE-BATCH
               THRU 3210-EXIT
               VARYING WS-BAT-SUB FROM 1 BY 1
               UNTIL WS-BAT-SUB > WS-BATCH-COUNT.

           MOVE 'TOTAL'             TO RR-LOCKBOX.
           MOVE SPACES              TO RR-BATCH.
           MOVE SPACES              TO RR-DEPOSIT-DATE.
           MOVE WS-TOT-BANK-ITEMS   TO RR-BANK-ITEMS.
           MOVE WS-TOT-BANK-AMOUNT  TO RR-BANK-AMOUNT.
           MOVE WS-TOT-POST-ITEMS   TO RR-POST-ITEMS.
           MOVE WS-TOT-POST-AMOUNT  TO RR-POST-AMOUNT.
           MOVE WS-TOT-SUSP-ITEMS   TO RR-SUSP-ITEMS.
           MOVE WS-TOT-SUSP-AMOUNT  TO RR-SUSP-AMOUNT.
           MOVE WS-TOT-NOT-APPLIED  TO RR-NOT-APPLIED.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
           WRITE RPT-RECORD FROM RPT-REC-LINE
               AFTER ADVANCING 1 LINE.
       3200-EXIT.
           EXIT.

       3210-WRITE-ONE-BATCH.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 3250-WRITE-RECON-HEADINGS
                   THRU 3250-EXIT
           END-IF.
           COMPUTE WS-NOT-APPLIED = BAT-AMOUNT (WS-BAT-SUB)
               - BAT-POST-AMOUNT (WS-BAT-SUB)
               - BAT-SUSP-AMOUNT (WS-BAT-SUB).
           MOVE BAT-LOCKBOX (WS-BAT-SUB)     TO RR-LOCKBOX.
           MOVE BAT-BATCH-NO (WS-BAT-SUB)    TO RR-BATCH.
           MOVE BAT-DEPOSIT-DATE (WS-BAT-SUB) TO RR-DEPOSIT-DATE.
           MOVE BAT-ITEMS (WS-BAT-SUB)       TO RR-BANK-ITEMS.
           MOVE BAT-AMOUNT (WS-BAT-SUB)      TO RR-BANK-AMOUNT.
           MOVE BAT-POST-ITEMS (WS-BAT-SUB)  TO RR-POST-ITEMS.
           MOVE BAT-POST-AMOUNT (WS-BAT-SUB) TO RR-POST-AMOUNT.
           MOVE BAT-SUSP-ITEMS (WS-BAT-SUB)  TO RR-SUSP-ITEMS.
           MOVE BAT-SUSP-AMOUNT (WS-BAT-SUB) TO RR-SUSP-AMOUNT.
           MOVE WS-NOT-APPLIED               TO RR-NOT-APPLIED.
           WRITE RPT-RECORD FROM RPT-REC-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CNT.

           ADD BAT-ITEMS (WS-BAT-SUB)       TO WS-TOT-BANK-ITEMS.
           ADD BAT-AMOUNT (WS-BAT-SUB)      TO WS-TOT-BANK-AMOUNT.
           ADD BAT-POST-ITEMS (WS-BAT-SUB)  TO WS-TOT-POST-ITEMS.
           ADD BAT-POST-AMOUNT (WS-BAT-SUB) TO WS-TOT-POST-AMOUNT.
           ADD BAT-SUSP-ITEMS (WS-BAT-SUB)  TO WS-TOT-SUSP-ITEMS.
           ADD BAT-SUSP-AMOUNT (WS-BAT-SUB) TO WS-TOT-SUSP-AMOUNT.
           ADD WS-NOT-APPLIED               TO WS-TOT-NOT-APPLIED.
       3210-EXIT.
           EXIT.

       3250-WRITE-RECON-HEADINGS.
           PERFORM 2205-WRITE-PAGE-TOP
               THRU 2205-EXIT.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RPT-RECORD FROM RPT-REC-HEADING
               AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINE-CNT.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * MARK THE RUN COMPLETE FOR THE BUSINESS DATE SO CUSTGLF AND
      * THE OTHER SUCCESSORS MAY START. SUSPENDED ITEMS COUNT AS
      * NOT POSTED ALONGSIDE THE REJECTS.
      *-----------------------------------------------------------
       3900-END-RUN.
           MOVE WS-RECORD-NO    TO RUN-READ-COUNT.
           MOVE WS-POSTED-COUNT TO RUN-POSTED-COUNT.
           COMPUTE RUN-REJECT-COUNT =
               WS-REJECT-COUNT + WS-SUSP-COUNT.
           SET RUN-END TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTPAY - ' RUN-MESSAGE
               MOVE 912 TO RETURN-CODE
           END-IF.
       3900-EXIT.
007480     EXIT.

007490* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
007500* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
007510* UNIT OF WORK. ROLL IT BACK FIRST SO EVERYTHING SINCE THE
007520* LAST CHECKPOINT IS UNDONE AND THE RESTART CANNOT
007530* DOUBLE-POST. THE RUN IS THEN MARKED FAILED ON CUST_RUNCTL.
007540 9999-ABEND.
007550     EXEC SQL
007560         ROLLBACK
007570     END-EXEC.
007571     IF RUN-STARTED
007572         SET RUN-FAIL TO TRUE
007573         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
007574     END-IF.
007575     CLOSE CTL-FILE.
007580     CLOSE LBX-FILE.
007590     CLOSE REJ-FILE.
007600     CLOSE RPT-FILE.
