000100*****************************************************************
000110* CUSTHAR - PERIODIC RETENTION ARCHIVAL OF CUST_HIST, CUST_AUDIT
000120*           AND CUST_NOTE
000130*****************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID.    CUSTHAR.
000160 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000170 INSTALLATION.  DATA CENTER.
000180 DATE-WRITTEN.  OCTOBER 2026.
000190 DATE-COMPILED.
000200*-----------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   OCT 2026  CAG  ORIGINAL PROGRAM. MOVES CUST_HIST, CUST_AUDIT
000230*                  AND CUST_NOTE ROWS PAST THEIR RETENTION AGE
000240*                  OFF DB2 TO A GENERATION OF THE ARCHIVE
000250*                  DATASET (LAYOUT CUSTHAR), CUSTOMER BY
000260*                  CUSTOMER. EACH CUSTOMER'S ARCHIVED HISTORY
000270*                  CHAIN IS REPLACED BY ONE CARRIED-FORWARD
000280*                  OPENING-BALANCE ROW, SO CUSTCHN STILL
000290*                  VERIFIES THE CHAIN FROM IT AND THE HISTORY
000300*                  STILL ROLLS FORWARD TO THE BALANCE ON FILE.
000310*                  ONE COMMIT PER CUSTOMER WITH A CUST_RESTART
000320*                  CHECKPOINT; CONTROL REPORT OF ROWS ARCHIVED
000330*                  AND DELETED BY TABLE. RUN MONTHLY UNDER
000340*                  CUSTRUN. CUSTHRL RELOADS A CUSTOMER.
000342*   OCT 2026  CAG  ARCHIVE THE DEPOSIT DATE AND BATCH REFERENCE
000344*                  CUSTPAY NOW RECORDS ON A LOCKBOX PAYMENT'S
000346*                  CUST_HIST ROW.
000350*-----------------------------------------------------------
000360* THE OPENING-BALANCE ROW (HIST_ACTION 'O', OPERATOR CUSTHAR):
000370* HIST_AMOUNT ZERO, BAL_BEFORE AND BAL_AFTER BOTH THE LAST
000380* ARCHIVED ROW'S BAL_AFTER, HIST_TS THE LAST ARCHIVED ROW'S
000390* HIST_TS - SO IT SORTS WHERE THAT ROW SAT, AHEAD OF EVERY ROW
000400* KEPT, AND A RELOAD OF THE REAL ROW REPLACES IT. A CHAIN IS
000410* ONE CUSTOMER'S OWN ROWS OR ONE SET MERGED IN FROM ANOTHER
000420* CUSTOMER (MERGED_FROM_ID), THE SAME CHAINS CUSTCHN WALKS;
000430* EACH GETS ITS OWN OPENING ROW UNDER ITS OWN MERGED_FROM_ID.
000440* AN OPENING ROW IS NOT A POSTING: IT MOVES NO BALANCE, IS NOT
000450* JOURNALED TO CUST_EVENT AND IS NOT FED TO THE GL. IT IS
000460* NEVER ARCHIVED ITSELF - A LATER RUN THAT ARCHIVES MORE OF
000470* THE CHAIN DELETES IT AND WRITES A NEW ONE, AND A CHAIN WITH
000480* NOTHING OLD BUT ITS OPENING ROW IS LEFT ALONE.
000490*-----------------------------------------------------------
000500* CTLIN: OPTIONAL CARD. THE RETENTION AGE IN MONTHS BEFORE THE
000510* BUSINESS DATE - COLUMNS 1-3 CUST_HIST, 4-6 CUST_AUDIT, 7-9
000520* CUST_NOTE (DEFAULT 024 EACH, NEVER UNDER 013: CUSTCLR SCORES
000530* THE LAST TWELVE MONTHS OF HISTORY). A BLANK FIELD KEEPS ITS
000540* DEFAULT. ROWS DATED BEFORE THE FIRST OF THE CUTOFF DAY GO.
000550*-----------------------------------------------------------
000560* RESTART: ONLY COMMITTED CUSTOMERS ARE SKIPPED. THE CUSTOMER
000570* IN FLIGHT AT AN ABEND IS ROLLED BACK WHOLE AND ARCHIVED AGAIN
000580* ON THE RESTART, INTO THE RESTART'S OWN GENERATION; ANY OF ITS
000590* ROWS THE FAILED RUN ALREADY WROTE ARE DUPLICATES CUSTHRL
000600* SKIPS ON RELOAD. THE FAILED RUN'S GENERATION MUST BE KEPT -
000610* IT HOLDS THE ONLY COPY OF EVERY CUSTOMER IT COMMITTED.
000620*-----------------------------------------------------------
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.   IBM-370.
000660 OBJECT-COMPUTER.   IBM-370.

000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT CTL-FILE ASSIGN TO CTLIN
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT ARC-FILE ASSIGN TO ARCOUT
000720         ORGANIZATION IS SEQUENTIAL.
000730     SELECT RPT-FILE ASSIGN TO RPTOUT
000740         ORGANIZATION IS SEQUENTIAL.

000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CTL-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  CTL-RECORD.
000810     05  CTL-HIST-MONTHS     PIC X(03).
000820     05  CTL-HIST-MONTHS-N REDEFINES CTL-HIST-MONTHS
000830                             PIC 9(03).
000840     05  CTL-AUDIT-MONTHS    PIC X(03).
000850     05  CTL-AUDIT-MONTHS-N REDEFINES CTL-AUDIT-MONTHS
000860                             PIC 9(03).
000870     05  CTL-NOTE-MONTHS     PIC X(03).
000880     05  CTL-NOTE-MONTHS-N REDEFINES CTL-NOTE-MONTHS
000890                             PIC 9(03).
000900     05  FILLER              PIC X(71).

000910 FD  ARC-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 COPY CUSTHAR.

000950 FD  RPT-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  RPT-RECORD              PIC X(133).

000990 WORKING-STORAGE SECTION.
001000* DB2 communication area
001010 EXEC SQL
001020     INCLUDE SQLCA
001030 END-EXEC.

001040* Host variables for the retention cutoffs
001050 01  DB-BUS-DATE             PIC X(10).
001060 01  DB-HIST-MONTHS          PIC S9(4) COMP.
001070 01  DB-AUDIT-MONTHS         PIC S9(4) COMP.
001080 01  DB-NOTE-MONTHS          PIC S9(4) COMP.
001090 01  DB-HIST-CUTOFF          PIC X(10).
001100 01  DB-AUDIT-CUTOFF         PIC X(10).
001110 01  DB-NOTE-CUTOFF          PIC X(10).
001120 01  DB-AUDIT-CUTOFF-DAY     PIC X(8).

001130* Host variables for the customer driver
001140 01  DB-CUST-ID              PIC X(6).
001150 01  DB-RESTART-ID           PIC X(6).

001160* Host variables for a CUST_HIST row and its chain
001170 01  DB-MERGED-FROM-ID       PIC X(6).
001180 01  DB-HIST-ACTION          PIC X(1).
001190 01  DB-HIST-AMOUNT          PIC S9(9)V99 COMP-3.
001200 01  DB-BAL-BEFORE           PIC S9(9)V99 COMP-3.
001210 01  DB-BAL-AFTER            PIC S9(9)V99 COMP-3.
001220 01  DB-HIST-OPERATOR        PIC X(8).
001230 01  DB-HIST-TS              PIC X(26).
001240 01  DB-CHECK-NO             PIC X(10).
001243 01  DB-DEPOSIT-DATE         PIC X(10).
001246 01  DB-BATCH-REF            PIC X(10).
001250 01  DB-CHAIN-FROM-ID        PIC X(6).
001260 01  DB-CHAIN-LAST-TS        PIC X(26).
001270 01  DB-CHAIN-BALANCE        PIC S9(9)V99 COMP-3.

001280* Host variables for a CUST_AUDIT row
001290 01  DB-AUD-TS               PIC X(15).
001300 01  DB-TERM-ID              PIC X(4).
001310 01  DB-AUD-SEQ              PIC S9(9) COMP.
001320 01  DB-AUD-OPERATOR         PIC X(3).
001330 01  DB-ACTION-FLAG          PIC X(1).
001340 01  DB-SUPV-USER            PIC X(8).
001350 01  DB-LIMIT-STATUS         PIC X(1).
001360 01  DB-DENIED-FLAG          PIC X(1).

001370* Host variables for a CUST_NOTE row
001380 01  DB-NOTE-TS              PIC X(26).
001390 01  DB-NOTE-OPERATOR        PIC X(8).
001400 01  DB-NOTE-TEXT            PIC X(60).

001410* Host variables for the CUST_RESTART checkpoint row
001420 01  DB-JOB-NAME             PIC X(8).
001430 01  DB-LAST-REC-NO          PIC S9(9) COMP.
001440 01  DB-POSTED-COUNT         PIC S9(9) COMP.
001450 01  DB-POSTED-AMOUNT        PIC S9(11)V99 COMP-3.
001460 01  DB-REJECT-COUNT         PIC S9(9) COMP.

001470 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
001480     88  WS-EOF-REACHED        VALUE 'Y'.
001490 77  WS-ROW-EOF-SWITCH       PIC X(01)      VALUE 'N'.
001500     88  WS-ROWS-DONE          VALUE 'Y'.
001510 77  WS-CHAIN-SWITCH         PIC X(01)      VALUE 'N'.
001520     88  WS-CHAIN-OPEN         VALUE 'Y'.
001530 77  WS-RESTART-SWITCH       PIC X(01)      VALUE 'N'.
001540     88  WS-RESTARTING         VALUE 'Y'.
001550 77  WS-CUST-COUNT           PIC S9(07) COMP-3 VALUE 0.
001560 77  WS-RECORDS-WRITTEN      PIC S9(09) COMP-3 VALUE 0.
001570 77  WS-HIST-ARCHIVED        PIC S9(09) COMP-3 VALUE 0.
001580 77  WS-HIST-DELETED         PIC S9(09) COMP-3 VALUE 0.
001590 77  WS-OPENING-ADDED        PIC S9(09) COMP-3 VALUE 0.
001600 77  WS-OPENING-REPLACED     PIC S9(09) COMP-3 VALUE 0.
001610 77  WS-AUDIT-ARCHIVED       PIC S9(09) COMP-3 VALUE 0.
001620 77  WS-AUDIT-DELETED        PIC S9(09) COMP-3 VALUE 0.
001630 77  WS-NOTE-ARCHIVED        PIC S9(09) COMP-3 VALUE 0.
001640 77  WS-NOTE-DELETED         PIC S9(09) COMP-3 VALUE 0.
001650 77  WS-CARRIED-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
001660 77  WS-CHAIN-ARCHIVED       PIC S9(09) COMP VALUE 0.
001670 77  WS-CHAIN-OPENING        PIC S9(09) COMP VALUE 0.
001680 77  WS-CHAIN-PENDING        PIC S9(09) COMP VALUE 0.
001690 77  WS-ROWS-EXPECTED        PIC S9(09) COMP VALUE 0.
001700 77  WS-ROWS-DELETED         PIC S9(09) COMP VALUE 0.
001710 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
001720 77  WS-ABEND-CODE           PIC S9(04) COMP.
001730* CUSTOMER IDS ARE STRICTLY NUMERIC; THIS CONVERTS BETWEEN
001740* THE X(6) KEY AND THE CHECKPOINT ROW'S INTEGER COLUMN.
001750 77  WS-RESTART-NUM          PIC 9(06).

001760* Retention ages in months, overridden by the CTLIN card
001770 01  WS-HIST-MONTHS          PIC S9(04) COMP VALUE 24.
001780 01  WS-AUDIT-MONTHS         PIC S9(04) COMP VALUE 24.
001790 01  WS-NOTE-MONTHS          PIC S9(04) COMP VALUE 24.
001800 01  WS-MIN-MONTHS           PIC S9(04) COMP VALUE 13.

001810 01  WS-CURRENT-DATE         PIC 9(08).
001820 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001830     05  WS-CURR-YYYY        PIC 9(04).
001840     05  WS-CURR-MM          PIC 9(02).
001850     05  WS-CURR-DD          PIC 9(02).

001860* An ISO date and the CCYYMMDD day key CUST_AUDIT carries at
001870* the front of AUD_TS
001880 01  WS-ISO-DATE.
001890     05  WS-ISO-YYYY         PIC X(04).
001900     05  FILLER              PIC X(01).
001910     05  WS-ISO-MM           PIC X(02).
001920     05  FILLER              PIC X(01).
001930     05  WS-ISO-DD           PIC X(02).
001940 01  WS-DAY-KEY.
001950     05  WS-DAY-YYYY         PIC X(04).
001960     05  WS-DAY-MM           PIC X(02).
001970     05  WS-DAY-DD           PIC X(02).

001980* Batch run control call area (CUSTRUN)
001990 COPY CUSTRUN.

002000 01  RPT-HEADING-1.
002010     05  FILLER              PIC X(01)  VALUE SPACE.
002020     05  FILLER              PIC X(40)  VALUE
002030         'CUSTOMER HISTORY RETENTION ARCHIVAL'.
002040     05  FILLER              PIC X(20)  VALUE SPACES.
002050     05  FILLER              PIC X(05)  VALUE 'PAGE '.
002060     05  RH1-PAGE-NO         PIC ZZ9.
002070     05  FILLER              PIC X(64)  VALUE SPACES.

002080 01  RPT-HEADING-2.
002090     05  FILLER              PIC X(01)  VALUE SPACE.
002100     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
002110     05  RH2-RUN-MM          PIC 99.
002120     05  FILLER              PIC X(01)  VALUE '/'.
002130     05  RH2-RUN-DD          PIC 99.
002140     05  FILLER              PIC X(01)  VALUE '/'.
002150     05  RH2-RUN-YYYY        PIC 9999.
002160     05  FILLER              PIC X(111) VALUE SPACES.

002170 01  RPT-CUTOFF-LINE.
002180     05  FILLER              PIC X(01)  VALUE SPACE.
002190     05  FILLER              PIC X(22)  VALUE
002200         'ROWS DATED BEFORE -'.
002210     05  FILLER              PIC X(06)  VALUE 'HIST: '.
002220     05  RC-HIST-CUTOFF      PIC X(10).
002230     05  FILLER              PIC X(09)  VALUE '  AUDIT: '.
002240     05  RC-AUDIT-CUTOFF     PIC X(10).
002250     05  FILLER              PIC X(08)  VALUE '  NOTE: '.
002260     05  RC-NOTE-CUTOFF      PIC X(10).
002270     05  FILLER              PIC X(57)  VALUE SPACES.

002280* Printed when the run resumed from a checkpoint: customers
002290* committed by the failed run are on its own report.
002300 01  RPT-RESTART-LINE.
002310     05  FILLER              PIC X(01)  VALUE SPACE.
002320     05  FILLER              PIC X(25)  VALUE
002330         'RESTARTED AFTER CUSTOMER'.
002340     05  RR-CUST-ID          PIC X(06).
002350     05  FILLER              PIC X(31)  VALUE
002360         ' - COUNTS ARE FOR THIS RUN ONLY'.
002370     05  FILLER              PIC X(70)  VALUE SPACES.

002380 01  RPT-HEADING-3.
002390     05  FILLER              PIC X(01)  VALUE SPACE.
002400     05  FILLER              PIC X(14)  VALUE 'TABLE'.
002410     05  FILLER              PIC X(16)  VALUE ' ROWS ARCHIVED'.
002420     05  FILLER              PIC X(16)  VALUE '  ROWS DELETED'.
002430     05  FILLER              PIC X(16)  VALUE ' OPENING ADDED'.
002440     05  FILLER              PIC X(16)  VALUE 'OPENING REPLACED'.
002450     05  FILLER              PIC X(54)  VALUE SPACES.

002460 01  RPT-TABLE-LINE.
002470     05  FILLER              PIC X(01)  VALUE SPACE.
002480     05  RL-TABLE            PIC X(14).
002490     05  RL-ARCHIVED         PIC ZZZ,ZZZ,ZZ9.
002500     05  FILLER              PIC X(05)  VALUE SPACES.
002510     05  RL-DELETED          PIC ZZZ,ZZZ,ZZ9.
002520     05  FILLER              PIC X(05)  VALUE SPACES.
002530     05  RL-OPENING          PIC ZZZ,ZZZ,ZZ9.
002540     05  FILLER              PIC X(05)  VALUE SPACES.
002550     05  RL-REPLACED         PIC ZZZ,ZZZ,ZZ9.
002560     05  FILLER              PIC X(59)  VALUE SPACES.

002570 01  RPT-TOTAL-LINE.
002580     05  FILLER              PIC X(01)  VALUE SPACE.
002590     05  RT-LABEL            PIC X(30).
002600     05  RT-COUNT            PIC ZZZ,ZZZ,ZZ9.
002610     05  FILLER              PIC X(91)  VALUE SPACES.

002620 01  RPT-AMOUNT-LINE.
002630     05  FILLER              PIC X(01)  VALUE SPACE.
002640     05  RA-LABEL            PIC X(30).
002650     05  RA-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
002660     05  FILLER              PIC X(85)  VALUE SPACES.

002670 PROCEDURE DIVISION.
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE
002700         THRU 1000-EXIT.
002710     PERFORM 2000-ARCHIVE-ONE-CUSTOMER
002720         THRU 2000-EXIT
002730         UNTIL WS-EOF-REACHED.
002740     PERFORM 7000-TERMINATE
002750         THRU 7000-EXIT.
002760     GOBACK.

002770 1000-INITIALIZE.
002780     OPEN INPUT CTL-FILE.
002790     OPEN OUTPUT ARC-FILE.
002800     OPEN OUTPUT RPT-FILE.
002810     PERFORM 1050-BEGIN-RUN
002820         THRU 1050-EXIT.
002830     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
002840     MOVE WS-CURR-MM   TO RH2-RUN-MM.
002850     MOVE WS-CURR-DD   TO RH2-RUN-DD.
002860     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
002870     MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
002880     PERFORM 1100-READ-CONTROL-CARD
002890         THRU 1100-EXIT.
002900     PERFORM 1200-SET-CUTOFFS
002910         THRU 1200-EXIT.
002920     MOVE 'CUSTHAR ' TO DB-JOB-NAME.
002930     PERFORM 1300-READ-CHECKPOINT
002940         THRU 1300-EXIT.

002950* EVERY CUSTOMER WITH SOMETHING PAST ITS AGE IN ANY OF THE
002960* THREE TABLES, ONCE, IN KEY ORDER PAST THE CHECKPOINT. AN
002970* OPENING-BALANCE ROW ALONE IS NOTHING TO ARCHIVE. AUDIT ROWS
002980* OF DENIALS THAT NAMED NO ACCOUNT COME FIRST, UNDER A BLANK
002990* CUSTOMER. THE CURSOR IS HELD ACROSS THE PER-CUSTOMER
003000* COMMITS.
003010     EXEC SQL
003020         DECLARE CUSCSR CURSOR WITH HOLD FOR
003030         SELECT CUST_ID
003040           FROM CUST_HIST
003050          WHERE HIST_TS < TIMESTAMP(:DB-HIST-CUTOFF, '00.00.00')
003060            AND HIST_ACTION <> 'O'
003070            AND CUST_ID > :DB-RESTART-ID
003080         UNION
003090         SELECT CUST_ID
003100           FROM CUST_AUDIT
003110          WHERE SUBSTR(AUD_TS, 1, 8) < :DB-AUDIT-CUTOFF-DAY
003120            AND CUST_ID > :DB-RESTART-ID
003130         UNION
003140         SELECT CUST_ID
003150           FROM CUST_NOTE
003160          WHERE NOTE_TS < TIMESTAMP(:DB-NOTE-CUTOFF, '00.00.00')
003170            AND CUST_ID > :DB-RESTART-ID
003180          ORDER BY 1
003190     END-EXEC.

003200     EXEC SQL
003210         OPEN CUSCSR
003220     END-EXEC.

003230     IF SQLCODE NOT = ZERO
003240         DISPLAY 'CUSTHAR - OPEN CURSOR FAILED, SQLCODE = '
003250             SQLCODE
003260         MOVE 900 TO WS-ABEND-CODE
003270         PERFORM 9999-ABEND
003280     END-IF.

003290     PERFORM 2900-FETCH-NEXT-CUSTOMER
003300         THRU 2900-EXIT.
003310 1000-EXIT.
003320     EXIT.

003330*-----------------------------------------------------------
003340* CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
003350* (THE NIGHT'S POSTING NOT COMPLETE, OR THIS MONTH'S ARCHIVAL
003360* ALREADY COMPLETE WITH NO RERUN OVERRIDE).
003370*-----------------------------------------------------------
003380 1050-BEGIN-RUN.
003390     INITIALIZE RUN-CONTROL-AREA.
003400     MOVE 'CUSTHAR ' TO RUN-JOB-NAME.
003410     SET RUN-BEGIN TO TRUE.
003420     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
003430     IF NOT RUN-OK
003440         DISPLAY 'CUSTHAR - ' RUN-MESSAGE
003450         MOVE 912 TO WS-ABEND-CODE
003460         PERFORM 9999-ABEND
003470     END-IF.
003480 1050-EXIT.
003490     EXIT.

003500 1100-READ-CONTROL-CARD.
003510     MOVE SPACES TO CTL-RECORD.
003520     READ CTL-FILE
003530         AT END
003540             MOVE SPACES TO CTL-RECORD
003550     END-READ.

003560     IF CTL-HIST-MONTHS NOT = SPACES
003570         IF CTL-HIST-MONTHS-N NUMERIC
003580          AND CTL-HIST-MONTHS-N NOT < WS-MIN-MONTHS
003590             MOVE CTL-HIST-MONTHS-N TO WS-HIST-MONTHS
003600         ELSE
003610             DISPLAY 'CUSTHAR - INVALID HISTORY RETENTION: '
003620                 CTL-HIST-MONTHS
003630             MOVE 909 TO WS-ABEND-CODE
003640             PERFORM 9999-ABEND
003650         END-IF
003660     END-IF.
003670     IF CTL-AUDIT-MONTHS NOT = SPACES
003680         IF CTL-AUDIT-MONTHS-N NUMERIC
003690          AND CTL-AUDIT-MONTHS-N NOT < WS-MIN-MONTHS
003700             MOVE CTL-AUDIT-MONTHS-N TO WS-AUDIT-MONTHS
003710         ELSE
003720             DISPLAY 'CUSTHAR - INVALID AUDIT RETENTION: '
003730                 CTL-AUDIT-MONTHS
003740             MOVE 909 TO WS-ABEND-CODE
003750             PERFORM 9999-ABEND
003760         END-IF
003770     END-IF.
003780     IF CTL-NOTE-MONTHS NOT = SPACES
003790         IF CTL-NOTE-MONTHS-N NUMERIC
003800          AND CTL-NOTE-MONTHS-N NOT < WS-MIN-MONTHS
003810             MOVE CTL-NOTE-MONTHS-N TO WS-NOTE-MONTHS
003820         ELSE
003830             DISPLAY 'CUSTHAR - INVALID NOTE RETENTION: '
003840                 CTL-NOTE-MONTHS
003850             MOVE 909 TO WS-ABEND-CODE
003860             PERFORM 9999-ABEND
003870         END-IF
003880     END-IF.
003890     MOVE WS-HIST-MONTHS  TO DB-HIST-MONTHS.
003900     MOVE WS-AUDIT-MONTHS TO DB-AUDIT-MONTHS.
003910     MOVE WS-NOTE-MONTHS  TO DB-NOTE-MONTHS.
003920 1100-EXIT.
003930     EXIT.

003940*-----------------------------------------------------------
003950* EACH TABLE'S CUTOFF DAY IS THE BUSINESS DATE LESS ITS AGE
003960* IN MONTHS. CUST_AUDIT IS COMPARED ON THE CCYYMMDD DAY AT THE
003970* FRONT OF AUD_TS.
003980*-----------------------------------------------------------
003990 1200-SET-CUTOFFS.
004000     EXEC SQL
004010         SELECT CHAR(DATE(:DB-BUS-DATE) - :DB-HIST-MONTHS MONTHS,
004020                     ISO),
004030                CHAR(DATE(:DB-BUS-DATE) - :DB-AUDIT-MONTHS MONTHS,
004040                     ISO),
004050                CHAR(DATE(:DB-BUS-DATE) - :DB-NOTE-MONTHS MONTHS,
004060                     ISO)
004070           INTO :DB-HIST-CUTOFF, :DB-AUDIT-CUTOFF, :DB-NOTE-CUTOFF
004080           FROM SYSIBM.SYSDUMMY1
004090     END-EXEC.
004100     IF SQLCODE NOT = ZERO
004110         DISPLAY 'CUSTHAR - CUTOFF DATE SELECT FAILED, SQLCODE = '
004120             SQLCODE
004130         MOVE 913 TO WS-ABEND-CODE
004140         PERFORM 9999-ABEND
004150     END-IF.
004160     MOVE DB-AUDIT-CUTOFF TO WS-ISO-DATE.
004170     MOVE WS-ISO-YYYY TO WS-DAY-YYYY.
004180     MOVE WS-ISO-MM   TO WS-DAY-MM.
004190     MOVE WS-ISO-DD   TO WS-DAY-DD.
004200     MOVE WS-DAY-KEY  TO DB-AUDIT-CUTOFF-DAY.
004210     MOVE DB-HIST-CUTOFF  TO RC-HIST-CUTOFF.
004220     MOVE DB-AUDIT-CUTOFF TO RC-AUDIT-CUTOFF.
004230     MOVE DB-NOTE-CUTOFF  TO RC-NOTE-CUTOFF.
004240 1200-EXIT.
004250     EXIT.

004260 1300-READ-CHECKPOINT.
004270     EXEC SQL
004280         SELECT LAST_REC_NO
004290           INTO :DB-LAST-REC-NO
004300           FROM CUST_RESTART
004310          WHERE JOB_NAME = :DB-JOB-NAME
004320     END-EXEC.

004330     EVALUATE SQLCODE
004340         WHEN ZERO
004350             SET WS-RESTARTING TO TRUE
004360* A ZERO CHECKPOINT (NOTHING BUT THE BLANK CUSTOMER COMMITTED)
004370* STARTS FROM THE TOP. A CUSTOMER ALREADY ARCHIVED HAS NOTHING
004380* LEFT PAST ITS AGE, SO GOING OVER IT AGAIN FINDS NOTHING.
004390             IF DB-LAST-REC-NO = ZERO
004400                 MOVE LOW-VALUES TO DB-RESTART-ID
004410                 MOVE '000000' TO RR-CUST-ID
004420             ELSE
004430                 MOVE DB-LAST-REC-NO TO WS-RESTART-NUM
004440                 MOVE WS-RESTART-NUM TO DB-RESTART-ID
004450                 MOVE DB-RESTART-ID TO RR-CUST-ID
004460             END-IF
004470             DISPLAY 'CUSTHAR - RESTARTING AFTER CUSTOMER '
004480                 RR-CUST-ID
004490         WHEN 100
004500             MOVE ZERO TO DB-LAST-REC-NO
004510* LOW-VALUES COLLATES BEFORE EVERY REAL ID, SO A FRESH
004520* RUN PICKS UP CUSTOMER 000000 TOO.
004530             MOVE LOW-VALUES TO DB-RESTART-ID
004540             MOVE ZERO TO DB-POSTED-COUNT
004550             MOVE ZERO TO DB-POSTED-AMOUNT
004560             MOVE ZERO TO DB-REJECT-COUNT
004570             EXEC SQL
004580                 INSERT INTO CUST_RESTART
004590                     (JOB_NAME, LAST_REC_NO, POSTED_COUNT,
004600                      POSTED_AMOUNT, REJECT_COUNT)
004610                 VALUES
004620                     (:DB-JOB-NAME, :DB-LAST-REC-NO,
004630                      :DB-POSTED-COUNT, :DB-POSTED-AMOUNT,
004640                      :DB-REJECT-COUNT)
004650             END-EXEC
004660             IF SQLCODE NOT = ZERO
004670                 DISPLAY 'CUSTHAR - CHECKPOINT INSERT FAILED, '
004680                     'SQLCODE = ' SQLCODE
004690                 MOVE 908 TO WS-ABEND-CODE
004700                 PERFORM 9999-ABEND
004710             END-IF
004720         WHEN OTHER
004730             DISPLAY 'CUSTHAR - CHECKPOINT READ FAILED, '
004740                 'SQLCODE = ' SQLCODE
004750             MOVE 908 TO WS-ABEND-CODE
004760             PERFORM 9999-ABEND
004770     END-EVALUATE.
004780 1300-EXIT.
004790     EXIT.

004800*-----------------------------------------------------------
004810* ONE CUSTOMER IS ONE UNIT OF WORK: ITS HISTORY, AUDIT AND
004820* NOTE ROWS ARE WRITTEN TO THE ARCHIVE AND DELETED, THE
004830* OPENING ROWS WRITTEN AND THE CHECKPOINT MOVED, THEN COMMIT.
004840* NO CUSTOMER IS EVER LEFT HALF ARCHIVED.
004850*-----------------------------------------------------------
004860 2000-ARCHIVE-ONE-CUSTOMER.
004870     ADD 1 TO WS-CUST-COUNT.
004880     PERFORM 2100-ARCHIVE-HISTORY
004890         THRU 2100-EXIT.
004900     PERFORM 2400-ARCHIVE-AUDIT
004910         THRU 2400-EXIT.
004920     PERFORM 2500-ARCHIVE-NOTES
004930         THRU 2500-EXIT.
004940     PERFORM 2600-TAKE-CHECKPOINT
004950         THRU 2600-EXIT.
004960     PERFORM 2900-FETCH-NEXT-CUSTOMER
004970         THRU 2900-EXIT.
004980 2000-EXIT.
004990     EXIT.

005000*-----------------------------------------------------------
005010* THE CUSTOMER'S HISTORY PAST ITS AGE, CHAIN BY CHAIN, OLDEST
005020* FIRST WITHIN EACH - THE CUSTOMER'S OWN ROWS (MERGED_FROM_ID
005030* BLANK) AHEAD OF ANY SET MERGED IN.
005040*-----------------------------------------------------------
005050 2100-ARCHIVE-HISTORY.
005060     MOVE 'N' TO WS-ROW-EOF-SWITCH.
005070     MOVE 'N' TO WS-CHAIN-SWITCH.

005080     EXEC SQL
005090         DECLARE HSTCSR CURSOR FOR
005100         SELECT MERGED_FROM_ID, HIST_ACTION, HIST_AMOUNT,
005110                BAL_BEFORE, BAL_AFTER, OPERATOR_ID,
005116                CHAR(HIST_TS), CHECK_NO,
005122                CHAR(DEPOSIT_DATE, ISO), BATCH_REF
005130           FROM CUST_HIST
005140          WHERE CUST_ID = :DB-CUST-ID
005150            AND HIST_TS < TIMESTAMP(:DB-HIST-CUTOFF, '00.00.00')
005160          ORDER BY MERGED_FROM_ID, HIST_TS
005170     END-EXEC.

005180     EXEC SQL
005190         OPEN HSTCSR
005200     END-EXEC.

005210     IF SQLCODE NOT = ZERO
005220         DISPLAY 'CUSTHAR - OPEN HSTCSR FAILED FOR ' DB-CUST-ID
005230             ' SQLCODE = ' SQLCODE
005240         MOVE 902 TO WS-ABEND-CODE
005250         PERFORM 9999-ABEND
005260     END-IF.

005270     PERFORM 2110-FETCH-HISTORY-ROW
005280         THRU 2110-EXIT.
005290     PERFORM 2120-ARCHIVE-HISTORY-ROW
005300         THRU 2120-EXIT
005310         UNTIL WS-ROWS-DONE.

005320     EXEC SQL
005330         CLOSE HSTCSR
005340     END-EXEC.

005350     IF WS-CHAIN-OPEN
005360         PERFORM 2200-CLOSE-CHAIN
005370             THRU 2200-EXIT
005380     END-IF.
005390 2100-EXIT.
005400     EXIT.

005410 2110-FETCH-HISTORY-ROW.
005420     EXEC SQL
005430         FETCH HSTCSR
005440         INTO :DB-MERGED-FROM-ID, :DB-HIST-ACTION,
005450              :DB-HIST-AMOUNT, :DB-BAL-BEFORE, :DB-BAL-AFTER,
005456              :DB-HIST-OPERATOR, :DB-HIST-TS, :DB-CHECK-NO,
005462              :DB-DEPOSIT-DATE, :DB-BATCH-REF
005470     END-EXEC.

005480     EVALUATE SQLCODE
005490         WHEN ZERO
005500             CONTINUE
005510         WHEN 100
005520             SET WS-ROWS-DONE TO TRUE
005530         WHEN OTHER
005540             DISPLAY 'CUSTHAR - FETCH HSTCSR FAILED FOR '
005550                 DB-CUST-ID ' SQLCODE = ' SQLCODE
005560             MOVE 902 TO WS-ABEND-CODE
005570             PERFORM 9999-ABEND
005580     END-EVALUATE.
005590 2110-EXIT.
005600     EXIT.

005610*-----------------------------------------------------------
005620* A NEW MERGED_FROM_ID CLOSES THE CHAIN BEFORE IT. AN OLD
005630* OPENING ROW IS NOT ARCHIVED; IT IS REPLACED ONLY IF A LATER
005640* ROW IS ARCHIVED TOO (THE DELETE STOPS AT THE LAST ROW
005650* ARCHIVED). EVERY OTHER ROW GOES TO THE ARCHIVE AND CARRIES
005660* THE CHAIN'S BALANCE AND TIME.
005670*-----------------------------------------------------------
005680 2120-ARCHIVE-HISTORY-ROW.
005690     IF WS-CHAIN-OPEN
005700      AND DB-MERGED-FROM-ID NOT = DB-CHAIN-FROM-ID
005710         PERFORM 2200-CLOSE-CHAIN
005720             THRU 2200-EXIT
005730     END-IF.
005740     IF NOT WS-CHAIN-OPEN
005750         MOVE DB-MERGED-FROM-ID TO DB-CHAIN-FROM-ID
005760         MOVE ZERO TO WS-CHAIN-ARCHIVED
005770         MOVE ZERO TO WS-CHAIN-OPENING
005780         MOVE ZERO TO WS-CHAIN-PENDING
005790         SET WS-CHAIN-OPEN TO TRUE
005800     END-IF.

005810     IF DB-HIST-ACTION = 'O'
005820         ADD 1 TO WS-CHAIN-PENDING
005830         GO TO 2120-NEXT
005840     END-IF.

005850     MOVE SPACES            TO ARC-RECORD.
005860     SET ARC-HIST-ROW       TO TRUE.
005870     MOVE DB-CUST-ID        TO ARC-CUST-ID.
005880     MOVE DB-BUS-DATE       TO ARC-ARCH-DATE.
005890     MOVE DB-HIST-ACTION    TO ARC-HIST-ACTION.
005900     MOVE DB-HIST-AMOUNT    TO ARC-HIST-AMOUNT.
005910     MOVE DB-BAL-BEFORE     TO ARC-BAL-BEFORE.
005920     MOVE DB-BAL-AFTER      TO ARC-BAL-AFTER.
005930     MOVE DB-HIST-OPERATOR  TO ARC-HIST-OPERATOR.
005940     MOVE DB-HIST-TS        TO ARC-HIST-TS.
005950     MOVE DB-CHECK-NO       TO ARC-CHECK-NO.
005960     MOVE DB-MERGED-FROM-ID TO ARC-MERGED-FROM-ID.
005963     MOVE DB-DEPOSIT-DATE   TO ARC-DEPOSIT-DATE.
005966     MOVE DB-BATCH-REF      TO ARC-BATCH-REF.
005970     WRITE ARC-RECORD.
005980     ADD 1 TO WS-RECORDS-WRITTEN.
005990     ADD 1 TO WS-CHAIN-ARCHIVED.
006000     ADD WS-CHAIN-PENDING TO WS-CHAIN-OPENING.
006010     MOVE ZERO TO WS-CHAIN-PENDING.
006020     MOVE DB-BAL-AFTER TO DB-CHAIN-BALANCE.
006030     MOVE DB-HIST-TS   TO DB-CHAIN-LAST-TS.

006040 2120-NEXT.
006050     PERFORM 2110-FETCH-HISTORY-ROW
006060         THRU 2110-EXIT.
006070 2120-EXIT.
006080     EXIT.

006090*-----------------------------------------------------------
006100* CLOSE ONE CHAIN: DELETE EVERYTHING UP TO THE LAST ROW
006110* ARCHIVED (THE ARCHIVED ROWS AND ANY OLDER OPENING ROW) AND
006120* PUT THE CARRIED-FORWARD OPENING ROW IN ITS PLACE. THE
006130* DELETE MUST TAKE EXACTLY THE ROWS JUST READ - ANYTHING ELSE
006140* MEANS THE CHAIN MOVED UNDER THE RUN, AND THE CUSTOMER IS
006150* BACKED OUT. THE HISTORY CURSOR IS ALREADY PAST THIS CHAIN.
006160*-----------------------------------------------------------
006170 2200-CLOSE-CHAIN.
006180     MOVE 'N' TO WS-CHAIN-SWITCH.
006190     IF WS-CHAIN-ARCHIVED = ZERO
006200         GO TO 2200-EXIT
006210     END-IF.

006220     EXEC SQL
006230         DELETE FROM CUST_HIST
006240          WHERE CUST_ID = :DB-CUST-ID
006250            AND MERGED_FROM_ID = :DB-CHAIN-FROM-ID
006260            AND HIST_TS <= TIMESTAMP(:DB-CHAIN-LAST-TS)
006270     END-EXEC.

006280     IF SQLCODE NOT = ZERO
006290         DISPLAY 'CUSTHAR - HISTORY DELETE FAILED FOR '
006300             DB-CUST-ID ' SQLCODE = ' SQLCODE
006310         MOVE 903 TO WS-ABEND-CODE
006320         PERFORM 9999-ABEND
006330     END-IF.

006340     MOVE SQLERRD(3) TO WS-ROWS-DELETED.
006350     COMPUTE WS-ROWS-EXPECTED =
006360         WS-CHAIN-ARCHIVED + WS-CHAIN-OPENING.
006370     IF WS-ROWS-DELETED NOT = WS-ROWS-EXPECTED
006380         DISPLAY 'CUSTHAR - HISTORY DELETE COUNT ' WS-ROWS-DELETED
006390             ' NOT ' WS-ROWS-EXPECTED ' FOR ' DB-CUST-ID
006400             ' MERGED FROM ' DB-CHAIN-FROM-ID
006410         MOVE 904 TO WS-ABEND-CODE
006420         PERFORM 9999-ABEND
006430     END-IF.

006440     EXEC SQL
006450         INSERT INTO CUST_HIST
006460             (CUST_ID, HIST_ACTION, HIST_AMOUNT, BAL_BEFORE,
006470              BAL_AFTER, OPERATOR_ID, HIST_TS, MERGED_FROM_ID)
006480         VALUES
006490             (:DB-CUST-ID, 'O', 0, :DB-CHAIN-BALANCE,
006500              :DB-CHAIN-BALANCE, 'CUSTHAR',
006510              TIMESTAMP(:DB-CHAIN-LAST-TS), :DB-CHAIN-FROM-ID)
006520     END-EXEC.

006530     IF SQLCODE NOT = ZERO
006540         DISPLAY 'CUSTHAR - OPENING ROW INSERT FAILED FOR '
006550             DB-CUST-ID ' SQLCODE = ' SQLCODE
006560         MOVE 905 TO WS-ABEND-CODE
006570         PERFORM 9999-ABEND
006580     END-IF.

006590     ADD WS-CHAIN-ARCHIVED TO WS-HIST-ARCHIVED.
006600     ADD WS-ROWS-DELETED   TO WS-HIST-DELETED.
006610     ADD WS-CHAIN-OPENING  TO WS-OPENING-REPLACED.
006620     ADD 1                 TO WS-OPENING-ADDED.
006630     ADD DB-CHAIN-BALANCE  TO WS-CARRIED-TOTAL.
006640 2200-EXIT.
006650     EXIT.

006660*-----------------------------------------------------------
006670* THE CUSTOMER'S AUDIT ROWS PAST THEIR AGE: EACH TO THE
006680* ARCHIVE, THEN ONE DELETE THAT MUST TAKE THE SAME COUNT.
006690*-----------------------------------------------------------
006700 2400-ARCHIVE-AUDIT.
006710     MOVE 'N' TO WS-ROW-EOF-SWITCH.
006720     MOVE ZERO TO WS-ROWS-EXPECTED.

006730     EXEC SQL
006740         DECLARE AUDCSR CURSOR FOR
006750         SELECT AUD_TS, TERM_ID, AUD_SEQ, OPERATOR_ID,
006760                ACTION_FLAG, SUPV_USER, LIMIT_STATUS,
006770                DENIED_FLAG
006780           FROM CUST_AUDIT
006790          WHERE CUST_ID = :DB-CUST-ID
006800            AND SUBSTR(AUD_TS, 1, 8) < :DB-AUDIT-CUTOFF-DAY
006810          ORDER BY AUD_TS, TERM_ID, AUD_SEQ
006820     END-EXEC.

006830     EXEC SQL
006840         OPEN AUDCSR
006850     END-EXEC.

006860     IF SQLCODE NOT = ZERO
006870         DISPLAY 'CUSTHAR - OPEN AUDCSR FAILED FOR ' DB-CUST-ID
006880             ' SQLCODE = ' SQLCODE
006890         MOVE 906 TO WS-ABEND-CODE
006900         PERFORM 9999-ABEND
006910     END-IF.

006920     PERFORM 2410-FETCH-AUDIT-ROW
006930         THRU 2410-EXIT.
006940     PERFORM 2420-ARCHIVE-AUDIT-ROW
006950         THRU 2420-EXIT
006960         UNTIL WS-ROWS-DONE.

006970     EXEC SQL
006980         CLOSE AUDCSR
006990     END-EXEC.

007000     IF WS-ROWS-EXPECTED = ZERO
007010         GO TO 2400-EXIT
007020     END-IF.

007030     EXEC SQL
007040         DELETE FROM CUST_AUDIT
007050          WHERE CUST_ID = :DB-CUST-ID
007060            AND SUBSTR(AUD_TS, 1, 8) < :DB-AUDIT-CUTOFF-DAY
007070     END-EXEC.

007080     IF SQLCODE NOT = ZERO
007090         DISPLAY 'CUSTHAR - AUDIT DELETE FAILED FOR '
007100             DB-CUST-ID ' SQLCODE = ' SQLCODE
007110         MOVE 906 TO WS-ABEND-CODE
007120         PERFORM 9999-ABEND
007130     END-IF.

007140     MOVE SQLERRD(3) TO WS-ROWS-DELETED.
007150     IF WS-ROWS-DELETED NOT = WS-ROWS-EXPECTED
007160         DISPLAY 'CUSTHAR - AUDIT DELETE COUNT ' WS-ROWS-DELETED
007170             ' NOT ' WS-ROWS-EXPECTED ' FOR ' DB-CUST-ID
007180         MOVE 904 TO WS-ABEND-CODE
007190         PERFORM 9999-ABEND
007200     END-IF.

007210     ADD WS-ROWS-EXPECTED TO WS-AUDIT-ARCHIVED.
007220     ADD WS-ROWS-DELETED  TO WS-AUDIT-DELETED.
007230 2400-EXIT.
007240     EXIT.

007250 2410-FETCH-AUDIT-ROW.
007260     EXEC SQL
007270         FETCH AUDCSR
007280         INTO :DB-AUD-TS, :DB-TERM-ID, :DB-AUD-SEQ,
007290              :DB-AUD-OPERATOR, :DB-ACTION-FLAG, :DB-SUPV-USER,
007300              :DB-LIMIT-STATUS, :DB-DENIED-FLAG
007310     END-EXEC.

007320     EVALUATE SQLCODE
007330         WHEN ZERO
007340             CONTINUE
007350         WHEN 100
007360             SET WS-ROWS-DONE TO TRUE
007370         WHEN OTHER
007380             DISPLAY 'CUSTHAR - FETCH AUDCSR FAILED FOR '
007390                 DB-CUST-ID ' SQLCODE = ' SQLCODE
007400             MOVE 906 TO WS-ABEND-CODE
007410             PERFORM 9999-ABEND
007420     END-EVALUATE.
007430 2410-EXIT.
007440     EXIT.

007450 2420-ARCHIVE-AUDIT-ROW.
007460     MOVE SPACES            TO ARC-RECORD.
007470     SET ARC-AUDIT-ROW      TO TRUE.
007480     MOVE DB-CUST-ID        TO ARC-CUST-ID.
007490     MOVE DB-BUS-DATE       TO ARC-ARCH-DATE.
007500     MOVE DB-AUD-TS         TO ARC-AUD-TS.
007510     MOVE DB-TERM-ID        TO ARC-TERM-ID.
007520     MOVE DB-AUD-SEQ        TO ARC-AUD-SEQ.
007530     MOVE DB-AUD-OPERATOR   TO ARC-AUD-OPERATOR.
007540     MOVE DB-ACTION-FLAG    TO ARC-ACTION-FLAG.
007550     MOVE DB-SUPV-USER      TO ARC-SUPV-USER.
007560     MOVE DB-LIMIT-STATUS   TO ARC-LIMIT-STATUS.
007570     MOVE DB-DENIED-FLAG    TO ARC-DENIED-FLAG.
007580     WRITE ARC-RECORD.
007590     ADD 1 TO WS-RECORDS-WRITTEN.
007600     ADD 1 TO WS-ROWS-EXPECTED.

007610     PERFORM 2410-FETCH-AUDIT-ROW
007620         THRU 2410-EXIT.
007630 2420-EXIT.
007640     EXIT.

007650*-----------------------------------------------------------
007660* THE CUSTOMER'S CONTACT NOTES PAST THEIR AGE, THE SAME WAY.
007670*-----------------------------------------------------------
007680 2500-ARCHIVE-NOTES.
007690     MOVE 'N' TO WS-ROW-EOF-SWITCH.
007700     MOVE ZERO TO WS-ROWS-EXPECTED.

007710     EXEC SQL
007720         DECLARE NTECSR CURSOR FOR
007730         SELECT CHAR(NOTE_TS), OPERATOR_ID, NOTE_TEXT
007740           FROM CUST_NOTE
007750          WHERE CUST_ID = :DB-CUST-ID
007760            AND NOTE_TS < TIMESTAMP(:DB-NOTE-CUTOFF, '00.00.00')
007770          ORDER BY NOTE_TS
007780     END-EXEC.

007790     EXEC SQL
007800         OPEN NTECSR
007810     END-EXEC.

007820     IF SQLCODE NOT = ZERO
007830         DISPLAY 'CUSTHAR - OPEN NTECSR FAILED FOR ' DB-CUST-ID
007840             ' SQLCODE = ' SQLCODE
007850         MOVE 907 TO WS-ABEND-CODE
007860         PERFORM 9999-ABEND
007870     END-IF.

007880     PERFORM 2510-FETCH-NOTE-ROW
007890         THRU 2510-EXIT.
007900     PERFORM 2520-ARCHIVE-NOTE-ROW
007910         THRU 2520-EXIT
007920         UNTIL WS-ROWS-DONE.

007930     EXEC SQL
007940         CLOSE NTECSR
007950     END-EXEC.

007960     IF WS-ROWS-EXPECTED = ZERO
007970         GO TO 2500-EXIT
007980     END-IF.

007990     EXEC SQL
008000         DELETE FROM CUST_NOTE
008010          WHERE CUST_ID = :DB-CUST-ID
008020            AND NOTE_TS < TIMESTAMP(:DB-NOTE-CUTOFF, '00.00.00')
008030     END-EXEC.

008040     IF SQLCODE NOT = ZERO
008050         DISPLAY 'CUSTHAR - NOTE DELETE FAILED FOR '
008060             DB-CUST-ID ' SQLCODE = ' SQLCODE
008070         MOVE 907 TO WS-ABEND-CODE
008080         PERFORM 9999-ABEND
008090     END-IF.

008100     MOVE SQLERRD(3) TO WS-ROWS-DELETED.
008110     IF WS-ROWS-DELETED NOT = WS-ROWS-EXPECTED
008120         DISPLAY 'CUSTHAR - NOTE DELETE COUNT ' WS-ROWS-DELETED
008130             ' NOT ' WS-ROWS-EXPECTED ' FOR ' DB-CUST-ID
008140         MOVE 904 TO WS-ABEND-CODE
008150         PERFORM 9999-ABEND
008160     END-IF.

008170     ADD WS-ROWS-EXPECTED TO WS-NOTE-ARCHIVED.
008180     ADD WS-ROWS-DELETED  TO WS-NOTE-DELETED.
008190 2500-EXIT.
008200     EXIT.

008210 2510-FETCH-NOTE-ROW.
008220     EXEC SQL
008230         FETCH NTECSR
008240         INTO :DB-NOTE-TS, :DB-NOTE-OPERATOR, :DB-NOTE-TEXT
008250     END-EXEC.

008260     EVALUATE SQLCODE
008270         WHEN ZERO
008280             CONTINUE
008290         WHEN 100
008300             SET WS-ROWS-DONE TO TRUE
008310         WHEN OTHER
008320             DISPLAY 'CUSTHAR - FETCH NTECSR FAILED FOR '
008330                 DB-CUST-ID ' SQLCODE = ' SQLCODE
008340             MOVE 907 TO WS-ABEND-CODE
008350             PERFORM 9999-ABEND
008360     END-EVALUATE.
008370 2510-EXIT.
008380     EXIT.

008390 2520-ARCHIVE-NOTE-ROW.
008400     MOVE SPACES            TO ARC-RECORD.
008410     SET ARC-NOTE-ROW       TO TRUE.
008420     MOVE DB-CUST-ID        TO ARC-CUST-ID.
008430     MOVE DB-BUS-DATE       TO ARC-ARCH-DATE.
008440     MOVE DB-NOTE-TS        TO ARC-NOTE-TS.
008450     MOVE DB-NOTE-OPERATOR  TO ARC-NOTE-OPERATOR.
008460     MOVE DB-NOTE-TEXT      TO ARC-NOTE-TEXT.
008470     WRITE ARC-RECORD.
008480     ADD 1 TO WS-RECORDS-WRITTEN.
008490     ADD 1 TO WS-ROWS-EXPECTED.

008500     PERFORM 2510-FETCH-NOTE-ROW
008510         THRU 2510-EXIT.
008520 2520-EXIT.
008530     EXIT.

008540*-----------------------------------------------------------
008550* MOVE THE CHECKPOINT TO THIS CUSTOMER AND COMMIT. THE BLANK
008560* CUSTOMER HAS NO NUMBER TO CHECKPOINT; IT SORTS FIRST, SO THE
008570* CHECKPOINT STAYS AT ZERO UNTIL THE FIRST REAL CUSTOMER.
008580*-----------------------------------------------------------
008590 2600-TAKE-CHECKPOINT.
008600     IF DB-CUST-ID NOT = SPACES
008610         MOVE DB-CUST-ID     TO WS-RESTART-NUM
008620         MOVE WS-RESTART-NUM TO DB-LAST-REC-NO
008630     END-IF.
008640     MOVE WS-CUST-COUNT    TO DB-POSTED-COUNT.
008650     MOVE WS-CARRIED-TOTAL TO DB-POSTED-AMOUNT.

008660     EXEC SQL
008670         UPDATE CUST_RESTART
008680            SET LAST_REC_NO   = :DB-LAST-REC-NO,
008690                POSTED_COUNT  = :DB-POSTED-COUNT,
008700                POSTED_AMOUNT = :DB-POSTED-AMOUNT
008710          WHERE JOB_NAME = :DB-JOB-NAME
008720     END-EXEC.

008730     IF SQLCODE NOT = ZERO
008740         DISPLAY 'CUSTHAR - CHECKPOINT UPDATE FAILED, '
008750             'SQLCODE = ' SQLCODE
008760         MOVE 908 TO WS-ABEND-CODE
008770         PERFORM 9999-ABEND
008780     END-IF.

008790     EXEC SQL
008800         COMMIT
008810     END-EXEC.

008820     IF SQLCODE NOT = ZERO
008830         DISPLAY 'CUSTHAR - COMMIT FAILED, SQLCODE = ' SQLCODE
008840         MOVE 910 TO WS-ABEND-CODE
008850         PERFORM 9999-ABEND
008860     END-IF.
008870 2600-EXIT.
008880     EXIT.

008890 2900-FETCH-NEXT-CUSTOMER.
008900     EXEC SQL
008910         FETCH CUSCSR
008920         INTO :DB-CUST-ID
008930     END-EXEC.

008940     EVALUATE SQLCODE
008950         WHEN ZERO
008960             CONTINUE
008970         WHEN 100
008980             SET WS-EOF-REACHED TO TRUE
008990         WHEN OTHER
009000             DISPLAY 'CUSTHAR - FETCH FAILED, SQLCODE = '
009010                 SQLCODE
009020             MOVE 901 TO WS-ABEND-CODE
009030             PERFORM 9999-ABEND
009040     END-EVALUATE.
009050 2900-EXIT.
009060     EXIT.

009070*-----------------------------------------------------------
009080* EVERY CUSTOMER DONE: DROP THE CHECKPOINT AND PRINT THE
009090* CONTROL REPORT. CUST_HIST ROWS DELETED ARE THE ROWS ARCHIVED
009100* PLUS THE OPENING ROWS REPLACED; CUST_AUDIT AND CUST_NOTE
009110* DELETE EXACTLY WHAT THEY ARCHIVE.
009120*-----------------------------------------------------------
009130 7000-TERMINATE.
009140     EXEC SQL
009150         CLOSE CUSCSR
009160     END-EXEC.

009170     EXEC SQL
009180         DELETE FROM CUST_RESTART
009190          WHERE JOB_NAME = :DB-JOB-NAME
009200     END-EXEC.

009210     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
009220         DISPLAY 'CUSTHAR - CHECKPOINT DELETE FAILED, '
009230             'SQLCODE = ' SQLCODE
009240         MOVE 908 TO WS-ABEND-CODE
009250         PERFORM 9999-ABEND
009260     END-IF.

009270     EXEC SQL
009280         COMMIT
009290     END-EXEC.

009300     IF SQLCODE NOT = ZERO
009310         DISPLAY 'CUSTHAR - COMMIT FAILED, SQLCODE = ' SQLCODE
009320         MOVE 910 TO WS-ABEND-CODE
009330         PERFORM 9999-ABEND
009340     END-IF.

009350     PERFORM 7300-WRITE-HEADINGS
009360         THRU 7300-EXIT.

009370     MOVE 'CUST_HIST'         TO RL-TABLE.
009380     MOVE WS-HIST-ARCHIVED    TO RL-ARCHIVED.
009390     MOVE WS-HIST-DELETED     TO RL-DELETED.
009400     MOVE WS-OPENING-ADDED    TO RL-OPENING.
009410     MOVE WS-OPENING-REPLACED TO RL-REPLACED.
009420     WRITE RPT-RECORD FROM RPT-TABLE-LINE
009430         AFTER ADVANCING 1 LINE.
009440     MOVE 'CUST_AUDIT'        TO RL-TABLE.
009450     MOVE WS-AUDIT-ARCHIVED   TO RL-ARCHIVED.
009460     MOVE WS-AUDIT-DELETED    TO RL-DELETED.
009470     MOVE ZERO                TO RL-OPENING.
009480     MOVE ZERO                TO RL-REPLACED.
009490     WRITE RPT-RECORD FROM RPT-TABLE-LINE
009500         AFTER ADVANCING 1 LINE.
009510     MOVE 'CUST_NOTE'         TO RL-TABLE.
009520     MOVE WS-NOTE-ARCHIVED    TO RL-ARCHIVED.
009530     MOVE WS-NOTE-DELETED     TO RL-DELETED.
009540     WRITE RPT-RECORD FROM RPT-TABLE-LINE
009550         AFTER ADVANCING 1 LINE.

009560     MOVE SPACES TO RPT-RECORD.
009570     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
009580     MOVE 'CUSTOMERS ARCHIVED:' TO RT-LABEL.
009590     MOVE WS-CUST-COUNT TO RT-COUNT.
009600     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
009610         AFTER ADVANCING 1 LINE.
009620     MOVE 'ARCHIVE RECORDS WRITTEN:' TO RT-LABEL.
009630     MOVE WS-RECORDS-WRITTEN TO RT-COUNT.
009640     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
009650         AFTER ADVANCING 1 LINE.
009660     MOVE 'BALANCES CARRIED FORWARD:' TO RA-LABEL.
009670     MOVE WS-CARRIED-TOTAL TO RA-AMOUNT.
009680     WRITE RPT-RECORD FROM RPT-AMOUNT-LINE
009690         AFTER ADVANCING 1 LINE.

009700     CLOSE CTL-FILE.
009710     CLOSE ARC-FILE.
009720     CLOSE RPT-FILE.
009730     DISPLAY 'CUSTHAR - CUSTOMERS ARCHIVED: ' WS-CUST-COUNT
009740         ' RECORDS WRITTEN: ' WS-RECORDS-WRITTEN.
009750     PERFORM 7900-END-RUN
009760         THRU 7900-EXIT.
009770 7000-EXIT.
009780     EXIT.

009790 7300-WRITE-HEADINGS.
009800     ADD 1 TO WS-PAGE-NO.
009810     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
009820     WRITE RPT-RECORD FROM RPT-HEADING-1
009830         AFTER ADVANCING 1 LINE.
009840     WRITE RPT-RECORD FROM RPT-HEADING-2
009850         AFTER ADVANCING 1 LINE.
009860     WRITE RPT-RECORD FROM RPT-CUTOFF-LINE
009870         AFTER ADVANCING 1 LINE.
009880     IF WS-RESTARTING
009890         WRITE RPT-RECORD FROM RPT-RESTART-LINE
009900             AFTER ADVANCING 1 LINE
009910     END-IF.
009920     MOVE SPACES TO RPT-RECORD.
009930     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
009940     WRITE RPT-RECORD FROM RPT-HEADING-3
009950         AFTER ADVANCING 1 LINE.
009960 7300-EXIT.
009970     EXIT.

009980*-----------------------------------------------------------
009990* MARK THE MONTH'S ARCHIVAL COMPLETE ON CUST_RUNCTL. READ IS
010000* THE CUSTOMERS ARCHIVED, POSTED THE ARCHIVE RECORDS WRITTEN.
010010*-----------------------------------------------------------
010020 7900-END-RUN.
010030     MOVE WS-CUST-COUNT TO RUN-READ-COUNT.
010040     MOVE WS-RECORDS-WRITTEN TO RUN-POSTED-COUNT.
010050     MOVE ZERO TO RUN-REJECT-COUNT.
010060     SET RUN-END TO TRUE.
010070     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
010080     IF NOT RUN-OK
010090         DISPLAY 'CUSTHAR - ' RUN-MESSAGE
010100         MOVE 912 TO RETURN-CODE
010110     END-IF.
010120 7900-EXIT.
010130     EXIT.

010140* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
010150* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
010160* UNIT OF WORK. ROLL IT BACK FIRST SO THE CUSTOMER IN FLIGHT
010170* KEEPS EVERY ROW; CLOSING THE ARCHIVE KEEPS EVERY RECORD OF
010180* THE CUSTOMERS ALREADY COMMITTED. THE RUN IS THEN MARKED
010190* FAILED ON CUST_RUNCTL.
010200 9999-ABEND.
010210     EXEC SQL
010220         ROLLBACK
010230     END-EXEC.
010240     IF RUN-STARTED
010250         SET RUN-FAIL TO TRUE
010260         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
010270     END-IF.
010280     CLOSE CTL-FILE.
010290     CLOSE ARC-FILE.
010300     CLOSE RPT-FILE.
010310     MOVE WS-ABEND-CODE TO RETURN-CODE.
010320     GOBACK.
