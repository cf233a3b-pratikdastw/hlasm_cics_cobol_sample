000100*****************************************************************
000110* CUSTFRD - NIGHTLY ACCOUNT-TAKEOVER DETECTION
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTFRD.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. SCANS A ROLLING WINDOW OF
000220*                  ACCOUNT ACTIVITY ENDING ON THE BUSINESS DATE
000230*                  FOR THE PATTERNS AN ACCOUNT TAKEOVER LEAVES
000240*                  BEHIND - CUST_HIST AND ITS CUST_EVENT IMAGES,
000250*                  THE CUST_DRAFT BANK-ACCOUNT STAMP, AND THE
000260*                  AUDT JOURNAL AS CUSTAUD LOADS IT TO
000270*                  CUST_AUDIT (INCLUDING CUST_OPAUTH DENIALS).
000280*                  EACH HIT IS SCORED AND OPENED AS A CASE ON
000290*                  CUST_FRD_CASE FOR THE FRAUD REVIEWERS, WHO
000300*                  CLOSE IT ON THE CUSTFRV SCREEN. FRAUD REVIEW
000310*                  REPORT OF EVERY OPEN CASE, HIGHEST SCORE
000320*                  FIRST. RUNS UNDER CUSTRUN AFTER THE NIGHT'S
000330*                  CUSTAUD OFFLOAD AND PAYMENT POSTING.
000340*-----------------------------------------------------------
000350* PATTERNS (CUST_FRD_CASE.PATTERN_CODE) AND SCORES:
000360*   SEQ  SENSITIVE CHANGE SEQUENCE INSIDE THE WINDOW: A NAME OR
000370*        ADDRESS CHANGE, THEN A NEW OR CHANGED AUTOPAY BANK
000380*        ACCOUNT, THEN A CREDIT-LIMIT INCREASE OR A PAYMENT
000390*        REVERSAL. ALL THREE STEPS 95; CHANGE THEN INCREASE OR
000400*        REVERSAL 75; CHANGE THEN BANK ACCOUNT 60; BANK
000410*        ACCOUNT THEN INCREASE OR REVERSAL 55.
000420*   OPS  SEVERAL OPERATORS ON ONE ACCOUNT IN ONE DAY (AUDT
000430*        RECORDS FROM CICS TERMINALS). 40 AT THE THRESHOLD,
000440*        10 MORE PER OPERATOR OVER IT, AT MOST 90.
000450*   DNY  REPEATED CUST_OPAUTH DENIALS FOR ONE OPERATOR IN ONE
000460*        DAY. 50 AT THE THRESHOLD, 10 MORE PER DENIAL OVER IT,
000470*        AT MOST 90. THE CASE IS RAISED ON THE ACCOUNT OF THE
000480*        DAY'S LAST DENIAL.
000490*   REV  A PAYMENT REVERSAL KEYED BY THE SAME OPERATOR WHO
000500*        POSTED THE PAYMENT (THE CUSTOMER'S LATEST 'P' ROW
000510*        BEFORE IT - THE ONE CUSTDB2 REVERSES). 80. BATCH
000520*        POSTINGS (OPERATOR CUSTxxxx) ARE NOT OPERATORS.
000530*-----------------------------------------------------------
000540* A HIT IS IDENTIFIED BY PATTERN, CUSTOMER, OPERATOR AND THE
000550* TIME OF ITS FIRST STEP (THE DAY, FOR OPS AND DNY). THE
000560* WINDOW ROLLS, SO THE SAME HIT IS FOUND AGAIN ON LATER
000570* NIGHTS: IT OPENS NO SECOND CASE, BUT A SEQUENCE THAT HAS
000580* GROWN RAISES THE SCORE OF ITS CASE WHILE IT IS STILL OPEN.
000590* THIS ALSO MAKES A RESTART OR RERUN SAFE WITHOUT A
000600* CHECKPOINT ROW.
000610*-----------------------------------------------------------
000620* CTLIN: OPTIONAL CARD. COLUMNS 1-2 THE WINDOW IN DAYS
000630* (DEFAULT 05, THE BUSINESS DATE AND THE DAYS BEFORE IT),
000640* 3-6 A SWITCH FOR EACH PATTERN IN THE ORDER SEQ, OPS, DNY,
000650* REV (N TURNS IT OFF, Y OR BLANK LEAVES IT ON), 7-8 THE
000660* OPERATORS-PER-DAY THRESHOLD (DEFAULT 03), 9-10 THE
000670* DENIALS-PER-DAY THRESHOLD (DEFAULT 03). A BLANK FIELD
000680* KEEPS ITS DEFAULT.
000690*-----------------------------------------------------------
000700* CUST_FRD_CASE.CASE_STATUS:
000710*   O - OPEN, WAITING ON A FRAUD REVIEWER
000720*   C - CLOSED ON CUSTFRV WITH A DISPOSITION (DISP_CODE)
000730*-----------------------------------------------------------
000740 ENVIRONMENT DIVISION.
000750 CONFIGURATION SECTION.
000760 SOURCE-COMPUTER.   IBM-370.
000770 OBJECT-COMPUTER.   IBM-370.

000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT CTL-FILE ASSIGN TO CTLIN
000810         ORGANIZATION IS SEQUENTIAL.
000820     SELECT RPT-FILE ASSIGN TO RPTOUT
000830         ORGANIZATION IS SEQUENTIAL.

000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CTL-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  CTL-RECORD.
000900     05  CTL-WINDOW-DAYS     PIC X(02).
000910     05  CTL-WINDOW-DAYS-N REDEFINES CTL-WINDOW-DAYS
000920                             PIC 9(02).
000930     05  CTL-SEQ-SW          PIC X(01).
000940     05  CTL-OPS-SW          PIC X(01).
000950     05  CTL-DNY-SW          PIC X(01).
000960     05  CTL-REV-SW          PIC X(01).
000970     05  CTL-OPS-THRESHOLD   PIC X(02).
000980     05  CTL-OPS-THRESHOLD-N REDEFINES CTL-OPS-THRESHOLD
000990                             PIC 9(02).
001000     05  CTL-DNY-THRESHOLD   PIC X(02).
001010     05  CTL-DNY-THRESHOLD-N REDEFINES CTL-DNY-THRESHOLD
001020                             PIC 9(02).
001030     05  FILLER              PIC X(70).

001040 FD  RPT-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  RPT-RECORD              PIC X(133).

001080 WORKING-STORAGE SECTION.
001090* DB2 communication area
001100 EXEC SQL
001110     INCLUDE SQLCA
001120 END-EXEC.

001130* Host variables for the scan window
001140 01  DB-BUS-DATE             PIC X(10).
001150 01  DB-WIN-FROM-DATE        PIC X(10).
001160 01  DB-WINDOW-DAYS          PIC S9(4) COMP.
001170 01  DB-WIN-FROM-DAY         PIC X(8).
001180 01  DB-WIN-THRU-DAY         PIC X(8).

001190* Host variables for the pattern scans
001200 01  DB-CUST-ID              PIC X(6).
001210 01  DB-IDENT-TS             PIC X(26).
001220 01  DB-BANK-TS              PIC X(26).
001230 01  DB-AFTER-TS             PIC X(26).
001240 01  DB-MONEY-TS             PIC X(26).
001250 01  DB-MONEY-ACTION         PIC X(1).
001260 01  DB-AUD-DAY              PIC X(8).
001270 01  DB-AUD-OPERATOR         PIC X(3).
001280 01  DB-LAST-AUD-TS          PIC X(15).
001290 01  DB-HIT-COUNT            PIC S9(9) COMP.
001300 01  DB-OPS-THRESHOLD        PIC S9(4) COMP.
001310 01  DB-DNY-THRESHOLD        PIC S9(4) COMP.
001320 01  DB-HIST-TS              PIC X(26).
001330 01  DB-HIST-OPERATOR        PIC X(8).

001340* Host variables for CUST_FRD_CASE
001350 01  DB-CASE-NO              PIC S9(9) COMP.
001360 01  DB-LAST-CASE-NO         PIC S9(9) COMP.
001370 01  DB-PATTERN-CODE         PIC X(3).
001380 01  DB-ANCHOR-TS            PIC X(26).
001390 01  DB-OPERATOR-ID          PIC X(8).
001400 01  DB-SCORE                PIC S9(4) COMP.
001410 01  DB-OLD-SCORE            PIC S9(4) COMP.
001420 01  DB-CASE-DETAIL          PIC X(40).
001430 01  DB-CASE-STATUS          PIC X(1).
001440 01  DB-CUST-NAME            PIC X(30).
001450 01  DB-OPENED-DATE          PIC X(10).

001460 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
001470     88  WS-EOF-REACHED        VALUE 'Y'.
001480 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
001490 77  WS-LINE-CNT             PIC 9(02) COMP VALUE 99.
001500 77  WS-LINES-PER-PAGE       PIC 9(02) COMP VALUE 55.
001510 77  WS-COMMIT-INTERVAL      PIC S9(04) COMP VALUE 100.
001520 77  WS-SINCE-COMMIT         PIC S9(04) COMP VALUE 0.
001530 77  WS-HIT-COUNT            PIC S9(09) COMP VALUE 0.
001540 77  WS-CASE-WRITTEN-COUNT   PIC S9(09) COMP VALUE 0.
001550 77  WS-OPEN-CASE-COUNT      PIC S9(07) COMP-3 VALUE 0.
001560 77  WS-STEP-COUNT           PIC S9(04) COMP.
001570 77  WS-PAT-IX               PIC 9(01) COMP.
001580 77  WS-ABEND-CODE           PIC S9(04) COMP.

001590* Detection settings, overridden by the CTLIN card
001600 01  WS-WINDOW-DAYS          PIC S9(04) COMP VALUE 5.
001610 01  WS-OPS-THRESHOLD        PIC S9(04) COMP VALUE 3.
001620 01  WS-DNY-THRESHOLD        PIC S9(04) COMP VALUE 3.
001630 01  WS-PATTERN-SWITCHES.
001640     05  WS-SEQ-SW           PIC X(01)      VALUE 'Y'.
001650         88  WS-SEQ-ON         VALUE 'Y'.
001660     05  WS-OPS-SW           PIC X(01)      VALUE 'Y'.
001670         88  WS-OPS-ON         VALUE 'Y'.
001680     05  WS-DNY-SW           PIC X(01)      VALUE 'Y'.
001690         88  WS-DNY-ON         VALUE 'Y'.
001700     05  WS-REV-SW           PIC X(01)      VALUE 'Y'.
001710         88  WS-REV-ON         VALUE 'Y'.

001720* Which steps of the change sequence the customer shows
001730 01  WS-SEQ-STEPS.
001740     05  WS-IDENT-STEP-SW    PIC X(01).
001750         88  WS-IDENT-STEP     VALUE 'Y'.
001760     05  WS-BANK-STEP-SW     PIC X(01).
001770         88  WS-BANK-STEP      VALUE 'Y'.
001780     05  WS-MONEY-STEP-SW    PIC X(01).
001790         88  WS-MONEY-STEP     VALUE 'Y'.

001800 01  WS-CURRENT-DATE         PIC 9(08).
001810 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001820     05  WS-CURR-YYYY        PIC 9(04).
001830     05  WS-CURR-MM          PIC 9(02).
001840     05  WS-CURR-DD          PIC 9(02).

001850* An ISO date and the CCYYMMDD day key CUST_AUDIT carries at
001860* the front of AUD_TS
001870 01  WS-ISO-DATE.
001880     05  WS-ISO-YYYY         PIC X(04).
001890     05  FILLER              PIC X(01).
001900     05  WS-ISO-MM           PIC X(02).
001910     05  FILLER              PIC X(01).
001920     05  WS-ISO-DD           PIC X(02).
001930 01  WS-DAY-KEY.
001940     05  WS-DAY-YYYY         PIC X(04).
001950     05  WS-DAY-MM           PIC X(02).
001960     05  WS-DAY-DD           PIC X(02).

001970* Midnight of an audit day, the anchor of an OPS or DNY hit
001980 01  WS-DAY-ANCHOR.
001990     05  WS-ANC-YYYY         PIC X(04).
002000     05  FILLER              PIC X(01)  VALUE '-'.
002010     05  WS-ANC-MM           PIC X(02).
002020     05  FILLER              PIC X(01)  VALUE '-'.
002030     05  WS-ANC-DD           PIC X(02).
002040     05  FILLER              PIC X(16)  VALUE
002050         '-00.00.00.000000'.

002060 01  WS-COUNT-EDIT           PIC Z9.

002070* Batch run control call area (CUSTRUN)
002080 COPY CUSTRUN.

002090* Hit totals by pattern, in the order SEQ, OPS, DNY, REV
002100 01  WS-PATTERN-VALUES.
002110     05  FILLER              PIC X(33)  VALUE
002120         'SEQSENSITIVE CHANGE SEQUENCE'.
002130     05  FILLER              PIC X(33)  VALUE
002140         'OPSSEVERAL OPERATORS IN A DAY'.
002150     05  FILLER              PIC X(33)  VALUE
002160         'DNYREPEATED AUTHORITY DENIALS'.
002170     05  FILLER              PIC X(33)  VALUE
002180         'REVREVERSAL BY PAYMENT OPERATOR'.
002190 01  WS-PATTERN-TABLE REDEFINES WS-PATTERN-VALUES.
002200     05  WS-PAT-ENTRY OCCURS 4 TIMES.
002210         10  WS-PAT-CODE     PIC X(03).
002220         10  WS-PAT-NAME     PIC X(30).
002230 01  WS-PATTERN-TOTALS.
002240     05  WS-PAT-TOTAL OCCURS 4 TIMES.
002250         10  WS-PAT-FOUND    PIC S9(07) COMP-3.
002260         10  WS-PAT-NEW      PIC S9(07) COMP-3.
002270         10  WS-PAT-RAISED   PIC S9(07) COMP-3.
002280         10  WS-PAT-KNOWN    PIC S9(07) COMP-3.

002290 01  RPT-HEADING-1.
002300     05  FILLER              PIC X(01)  VALUE SPACE.
002310     05  FILLER              PIC X(40)  VALUE
002320         'ACCOUNT-TAKEOVER FRAUD REVIEW REPORT'.
002330     05  FILLER              PIC X(20)  VALUE SPACES.
002340     05  FILLER              PIC X(05)  VALUE 'PAGE '.
002350     05  RH1-PAGE-NO         PIC ZZ9.
002360     05  FILLER              PIC X(64)  VALUE SPACES.

002370 01  RPT-HEADING-2.
002380     05  FILLER              PIC X(01)  VALUE SPACE.
002390     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
002400     05  RH2-RUN-MM          PIC 99.
002410     05  FILLER              PIC X(01)  VALUE '/'.
002420     05  RH2-RUN-DD          PIC 99.
002430     05  FILLER              PIC X(01)  VALUE '/'.
002440     05  RH2-RUN-YYYY        PIC 9999.
002450     05  FILLER              PIC X(04)  VALUE SPACES.
002460     05  FILLER              PIC X(17)  VALUE 'ACTIVITY WINDOW: '.
002470     05  RH2-WIN-FROM        PIC X(10).
002480     05  FILLER              PIC X(06)  VALUE ' THRU '.
002490     05  RH2-WIN-THRU        PIC X(10).
002500     05  FILLER              PIC X(64)  VALUE SPACES.

002510 01  RPT-HEADING-3.
002520     05  FILLER              PIC X(01)  VALUE SPACE.
002530     05  FILLER              PIC X(11)  VALUE '  CASE NO'.
002540     05  FILLER              PIC X(05)  VALUE 'NEW'.
002550     05  FILLER              PIC X(05)  VALUE 'SCORE'.
002560     05  FILLER              PIC X(06)  VALUE ' PATT'.
002570     05  FILLER              PIC X(08)  VALUE 'CUST ID'.
002580     05  FILLER              PIC X(27)  VALUE 'CUSTOMER NAME'.
002590     05  FILLER              PIC X(10)  VALUE 'OPERATOR'.
002600     05  FILLER              PIC X(18)  VALUE 'FIRST ACTIVITY'.
002610     05  FILLER              PIC X(42)  VALUE 'DETAIL'.

002620 01  RPT-DETAIL-LINE.
002630     05  FILLER              PIC X(01)  VALUE SPACE.
002640     05  RD-CASE-NO          PIC ZZZZZZZZ9.
002650     05  FILLER              PIC X(02)  VALUE SPACES.
002660     05  RD-NEW              PIC X(03).
002670     05  FILLER              PIC X(02)  VALUE SPACES.
002680     05  RD-SCORE            PIC ZZ9.
002690     05  FILLER              PIC X(03)  VALUE SPACES.
002700     05  RD-PATTERN          PIC X(03).
002710     05  FILLER              PIC X(02)  VALUE SPACES.
002720     05  RD-CUST-ID          PIC X(06).
002730     05  FILLER              PIC X(02)  VALUE SPACES.
002740     05  RD-CUST-NAME        PIC X(25).
002750     05  FILLER              PIC X(02)  VALUE SPACES.
002760     05  RD-OPERATOR         PIC X(08).
002770     05  FILLER              PIC X(02)  VALUE SPACES.
002780     05  RD-ANCHOR           PIC X(16).
002790     05  FILLER              PIC X(02)  VALUE SPACES.
002800     05  RD-DETAIL           PIC X(40).
002810     05  FILLER              PIC X(02)  VALUE SPACES.

002820 01  RPT-SUM-HEADING-1.
002830     05  FILLER              PIC X(01)  VALUE SPACE.
002840     05  FILLER              PIC X(50)  VALUE
002850         'HITS BY PATTERN'.
002860     05  FILLER              PIC X(82)  VALUE SPACES.

002870 01  RPT-SUM-HEADING-2.
002880     05  FILLER              PIC X(01)  VALUE SPACE.
002890     05  FILLER              PIC X(36)  VALUE 'PATTERN'.
002900     05  FILLER              PIC X(10)  VALUE '     HITS'.
002910     05  FILLER              PIC X(10)  VALUE ' NEW CASES'.
002920     05  FILLER              PIC X(10)  VALUE '    RAISED'.
002930     05  FILLER              PIC X(14)  VALUE ' ALREADY KNOWN'.
002940     05  FILLER              PIC X(52)  VALUE SPACES.

002950 01  RPT-SUM-LINE.
002960     05  FILLER              PIC X(01)  VALUE SPACE.
002970     05  RS-PATTERN          PIC X(03).
002980     05  FILLER              PIC X(03)  VALUE SPACES.
002990     05  RS-PATTERN-NAME     PIC X(30).
003000     05  RS-FOUND            PIC ZZZZZZZZ9.
003010     05  FILLER              PIC X(01)  VALUE SPACE.
003020     05  RS-NEW              PIC ZZZZZZZZ9.
003030     05  FILLER              PIC X(01)  VALUE SPACE.
003040     05  RS-RAISED           PIC ZZZZZZZZ9.
003050     05  FILLER              PIC X(05)  VALUE SPACES.
003060     05  RS-KNOWN            PIC ZZZZZZZZ9.
003070     05  FILLER              PIC X(53)  VALUE SPACES.

003080 01  RPT-TOTAL-LINE.
003090     05  FILLER              PIC X(01)  VALUE SPACE.
003100     05  RT-LABEL            PIC X(30).
003110     05  RT-COUNT            PIC ZZZZZZZ9.
003120     05  FILLER              PIC X(94)  VALUE SPACES.

003130 PROCEDURE DIVISION.
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE
003160         THRU 1000-EXIT.
003170     IF WS-SEQ-ON
003180         PERFORM 2000-SCAN-SEQUENCES
003190             THRU 2000-EXIT
003200     END-IF.
003210     IF WS-OPS-ON
003220         PERFORM 3000-SCAN-OPERATORS
003230             THRU 3000-EXIT
003240     END-IF.
003250     IF WS-DNY-ON
003260         PERFORM 4000-SCAN-DENIALS
003270             THRU 4000-EXIT
003280     END-IF.
003290     IF WS-REV-ON
003300         PERFORM 5000-SCAN-REVERSALS
003310             THRU 5000-EXIT
003320     END-IF.
003330     PERFORM 7000-TERMINATE
003340         THRU 7000-EXIT.
003350     GOBACK.

003360 1000-INITIALIZE.
003370     OPEN INPUT CTL-FILE.
003380     OPEN OUTPUT RPT-FILE.
003390     PERFORM 1050-BEGIN-RUN
003400         THRU 1050-EXIT.
003410     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
003420     MOVE WS-CURR-MM   TO RH2-RUN-MM.
003430     MOVE WS-CURR-DD   TO RH2-RUN-DD.
003440     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
003450     MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
003460     INITIALIZE WS-PATTERN-TOTALS.
003470     PERFORM 1100-READ-CONTROL-CARD
003480         THRU 1100-EXIT.
003490     PERFORM 1200-SET-WINDOW
003500         THRU 1200-EXIT.

003510* CASE NUMBERS CONTINUE FROM THE HIGHEST ON FILE. THIS RUN IS
003520* THE ONLY WRITER OF NEW CASES.
003530     EXEC SQL
003540         SELECT COALESCE(MAX(CASE_NO), 0)
003550           INTO :DB-LAST-CASE-NO
003560           FROM CUST_FRD_CASE
003570     END-EXEC.
003580     IF SQLCODE NOT = ZERO
003590         DISPLAY 'CUSTFRD - CASE NUMBER READ FAILED, SQLCODE = '
003600             SQLCODE
003610         MOVE 902 TO WS-ABEND-CODE
003620         PERFORM 9999-ABEND
003630     END-IF.
003640 1000-EXIT.
003650     EXIT.

003660*-----------------------------------------------------------
003670* CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
003680* (THE NIGHT'S PAYMENT POSTING NOT COMPLETE, OR ALREADY
003690* COMPLETE FOR THE DATE WITH NO RERUN OVERRIDE).
003700*-----------------------------------------------------------
003710 1050-BEGIN-RUN.
003720     INITIALIZE RUN-CONTROL-AREA.
003730     MOVE 'CUSTFRD ' TO RUN-JOB-NAME.
003740     SET RUN-BEGIN TO TRUE.
003750     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
003760     IF NOT RUN-OK
003770         DISPLAY 'CUSTFRD - ' RUN-MESSAGE
003780         MOVE 912 TO WS-ABEND-CODE
003790         PERFORM 9999-ABEND
003800     END-IF.
003810 1050-EXIT.
003820     EXIT.

003830 1100-READ-CONTROL-CARD.
003840     MOVE SPACES TO CTL-RECORD.
003850     READ CTL-FILE
003860         AT END
003870             MOVE SPACES TO CTL-RECORD
003880     END-READ.

003890     IF CTL-WINDOW-DAYS NOT = SPACES
003900         IF CTL-WINDOW-DAYS-N NUMERIC
003910          AND CTL-WINDOW-DAYS-N > ZERO
003920             MOVE CTL-WINDOW-DAYS-N TO WS-WINDOW-DAYS
003930         ELSE
003940             DISPLAY 'CUSTFRD - INVALID WINDOW DAYS: '
003950                 CTL-WINDOW-DAYS
003960             MOVE 909 TO WS-ABEND-CODE
003970             PERFORM 9999-ABEND
003980         END-IF
003990     END-IF.
004000     IF CTL-OPS-THRESHOLD NOT = SPACES
004010         IF CTL-OPS-THRESHOLD-N NUMERIC
004020          AND CTL-OPS-THRESHOLD-N > 1
004030             MOVE CTL-OPS-THRESHOLD-N TO WS-OPS-THRESHOLD
004040         ELSE
004050             DISPLAY 'CUSTFRD - INVALID OPERATOR THRESHOLD: '
004060                 CTL-OPS-THRESHOLD
004070             MOVE 909 TO WS-ABEND-CODE
004080             PERFORM 9999-ABEND
004090         END-IF
004100     END-IF.
004110     IF CTL-DNY-THRESHOLD NOT = SPACES
004120         IF CTL-DNY-THRESHOLD-N NUMERIC
004130          AND CTL-DNY-THRESHOLD-N > 1
004140             MOVE CTL-DNY-THRESHOLD-N TO WS-DNY-THRESHOLD
004150         ELSE
004160             DISPLAY 'CUSTFRD - INVALID DENIAL THRESHOLD: '
004170                 CTL-DNY-THRESHOLD
004180             MOVE 909 TO WS-ABEND-CODE
004190             PERFORM 9999-ABEND
004200         END-IF
004210     END-IF.

004220     IF CTL-SEQ-SW = 'N'
004230         MOVE 'N' TO WS-SEQ-SW
004240     END-IF.
004250     IF CTL-OPS-SW = 'N'
004260         MOVE 'N' TO WS-OPS-SW
004270     END-IF.
004280     IF CTL-DNY-SW = 'N'
004290         MOVE 'N' TO WS-DNY-SW
004300     END-IF.
004310     IF CTL-REV-SW = 'N'
004320         MOVE 'N' TO WS-REV-SW
004330     END-IF.
004340     IF (CTL-SEQ-SW NOT = 'N' AND NOT = 'Y' AND NOT = SPACE)
004350      OR (CTL-OPS-SW NOT = 'N' AND NOT = 'Y' AND NOT = SPACE)
004360      OR (CTL-DNY-SW NOT = 'N' AND NOT = 'Y' AND NOT = SPACE)
004370      OR (CTL-REV-SW NOT = 'N' AND NOT = 'Y' AND NOT = SPACE)
004380         DISPLAY 'CUSTFRD - INVALID PATTERN SWITCHES: '
004390             CTL-SEQ-SW CTL-OPS-SW CTL-DNY-SW CTL-REV-SW
004400         MOVE 909 TO WS-ABEND-CODE
004410         PERFORM 9999-ABEND
004420     END-IF.
004430     MOVE WS-OPS-THRESHOLD TO DB-OPS-THRESHOLD.
004440     MOVE WS-DNY-THRESHOLD TO DB-DNY-THRESHOLD.
004450 1100-EXIT.
004460     EXIT.

004470*-----------------------------------------------------------
004480* THE WINDOW IS THE BUSINESS DATE AND THE CALENDAR DAYS
004490* BEFORE IT, WS-WINDOW-DAYS IN ALL. CUST_HIST, CUST_EVENT
004500* AND CUST_DRAFT ARE COMPARED ON ISO DATES, CUST_AUDIT ON
004510* THE CCYYMMDD DAY AT THE FRONT OF AUD_TS.
004520*-----------------------------------------------------------
004530 1200-SET-WINDOW.
004540     COMPUTE DB-WINDOW-DAYS = WS-WINDOW-DAYS - 1.
004550     EXEC SQL
004560         SELECT CHAR(DATE(:DB-BUS-DATE) - :DB-WINDOW-DAYS DAYS,
004570                     ISO)
004580           INTO :DB-WIN-FROM-DATE
004590           FROM SYSIBM.SYSDUMMY1
004600     END-EXEC.
004610     IF SQLCODE NOT = ZERO
004620         DISPLAY 'CUSTFRD - WINDOW DATE SELECT FAILED, SQLCODE = '
004630             SQLCODE
004640         MOVE 903 TO WS-ABEND-CODE
004650         PERFORM 9999-ABEND
004660     END-IF.
004670     MOVE DB-WIN-FROM-DATE TO RH2-WIN-FROM.
004680     MOVE DB-BUS-DATE TO RH2-WIN-THRU.

004690     MOVE DB-WIN-FROM-DATE TO WS-ISO-DATE.
004700     PERFORM 1210-MAKE-DAY-KEY
004710         THRU 1210-EXIT.
004720     MOVE WS-DAY-KEY TO DB-WIN-FROM-DAY.
004730     MOVE DB-BUS-DATE TO WS-ISO-DATE.
004740     PERFORM 1210-MAKE-DAY-KEY
004750         THRU 1210-EXIT.
004760     MOVE WS-DAY-KEY TO DB-WIN-THRU-DAY.
004770 1200-EXIT.
004780     EXIT.

004790 1210-MAKE-DAY-KEY.
004800     MOVE WS-ISO-YYYY TO WS-DAY-YYYY.
004810     MOVE WS-ISO-MM   TO WS-DAY-MM.
004820     MOVE WS-ISO-DD   TO WS-DAY-DD.
004830 1210-EXIT.
004840     EXIT.

004850*-----------------------------------------------------------
004860* SEQ - EVERY CUSTOMER WITH A NAME OR ADDRESS CHANGE ('C'
004870* EVENT WITH THE NAME OR ADDRESS FLAG SET) OR AN AUTOPAY
004880* BANK-ACCOUNT CHANGE IN THE WINDOW IS A CANDIDATE. WITH HOLD
004890* KEEPS THE CURSOR OPEN ACROSS THE INTERVAL COMMITS.
004900*-----------------------------------------------------------
004910 2000-SCAN-SEQUENCES.
004920     MOVE 1 TO WS-PAT-IX.
004930     MOVE 'N' TO WS-EOF-SWITCH.
004940     EXEC SQL
004950         DECLARE SEQCSR CURSOR WITH HOLD FOR
004960         SELECT E.CUST_ID
004970           FROM CUST_EVENT E
004980          WHERE E.HIST_ACTION = 'C'
004990            AND SUBSTR(E.CHANGED_FLAGS, 6, 2) <> 'NN'
005000            AND DATE(E.HIST_TS) BETWEEN DATE(:DB-WIN-FROM-DATE)
005010                                    AND DATE(:DB-BUS-DATE)
005020         UNION
005030         SELECT D.CUST_ID
005040           FROM CUST_DRAFT D
005050          WHERE DATE(D.BANK_CHG_TS)
005060                BETWEEN DATE(:DB-WIN-FROM-DATE)
005070                    AND DATE(:DB-BUS-DATE)
005080          ORDER BY 1
005090     END-EXEC.

005100     EXEC SQL
005110         OPEN SEQCSR
005120     END-EXEC.
005130     IF SQLCODE NOT = ZERO
005140         DISPLAY 'CUSTFRD - OPEN SEQCSR FAILED, SQLCODE = '
005150             SQLCODE
005160         MOVE 900 TO WS-ABEND-CODE
005170         PERFORM 9999-ABEND
005180     END-IF.

005190     PERFORM 2100-FETCH-SEQUENCE
005200         THRU 2100-EXIT.
005210     PERFORM 2200-CHECK-ONE-SEQUENCE
005220         THRU 2200-EXIT
005230         UNTIL WS-EOF-REACHED.

005240     EXEC SQL
005250         CLOSE SEQCSR
005260     END-EXEC.
005270 2000-EXIT.
005280     EXIT.

005290 2100-FETCH-SEQUENCE.
005300     EXEC SQL
005310         FETCH SEQCSR
005320         INTO :DB-CUST-ID
005330     END-EXEC.

005340     EVALUATE SQLCODE
005350         WHEN ZERO
005360             CONTINUE
005370         WHEN 100
005380             SET WS-EOF-REACHED TO TRUE
005390         WHEN OTHER
005400             DISPLAY 'CUSTFRD - FETCH SEQCSR FAILED, SQLCODE = '
005410                 SQLCODE
005420             MOVE 901 TO WS-ABEND-CODE
005430             PERFORM 9999-ABEND
005440     END-EVALUATE.
005450 2100-EXIT.
005460     EXIT.

005470*-----------------------------------------------------------
005480* ONE CANDIDATE. THE STEPS MUST COME IN ORDER: A BANK CHANGE
005490* COUNTS AFTER THE IDENTITY CHANGE ONLY IF IT IS LATER, AND
005500* THE INCREASE OR REVERSAL MUST FOLLOW THE LAST STEP FOUND.
005510* TWO STEPS OR MORE IS A HIT.
005520*-----------------------------------------------------------
005530 2200-CHECK-ONE-SEQUENCE.
005540     MOVE 'NNN' TO WS-SEQ-STEPS.
005550     PERFORM 2300-FETCH-SEQUENCE-STEPS
005560         THRU 2300-EXIT.

005570     IF DB-IDENT-TS NOT = SPACES
005580         MOVE 'Y' TO WS-IDENT-STEP-SW
005590         MOVE DB-IDENT-TS TO DB-AFTER-TS
005600         MOVE DB-IDENT-TS TO DB-ANCHOR-TS
005610         IF DB-BANK-TS NOT = SPACES
005620          AND DB-BANK-TS > DB-IDENT-TS
005630             MOVE 'Y' TO WS-BANK-STEP-SW
005640             MOVE DB-BANK-TS TO DB-AFTER-TS
005650         END-IF
005660     ELSE
005670         IF DB-BANK-TS NOT = SPACES
005680             MOVE 'Y' TO WS-BANK-STEP-SW
005690             MOVE DB-BANK-TS TO DB-AFTER-TS
005700             MOVE DB-BANK-TS TO DB-ANCHOR-TS
005710         END-IF
005720     END-IF.

005730     IF DB-AFTER-TS NOT = SPACES
005740         PERFORM 2400-FETCH-MONEY-STEP
005750             THRU 2400-EXIT
005760         IF DB-MONEY-TS NOT = SPACES
005770             MOVE 'Y' TO WS-MONEY-STEP-SW
005780         END-IF
005790     END-IF.

005800     MOVE ZERO TO WS-STEP-COUNT.
005810     IF WS-IDENT-STEP
005820         ADD 1 TO WS-STEP-COUNT
005830     END-IF.
005840     IF WS-BANK-STEP
005850         ADD 1 TO WS-STEP-COUNT
005860     END-IF.
005870     IF WS-MONEY-STEP
005880         ADD 1 TO WS-STEP-COUNT
005890     END-IF.
005900     IF WS-STEP-COUNT < 2
005910         GO TO 2200-NEXT
005920     END-IF.

005930     EVALUATE TRUE
005940         WHEN WS-IDENT-STEP AND WS-BANK-STEP AND WS-MONEY-STEP
005950             MOVE 95 TO DB-SCORE
005960         WHEN WS-IDENT-STEP AND WS-MONEY-STEP
005970             MOVE 75 TO DB-SCORE
005980         WHEN WS-IDENT-STEP AND WS-BANK-STEP
005990             MOVE 60 TO DB-SCORE
006000         WHEN OTHER
006010             MOVE 55 TO DB-SCORE
006020     END-EVALUATE.

006030     MOVE SPACES TO DB-CASE-DETAIL.
006040     IF WS-IDENT-STEP AND WS-BANK-STEP
006050         MOVE 'ID CHG > BANK CHG' TO DB-CASE-DETAIL
006060     ELSE
006070         IF WS-IDENT-STEP
006080             MOVE 'ID CHG' TO DB-CASE-DETAIL
006090         ELSE
006100             MOVE 'BANK CHG' TO DB-CASE-DETAIL
006110         END-IF
006120     END-IF.
006130     IF WS-MONEY-STEP
006140         IF DB-MONEY-ACTION = 'L'
006150             STRING DB-CASE-DETAIL DELIMITED BY '  '
006160                    ' > LIMIT INCREASE' DELIMITED BY SIZE
006170                 INTO DB-CASE-DETAIL
006180         ELSE
006190             STRING DB-CASE-DETAIL DELIMITED BY '  '
006200                    ' > REVERSAL' DELIMITED BY SIZE
006210                 INTO DB-CASE-DETAIL
006220         END-IF
006230     END-IF.

006240     MOVE 'SEQ' TO DB-PATTERN-CODE.
006250     MOVE SPACES TO DB-OPERATOR-ID.
006260     PERFORM 6000-RECORD-HIT
006270         THRU 6000-EXIT.

006280 2200-NEXT.
006290     PERFORM 2100-FETCH-SEQUENCE
006300         THRU 2100-EXIT.
006310 2200-EXIT.
006320     EXIT.

006330*-----------------------------------------------------------
006340* THE FIRST NAME OR ADDRESS CHANGE IN THE WINDOW, AND THE
006350* BANK-ACCOUNT STAMP CUSTAPM LEAVES ON CUST_DRAFT IF IT FALLS
006360* IN THE WINDOW. TIMESTAMPS ARE CARRIED IN CHARACTER FORM,
006370* WHICH COMPARES IN TIME ORDER.
006380*-----------------------------------------------------------
006390 2300-FETCH-SEQUENCE-STEPS.
006400     MOVE SPACES TO DB-AFTER-TS.
006410     MOVE SPACES TO DB-MONEY-TS.
006420     EXEC SQL
006430         SELECT COALESCE(CHAR(MIN(HIST_TS)), ' ')
006440           INTO :DB-IDENT-TS
006450           FROM CUST_EVENT
006460          WHERE CUST_ID = :DB-CUST-ID
006470            AND HIST_ACTION = 'C'
006480            AND SUBSTR(CHANGED_FLAGS, 6, 2) <> 'NN'
006490            AND DATE(HIST_TS) BETWEEN DATE(:DB-WIN-FROM-DATE)
006500                                  AND DATE(:DB-BUS-DATE)
006510     END-EXEC.
006520     IF SQLCODE NOT = ZERO
006530         DISPLAY 'CUSTFRD - CHANGE EVENT READ FAILED FOR '
006540             DB-CUST-ID ' SQLCODE = ' SQLCODE
006550         MOVE 903 TO WS-ABEND-CODE
006560         PERFORM 9999-ABEND
006570     END-IF.

006580     EXEC SQL
006590         SELECT CHAR(BANK_CHG_TS)
006600           INTO :DB-BANK-TS
006610           FROM CUST_DRAFT
006620          WHERE CUST_ID = :DB-CUST-ID
006630            AND DATE(BANK_CHG_TS) BETWEEN DATE(:DB-WIN-FROM-DATE)
006640                                      AND DATE(:DB-BUS-DATE)
006650     END-EXEC.
006660     EVALUATE SQLCODE
006670         WHEN ZERO
006680             CONTINUE
006690         WHEN 100
006700             MOVE SPACES TO DB-BANK-TS
006710         WHEN OTHER
006720             DISPLAY 'CUSTFRD - AUTOPAY READ FAILED FOR '
006730                 DB-CUST-ID ' SQLCODE = ' SQLCODE
006740             MOVE 903 TO WS-ABEND-CODE
006750             PERFORM 9999-ABEND
006760     END-EVALUATE.
006770 2300-EXIT.
006780     EXIT.

006790*-----------------------------------------------------------
006800* THE FIRST CREDIT-LIMIT INCREASE OR PAYMENT REVERSAL AFTER
006810* THE LAST STEP FOUND, THROUGH THE BUSINESS DATE. THE EVENT
006820* IMAGE TELLS AN INCREASE FROM A DECREASE.
006830*-----------------------------------------------------------
006840 2400-FETCH-MONEY-STEP.
006850     EXEC SQL
006860         SELECT HIST_ACTION, CHAR(HIST_TS)
006870           INTO :DB-MONEY-ACTION, :DB-MONEY-TS
006880           FROM CUST_EVENT
006890          WHERE CUST_ID = :DB-CUST-ID
006900            AND (HIST_ACTION = 'V'
006910                 OR (HIST_ACTION = 'L'
006920                     AND LIMIT_AFTER > LIMIT_BEFORE))
006930            AND HIST_TS > TIMESTAMP(:DB-AFTER-TS)
006940            AND DATE(HIST_TS) <= DATE(:DB-BUS-DATE)
006950          ORDER BY HIST_TS
006960          FETCH FIRST 1 ROW ONLY
006970     END-EXEC.
006980     EVALUATE SQLCODE
006990         WHEN ZERO
007000             CONTINUE
007010         WHEN 100
007020             MOVE SPACES TO DB-MONEY-TS
007030         WHEN OTHER
007040             DISPLAY 'CUSTFRD - LIMIT/REVERSAL READ FAILED FOR '
007050                 DB-CUST-ID ' SQLCODE = ' SQLCODE
007060             MOVE 903 TO WS-ABEND-CODE
007070             PERFORM 9999-ABEND
007080     END-EVALUATE.
007090 2400-EXIT.
007100     EXIT.

007110*-----------------------------------------------------------
007120* OPS - ACCOUNTS TOUCHED BY AT LEAST THE THRESHOLD NUMBER OF
007130* OPERATORS IN ONE DAY OF THE WINDOW. BATCH AUDIT ROWS
007140* (TERMINAL BTCH) AND RECORDS WITH NO CUSTOMER ARE LEFT OUT.
007150*-----------------------------------------------------------
007160 3000-SCAN-OPERATORS.
007170     MOVE 2 TO WS-PAT-IX.
007180     MOVE 'N' TO WS-EOF-SWITCH.
007190     EXEC SQL
007200         DECLARE OPSCSR CURSOR WITH HOLD FOR
007210         SELECT CUST_ID, SUBSTR(AUD_TS, 1, 8),
007220                COUNT(DISTINCT OPERATOR_ID)
007230           FROM CUST_AUDIT
007240          WHERE SUBSTR(AUD_TS, 1, 8) BETWEEN :DB-WIN-FROM-DAY
007250                                         AND :DB-WIN-THRU-DAY
007260            AND TERM_ID <> 'BTCH'
007270            AND CUST_ID <> ' '
007280          GROUP BY CUST_ID, SUBSTR(AUD_TS, 1, 8)
007290         HAVING COUNT(DISTINCT OPERATOR_ID) >= :DB-OPS-THRESHOLD
007300          ORDER BY 1, 2
007310     END-EXEC.

007320     EXEC SQL
007330         OPEN OPSCSR
007340     END-EXEC.
007350     IF SQLCODE NOT = ZERO
007360         DISPLAY 'CUSTFRD - OPEN OPSCSR FAILED, SQLCODE = '
007370             SQLCODE
007380         MOVE 900 TO WS-ABEND-CODE
007390         PERFORM 9999-ABEND
007400     END-IF.

007410     PERFORM 3100-FETCH-OPERATORS
007420         THRU 3100-EXIT.
007430     PERFORM 3200-CHECK-ONE-ACCOUNT-DAY
007440         THRU 3200-EXIT
007450         UNTIL WS-EOF-REACHED.

007460     EXEC SQL
007470         CLOSE OPSCSR
007480     END-EXEC.
007490 3000-EXIT.
007500     EXIT.

007510 3100-FETCH-OPERATORS.
007520     EXEC SQL
007530         FETCH OPSCSR
007540         INTO :DB-CUST-ID, :DB-AUD-DAY, :DB-HIT-COUNT
007550     END-EXEC.

007560     EVALUATE SQLCODE
007570         WHEN ZERO
007580             CONTINUE
007590         WHEN 100
007600             SET WS-EOF-REACHED TO TRUE
007610         WHEN OTHER
007620             DISPLAY 'CUSTFRD - FETCH OPSCSR FAILED, SQLCODE = '
007630                 SQLCODE
007640             MOVE 901 TO WS-ABEND-CODE
007650             PERFORM 9999-ABEND
007660     END-EVALUATE.
007670 3100-EXIT.
007680     EXIT.

007690 3200-CHECK-ONE-ACCOUNT-DAY.
007700     COMPUTE DB-SCORE =
007710         40 + (DB-HIT-COUNT - WS-OPS-THRESHOLD) * 10.
007720     IF DB-SCORE > 90
007730         MOVE 90 TO DB-SCORE
007740     END-IF.
007750     MOVE DB-HIT-COUNT TO WS-COUNT-EDIT.
007760     MOVE SPACES TO DB-CASE-DETAIL.
007770     STRING WS-COUNT-EDIT DELIMITED BY SIZE
007780            ' OPERATORS ON THE ACCOUNT IN ONE DAY'
007790                DELIMITED BY SIZE
007800         INTO DB-CASE-DETAIL.
007810     PERFORM 3300-SET-DAY-ANCHOR
007820         THRU 3300-EXIT.
007830     MOVE 'OPS' TO DB-PATTERN-CODE.
007840     MOVE SPACES TO DB-OPERATOR-ID.
007850     PERFORM 6000-RECORD-HIT
007860         THRU 6000-EXIT.

007870     PERFORM 3100-FETCH-OPERATORS
007880         THRU 3100-EXIT.
007890 3200-EXIT.
007900     EXIT.

007910 3300-SET-DAY-ANCHOR.
007920     MOVE DB-AUD-DAY TO WS-DAY-KEY.
007930     MOVE WS-DAY-YYYY TO WS-ANC-YYYY.
007940     MOVE WS-DAY-MM   TO WS-ANC-MM.
007950     MOVE WS-DAY-DD   TO WS-ANC-DD.
007960     MOVE WS-DAY-ANCHOR TO DB-ANCHOR-TS.
007970 3300-EXIT.
007980     EXIT.

007990*-----------------------------------------------------------
008000* DNY - OPERATORS TURNED AWAY BY CUST_OPAUTH AT LEAST THE
008010* THRESHOLD NUMBER OF TIMES IN ONE DAY OF THE WINDOW.
008020*-----------------------------------------------------------
008030 4000-SCAN-DENIALS.
008040     MOVE 3 TO WS-PAT-IX.
008050     MOVE 'N' TO WS-EOF-SWITCH.
008060     EXEC SQL
008070         DECLARE DNYCSR CURSOR WITH HOLD FOR
008080         SELECT OPERATOR_ID, SUBSTR(AUD_TS, 1, 8), COUNT(*),
008090                MAX(AUD_TS)
008100           FROM CUST_AUDIT
008110          WHERE SUBSTR(AUD_TS, 1, 8) BETWEEN :DB-WIN-FROM-DAY
008120                                         AND :DB-WIN-THRU-DAY
008130            AND DENIED_FLAG = 'D'
008140          GROUP BY OPERATOR_ID, SUBSTR(AUD_TS, 1, 8)
008150         HAVING COUNT(*) >= :DB-DNY-THRESHOLD
008160          ORDER BY 1, 2
008170     END-EXEC.

008180     EXEC SQL
008190         OPEN DNYCSR
008200     END-EXEC.
008210     IF SQLCODE NOT = ZERO
008220         DISPLAY 'CUSTFRD - OPEN DNYCSR FAILED, SQLCODE = '
008230             SQLCODE
008240         MOVE 900 TO WS-ABEND-CODE
008250         PERFORM 9999-ABEND
008260     END-IF.

008270     PERFORM 4100-FETCH-DENIALS
008280         THRU 4100-EXIT.
008290     PERFORM 4200-CHECK-ONE-OPERATOR-DAY
008300         THRU 4200-EXIT
008310         UNTIL WS-EOF-REACHED.

008320     EXEC SQL
008330         CLOSE DNYCSR
008340     END-EXEC.
008350 4000-EXIT.
008360     EXIT.

008370 4100-FETCH-DENIALS.
008380     EXEC SQL
008390         FETCH DNYCSR
008400         INTO :DB-AUD-OPERATOR, :DB-AUD-DAY, :DB-HIT-COUNT,
008410              :DB-LAST-AUD-TS
008420     END-EXEC.

008430     EVALUATE SQLCODE
008440         WHEN ZERO
008450             CONTINUE
008460         WHEN 100
008470             SET WS-EOF-REACHED TO TRUE
008480         WHEN OTHER
008490             DISPLAY 'CUSTFRD - FETCH DNYCSR FAILED, SQLCODE = '
008500                 SQLCODE
008510             MOVE 901 TO WS-ABEND-CODE
008520             PERFORM 9999-ABEND
008530     END-EVALUATE.
008540 4100-EXIT.
008550     EXIT.

008560*-----------------------------------------------------------
008570* THE CASE GOES ON THE ACCOUNT OF THE OPERATOR'S LAST DENIAL
008580* OF THE DAY THAT NAMED ONE, SO THE REVIEWER'S NOTE LANDS
008590* WHERE THE OPERATOR WAS PROBING. A DAY OF DENIALS WITH NO
008600* ACCOUNT AT ALL LEAVES THE CUSTOMER BLANK.
008610*-----------------------------------------------------------
008620 4200-CHECK-ONE-OPERATOR-DAY.
008630     EXEC SQL
008640         SELECT CUST_ID
008650           INTO :DB-CUST-ID
008660           FROM CUST_AUDIT
008670          WHERE OPERATOR_ID = :DB-AUD-OPERATOR
008680            AND SUBSTR(AUD_TS, 1, 8) = :DB-AUD-DAY
008690            AND DENIED_FLAG = 'D'
008700            AND CUST_ID <> ' '
008710          ORDER BY AUD_TS DESC, AUD_SEQ DESC
008720          FETCH FIRST 1 ROW ONLY
008730     END-EXEC.
008740     EVALUATE SQLCODE
008750         WHEN ZERO
008760             CONTINUE
008770         WHEN 100
008780             MOVE SPACES TO DB-CUST-ID
008790         WHEN OTHER
008800             DISPLAY 'CUSTFRD - DENIAL READ FAILED FOR '
008810                 DB-AUD-OPERATOR ' SQLCODE = ' SQLCODE
008820             MOVE 903 TO WS-ABEND-CODE
008830             PERFORM 9999-ABEND
008840     END-EVALUATE.

008850     COMPUTE DB-SCORE =
008860         50 + (DB-HIT-COUNT - WS-DNY-THRESHOLD) * 10.
008870     IF DB-SCORE > 90
008880         MOVE 90 TO DB-SCORE
008890     END-IF.
008900     MOVE DB-HIT-COUNT TO WS-COUNT-EDIT.
008910     MOVE SPACES TO DB-CASE-DETAIL.
008920     STRING WS-COUNT-EDIT DELIMITED BY SIZE
008930            ' AUTHORITY DENIALS IN ONE DAY' DELIMITED BY SIZE
008940         INTO DB-CASE-DETAIL.
008950     PERFORM 3300-SET-DAY-ANCHOR
008960         THRU 3300-EXIT.
008970     MOVE 'DNY' TO DB-PATTERN-CODE.
008980     MOVE DB-AUD-OPERATOR TO DB-OPERATOR-ID.
008990     PERFORM 6000-RECORD-HIT
009000         THRU 6000-EXIT.

009010     PERFORM 4100-FETCH-DENIALS
009020         THRU 4100-EXIT.
009030 4200-EXIT.
009040     EXIT.

009050*-----------------------------------------------------------
009060* REV - REVERSALS IN THE WINDOW KEYED BY THE OPERATOR WHO
009070* POSTED THE PAYMENT BEING REVERSED.
009080*-----------------------------------------------------------
009090 5000-SCAN-REVERSALS.
009100     MOVE 4 TO WS-PAT-IX.
009110     MOVE 'N' TO WS-EOF-SWITCH.
009120     EXEC SQL
009130         DECLARE REVCSR CURSOR WITH HOLD FOR
009140         SELECT V.CUST_ID, CHAR(V.HIST_TS), V.OPERATOR_ID
009150           FROM CUST_HIST V
009160          WHERE V.HIST_ACTION = 'V'
009170            AND DATE(V.HIST_TS) BETWEEN DATE(:DB-WIN-FROM-DATE)
009180                                    AND DATE(:DB-BUS-DATE)
009190            AND V.OPERATOR_ID NOT LIKE 'CUST%'
009200            AND V.OPERATOR_ID =
009210                (SELECT P.OPERATOR_ID
009220                   FROM CUST_HIST P
009230                  WHERE P.CUST_ID = V.CUST_ID
009240                    AND P.HIST_ACTION = 'P'
009250                    AND P.HIST_TS < V.HIST_TS
009260                  ORDER BY P.HIST_TS DESC
009270                  FETCH FIRST 1 ROW ONLY)
009280          ORDER BY 1, 2
009290     END-EXEC.

009300     EXEC SQL
009310         OPEN REVCSR
009320     END-EXEC.
009330     IF SQLCODE NOT = ZERO
009340         DISPLAY 'CUSTFRD - OPEN REVCSR FAILED, SQLCODE = '
009350             SQLCODE
009360         MOVE 900 TO WS-ABEND-CODE
009370         PERFORM 9999-ABEND
009380     END-IF.

009390     PERFORM 5100-FETCH-REVERSAL
009400         THRU 5100-EXIT.
009410     PERFORM 5200-CHECK-ONE-REVERSAL
009420         THRU 5200-EXIT
009430         UNTIL WS-EOF-REACHED.

009440     EXEC SQL
009450         CLOSE REVCSR
009460     END-EXEC.
009470 5000-EXIT.
009480     EXIT.

009490 5100-FETCH-REVERSAL.
009500     EXEC SQL
009510         FETCH REVCSR
009520         INTO :DB-CUST-ID, :DB-HIST-TS, :DB-HIST-OPERATOR
009530     END-EXEC.

009540     EVALUATE SQLCODE
009550         WHEN ZERO
009560             CONTINUE
009570         WHEN 100
009580             SET WS-EOF-REACHED TO TRUE
009590         WHEN OTHER
009600             DISPLAY 'CUSTFRD - FETCH REVCSR FAILED, SQLCODE = '
009610                 SQLCODE
009620             MOVE 901 TO WS-ABEND-CODE
009630             PERFORM 9999-ABEND
009640     END-EVALUATE.
009650 5100-EXIT.
009660     EXIT.

009670 5200-CHECK-ONE-REVERSAL.
009680     MOVE 80 TO DB-SCORE.
009690     MOVE SPACES TO DB-CASE-DETAIL.
009700     STRING 'REVERSAL BY PAYMENT OPERATOR ' DELIMITED BY SIZE
009710            DB-HIST-OPERATOR DELIMITED BY SIZE
009720         INTO DB-CASE-DETAIL.
009730     MOVE DB-HIST-TS TO DB-ANCHOR-TS.
009740     MOVE 'REV' TO DB-PATTERN-CODE.
009750     MOVE DB-HIST-OPERATOR TO DB-OPERATOR-ID.
009760     PERFORM 6000-RECORD-HIT
009770         THRU 6000-EXIT.

009780     PERFORM 5100-FETCH-REVERSAL
009790         THRU 5100-EXIT.
009800 5200-EXIT.
009810     EXIT.

009820*-----------------------------------------------------------
009830* ONE SCORED HIT. A HIT ALREADY ON FILE (FOUND ON AN EARLIER
009840* NIGHT, OR BEFORE A RESTART) OPENS NO NEW CASE; IF ITS CASE
009850* IS STILL OPEN AND THE HIT NOW SCORES HIGHER, THE CASE IS
009860* RAISED. A DNY CASE IS THE OPERATOR'S DAY, WHICHEVER
009870* ACCOUNT IT WAS RAISED ON.
009880*-----------------------------------------------------------
009890 6000-RECORD-HIT.
009900     ADD 1 TO WS-HIT-COUNT.
009910     ADD 1 TO WS-PAT-FOUND (WS-PAT-IX).
009920     EXEC SQL
009930         SELECT CASE_NO, SCORE, CASE_STATUS
009940           INTO :DB-CASE-NO, :DB-OLD-SCORE, :DB-CASE-STATUS
009950           FROM CUST_FRD_CASE
009960          WHERE PATTERN_CODE = :DB-PATTERN-CODE
009970            AND ANCHOR_TS = TIMESTAMP(:DB-ANCHOR-TS)
009980            AND OPERATOR_ID = :DB-OPERATOR-ID
009990            AND (CUST_ID = :DB-CUST-ID
010000                 OR PATTERN_CODE = 'DNY')
010010          FETCH FIRST 1 ROW ONLY
010020     END-EXEC.

010030     EVALUATE SQLCODE
010040         WHEN ZERO
010050             IF DB-CASE-STATUS = 'O'
010060              AND DB-SCORE > DB-OLD-SCORE
010070                 PERFORM 6200-RAISE-CASE
010080                     THRU 6200-EXIT
010090             ELSE
010100                 ADD 1 TO WS-PAT-KNOWN (WS-PAT-IX)
010110             END-IF
010120         WHEN 100
010130             PERFORM 6100-OPEN-CASE
010140                 THRU 6100-EXIT
010150         WHEN OTHER
010160             DISPLAY 'CUSTFRD - CASE LOOKUP FAILED FOR '
010170                 DB-CUST-ID ' SQLCODE = ' SQLCODE
010180             MOVE 902 TO WS-ABEND-CODE
010190             PERFORM 9999-ABEND
010200     END-EVALUATE.

010210     IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
010220         PERFORM 6900-COMMIT-INTERVAL
010230             THRU 6900-EXIT
010240     END-IF.
010250 6000-EXIT.
010260     EXIT.

010270 6100-OPEN-CASE.
010280     ADD 1 TO DB-LAST-CASE-NO.
010290     MOVE DB-LAST-CASE-NO TO DB-CASE-NO.
010300     EXEC SQL
010310         INSERT INTO CUST_FRD_CASE
010320             (CASE_NO, CUST_ID, PATTERN_CODE, ANCHOR_TS,
010330              OPERATOR_ID, SCORE, CASE_DETAIL, OPENED_DATE,
010340              CASE_STATUS, DISP_CODE, CLOSED_BY, CLOSED_TS)
010350         VALUES
010360             (:DB-CASE-NO, :DB-CUST-ID, :DB-PATTERN-CODE,
010370              TIMESTAMP(:DB-ANCHOR-TS), :DB-OPERATOR-ID,
010380              :DB-SCORE, :DB-CASE-DETAIL, DATE(:DB-BUS-DATE),
010390              'O', ' ', ' ', NULL)
010400     END-EXEC.
010410     IF SQLCODE NOT = ZERO
010420         DISPLAY 'CUSTFRD - CASE INSERT FAILED FOR '
010430             DB-CUST-ID ' SQLCODE = ' SQLCODE
010440         MOVE 902 TO WS-ABEND-CODE
010450         PERFORM 9999-ABEND
010460     END-IF.
010470     ADD 1 TO WS-PAT-NEW (WS-PAT-IX).
010480     ADD 1 TO WS-CASE-WRITTEN-COUNT.
010490     ADD 1 TO WS-SINCE-COMMIT.
010500 6100-EXIT.
010510     EXIT.

010520 6200-RAISE-CASE.
010530     EXEC SQL
010540         UPDATE CUST_FRD_CASE
010550            SET SCORE = :DB-SCORE,
010560                CASE_DETAIL = :DB-CASE-DETAIL
010570          WHERE CASE_NO = :DB-CASE-NO
010580            AND CASE_STATUS = 'O'
010590     END-EXEC.
010600     IF SQLCODE NOT = ZERO AND NOT = 100
010610         DISPLAY 'CUSTFRD - CASE UPDATE FAILED FOR CASE '
010620             DB-CASE-NO ' SQLCODE = ' SQLCODE
010630         MOVE 902 TO WS-ABEND-CODE
010640         PERFORM 9999-ABEND
010650     END-IF.
010660     ADD 1 TO WS-PAT-RAISED (WS-PAT-IX).
010670     ADD 1 TO WS-CASE-WRITTEN-COUNT.
010680     ADD 1 TO WS-SINCE-COMMIT.
010690 6200-EXIT.
010700     EXIT.

010710*-----------------------------------------------------------
010720* COMMIT THE CASES WRITTEN SO FAR. NO CHECKPOINT ROW IS
010730* NEEDED - A RESTART FINDS EVERY HIT ALREADY ON FILE (SEE THE
010740* HEADING NOTE).
010750*-----------------------------------------------------------
010760 6900-COMMIT-INTERVAL.
010770     EXEC SQL
010780         COMMIT
010790     END-EXEC.
010800     IF SQLCODE NOT = ZERO
010810         DISPLAY 'CUSTFRD - COMMIT FAILED, SQLCODE = ' SQLCODE
010820         MOVE 904 TO WS-ABEND-CODE
010830         PERFORM 9999-ABEND
010840     END-IF.
010850     MOVE ZERO TO WS-SINCE-COMMIT.
010860 6900-EXIT.
010870     EXIT.

010880*-----------------------------------------------------------
010890* THE REVIEW REPORT IS BUILT FROM THE COMMITTED CASE TABLE:
010900* EVERY OPEN CASE, HIGHEST SCORE FIRST, THOSE OPENED TONIGHT
010910* MARKED NEW. A CASE ON AN ACCOUNT SINCE MERGED AWAY STILL
010920* LISTS, WITHOUT A NAME.
010930*-----------------------------------------------------------
010940 7000-TERMINATE.
010950     PERFORM 6900-COMMIT-INTERVAL
010960         THRU 6900-EXIT.

010970     EXEC SQL
010980         DECLARE RPTCSR CURSOR FOR
010990         SELECT F.CASE_NO, F.CUST_ID,
011000                COALESCE(C.CUST_NAME, ' '),
011010                F.PATTERN_CODE, CHAR(F.ANCHOR_TS), F.OPERATOR_ID,
011020                F.SCORE, F.CASE_DETAIL, CHAR(F.OPENED_DATE, ISO)
011030           FROM CUST_FRD_CASE F
011040           LEFT OUTER JOIN CUSTOMER C
011050             ON C.CUST_ID = F.CUST_ID
011060          WHERE F.CASE_STATUS = 'O'
011070          ORDER BY F.SCORE DESC, F.CASE_NO
011080     END-EXEC.

011090     EXEC SQL
011100         OPEN RPTCSR
011110     END-EXEC.
011120     IF SQLCODE NOT = ZERO
011130         DISPLAY 'CUSTFRD - OPEN RPTCSR FAILED, SQLCODE = '
011140             SQLCODE
011150         MOVE 905 TO WS-ABEND-CODE
011160         PERFORM 9999-ABEND
011170     END-IF.

011180     MOVE 'N' TO WS-EOF-SWITCH.
011190     PERFORM 7100-FETCH-OPEN-CASE
011200         THRU 7100-EXIT.
011210     PERFORM 7200-WRITE-CASE-LINE
011220         THRU 7200-EXIT
011230         UNTIL WS-EOF-REACHED.

011240     EXEC SQL
011250         CLOSE RPTCSR
011260     END-EXEC.

011270     IF WS-PAGE-NO = ZERO
011280         PERFORM 7300-WRITE-HEADINGS
011290             THRU 7300-EXIT
011300     END-IF.
011310     WRITE RPT-RECORD FROM RPT-SUM-HEADING-1
011320         AFTER ADVANCING 3 LINES.
011330     WRITE RPT-RECORD FROM RPT-SUM-HEADING-2
011340         AFTER ADVANCING 2 LINES.
011350     PERFORM 7400-WRITE-PATTERN-SUMMARY
011360         THRU 7400-EXIT
011370         VARYING WS-PAT-IX FROM 1 BY 1
011380         UNTIL WS-PAT-IX > 4.

011390     MOVE SPACES TO RPT-RECORD.
011400     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
011410     MOVE 'HITS FOUND:' TO RT-LABEL.
011420     MOVE WS-HIT-COUNT TO RT-COUNT.
011430     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
011440         AFTER ADVANCING 1 LINE.
011450     MOVE 'CASES OPENED OR RAISED:' TO RT-LABEL.
011460     MOVE WS-CASE-WRITTEN-COUNT TO RT-COUNT.
011470     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
011480         AFTER ADVANCING 1 LINE.
011490     MOVE 'OPEN CASES AWAITING REVIEW:' TO RT-LABEL.
011500     MOVE WS-OPEN-CASE-COUNT TO RT-COUNT.
011510     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
011520         AFTER ADVANCING 1 LINE.

011530     CLOSE CTL-FILE.
011540     CLOSE RPT-FILE.
011550     DISPLAY 'CUSTFRD - HITS: ' WS-HIT-COUNT
011560         ' CASES OPENED OR RAISED: ' WS-CASE-WRITTEN-COUNT
011570         ' OPEN CASES: ' WS-OPEN-CASE-COUNT.
011580     PERFORM 7900-END-RUN
011590         THRU 7900-EXIT.
011600 7000-EXIT.
011610     EXIT.

011620 7100-FETCH-OPEN-CASE.
011630     EXEC SQL
011640         FETCH RPTCSR
011650         INTO :DB-CASE-NO, :DB-CUST-ID, :DB-CUST-NAME,
011660              :DB-PATTERN-CODE, :DB-ANCHOR-TS, :DB-OPERATOR-ID,
011670              :DB-SCORE, :DB-CASE-DETAIL, :DB-OPENED-DATE
011680     END-EXEC.

011690     EVALUATE SQLCODE
011700         WHEN ZERO
011710             CONTINUE
011720         WHEN 100
011730             SET WS-EOF-REACHED TO TRUE
011740         WHEN OTHER
011750             DISPLAY 'CUSTFRD - FETCH RPTCSR FAILED, SQLCODE = '
011760                 SQLCODE
011770             MOVE 905 TO WS-ABEND-CODE
011780             PERFORM 9999-ABEND
011790     END-EVALUATE.
011800 7100-EXIT.
011810     EXIT.

011820 7200-WRITE-CASE-LINE.
011830     ADD 1 TO WS-OPEN-CASE-COUNT.
011840     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
011850         PERFORM 7300-WRITE-HEADINGS
011860             THRU 7300-EXIT
011870     END-IF.
011880     MOVE DB-CASE-NO TO RD-CASE-NO.
011890     IF DB-OPENED-DATE = DB-BUS-DATE
011900         MOVE 'NEW' TO RD-NEW
011910     ELSE
011920         MOVE SPACES TO RD-NEW
011930     END-IF.
011940     MOVE DB-SCORE TO RD-SCORE.
011950     MOVE DB-PATTERN-CODE TO RD-PATTERN.
011960     MOVE DB-CUST-ID TO RD-CUST-ID.
011970     MOVE DB-CUST-NAME TO RD-CUST-NAME.
011980     MOVE DB-OPERATOR-ID TO RD-OPERATOR.
011990     MOVE DB-ANCHOR-TS TO RD-ANCHOR.
012000     MOVE DB-CASE-DETAIL TO RD-DETAIL.
012010     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
012020         AFTER ADVANCING 1 LINE.
012030     ADD 1 TO WS-LINE-CNT.

012040     PERFORM 7100-FETCH-OPEN-CASE
012050         THRU 7100-EXIT.
012060 7200-EXIT.
012070     EXIT.

012080 7300-WRITE-HEADINGS.
012090     ADD 1 TO WS-PAGE-NO.
012100     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
012110     IF WS-PAGE-NO > 1
012120         WRITE RPT-RECORD FROM RPT-HEADING-1
012130             AFTER ADVANCING PAGE
012140     ELSE
012150         WRITE RPT-RECORD FROM RPT-HEADING-1
012160             AFTER ADVANCING 1 LINE
012170     END-IF.
012180     WRITE RPT-RECORD FROM RPT-HEADING-2
012190         AFTER ADVANCING 1 LINE.
012200     MOVE SPACES TO RPT-RECORD.
012210     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
012220     WRITE RPT-RECORD FROM RPT-HEADING-3
012230         AFTER ADVANCING 1 LINE.
012240     MOVE 4 TO WS-LINE-CNT.
012250 7300-EXIT.
012260     EXIT.

012270 7400-WRITE-PATTERN-SUMMARY.
012280     MOVE WS-PAT-CODE (WS-PAT-IX)   TO RS-PATTERN.
012290     MOVE WS-PAT-NAME (WS-PAT-IX)   TO RS-PATTERN-NAME.
012300     MOVE WS-PAT-FOUND (WS-PAT-IX)  TO RS-FOUND.
012310     MOVE WS-PAT-NEW (WS-PAT-IX)    TO RS-NEW.
012320     MOVE WS-PAT-RAISED (WS-PAT-IX) TO RS-RAISED.
012330     MOVE WS-PAT-KNOWN (WS-PAT-IX)  TO RS-KNOWN.
012340     WRITE RPT-RECORD FROM RPT-SUM-LINE
012350         AFTER ADVANCING 1 LINE.
012360 7400-EXIT.
012370     EXIT.

012380*-----------------------------------------------------------
012390* MARK THE RUN COMPLETE FOR THE BUSINESS DATE. POSTED IS THE
012400* CASES OPENED OR RAISED; NOTHING IS REJECTED.
012410*-----------------------------------------------------------
012420 7900-END-RUN.
012430     MOVE WS-HIT-COUNT TO RUN-READ-COUNT.
012440     MOVE WS-CASE-WRITTEN-COUNT TO RUN-POSTED-COUNT.
012450     MOVE ZERO TO RUN-REJECT-COUNT.
012460     SET RUN-END TO TRUE.
012470     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
012480     IF NOT RUN-OK
012490         DISPLAY 'CUSTFRD - ' RUN-MESSAGE
012500         MOVE 912 TO RETURN-CODE
012510     END-IF.
012520 7900-EXIT.
012530     EXIT.

012540* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
012550* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
012560* UNIT OF WORK. ROLL IT BACK FIRST; THE CASES ALREADY
012570* COMMITTED ARE FOUND AGAIN ON THE RESTART. THE RUN IS THEN
012580* MARKED FAILED ON CUST_RUNCTL.
012590 9999-ABEND.
012600     EXEC SQL
012610         ROLLBACK
012620     END-EXEC.
012630     IF RUN-STARTED
012640         SET RUN-FAIL TO TRUE
012650         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
012660     END-IF.
012670     CLOSE CTL-FILE.
012680     CLOSE RPT-FILE.
012690     MOVE WS-ABEND-CODE TO RETURN-CODE.
012700     GOBACK.
