000100*****************************************************************
000110* CUSTHRL - RELOAD ONE CUSTOMER'S ROWS FROM THE RETENTION
000120*           ARCHIVE
000130*****************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID.    CUSTHRL.
000160 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000170 INSTALLATION.  DATA CENTER.
000180 DATE-WRITTEN.  OCTOBER 2026.
000190 DATE-COMPILED.
000200*-----------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   OCT 2026  CAG  ORIGINAL PROGRAM. PUTS BACK ON DB2 EVERY
000230*                  CUST_HIST, CUST_AUDIT AND CUST_NOTE ROW
000240*                  CUSTHAR ARCHIVED FOR ONE CUSTOMER - AND FOR
000250*                  EVERY ACCOUNT SINCE MERGED INTO IT - FOR A
000260*                  DISPUTE OR AN AUDIT REQUEST. RELOADED
000270*                  HISTORY REPLACES THE OPENING-BALANCE ROWS,
000280*                  SO THE CHAIN READS AS IT DID BEFORE ARCHIVAL.
000290*                  ROWS ALREADY ON DB2 ARE LEFT AS THEY ARE, SO
000300*                  THE RUN MAY BE REPEATED. AD HOC, NOT UNDER
000310*                  CUSTRUN.
000313*   OCT 2026  CAG  RELOAD THE DEPOSIT DATE AND BATCH REFERENCE OF
000316*                  A LOCKBOX PAYMENT'S CUST_HIST ROW.
000320*-----------------------------------------------------------
000330* CTLIN: ONE CARD, REQUIRED. COLUMNS 1-6 THE CUSTOMER ID.
000340* AN ACCOUNT SINCE MERGED AWAY IS FOLLOWED TO ITS SURVIVOR
000350* THROUGH CUST_ARCHIVE, AND THE SURVIVOR IS RELOADED WITH ITS
000360* WHOLE FAMILY. A DELETED ACCOUNT IS RELOADED UNDER ITS OWN ID.
000370*-----------------------------------------------------------
000380* ROWS GO BACK WHERE THE MERGE WOULD HAVE PUT THEM HAD THEY
000390* STILL BEEN ON DB2 (CUSTDB2): HISTORY AND NOTES ARCHIVED
000400* UNDER AN ACCOUNT SINCE MERGED AWAY ARE RELOADED UNDER THE
000410* SURVIVOR, HISTORY TAGGED WITH THE ACCOUNT IT CAME FROM
000420* (MERGED_FROM_ID); AUDIT ROWS, WHICH A MERGE LEAVES WHERE
000430* THEY ARE, GO BACK UNDER THEIR OWN ACCOUNT. A RELOAD POSTS
000440* NOTHING: NO BALANCE MOVES AND NOTHING IS JOURNALED. THE NEXT
000450* CUSTHAR RUN ARCHIVES THE RELOADED ROWS AGAIN.
000460*-----------------------------------------------------------
000470* ARCHIN IS EVERY GENERATION OF THE ARCHIVE. ONE COMMIT AT
000480* THE END; AN ABEND ROLLS THE WHOLE RELOAD BACK.
000490*-----------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.

000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT CTL-FILE ASSIGN TO CTLIN
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT ARC-FILE ASSIGN TO ARCHIN
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT RPT-FILE ASSIGN TO RPTOUT
000610         ORGANIZATION IS SEQUENTIAL.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CTL-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 01  CTL-RECORD.
000680     05  CTL-CUST-ID         PIC X(06).
000690     05  CTL-CUST-ID-N REDEFINES CTL-CUST-ID
000700                             PIC 9(06).
000710     05  FILLER              PIC X(74).

000720 FD  ARC-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 COPY CUSTHAR.

000760 FD  RPT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  RPT-RECORD              PIC X(133).

000800 WORKING-STORAGE SECTION.
000810* DB2 communication area
000820 EXEC SQL
000830     INCLUDE SQLCA
000840 END-EXEC.

000850* Host variables for resolving the account family
000860 01  DB-REQ-ID               PIC X(6).
000870 01  DB-TARGET-ID            PIC X(6).
000880 01  DB-FAMILY-ID            PIC X(6).
000890 01  DB-MERGED-ID            PIC X(6).
000900 01  DB-CUST-COUNT           PIC S9(9) COMP.

000910* Host variables for a CUST_HIST row
000920 01  DB-CUST-ID              PIC X(6).
000930 01  DB-MERGED-FROM-ID       PIC X(6).
000940 01  DB-HIST-ACTION          PIC X(1).
000950 01  DB-HIST-AMOUNT          PIC S9(9)V99 COMP-3.
000960 01  DB-BAL-BEFORE           PIC S9(9)V99 COMP-3.
000970 01  DB-BAL-AFTER            PIC S9(9)V99 COMP-3.
000980 01  DB-HIST-OPERATOR        PIC X(8).
000990 01  DB-HIST-TS              PIC X(26).
001000 01  DB-CHECK-NO             PIC X(10).
001003 01  DB-DEPOSIT-DATE         PIC X(10).
001006 01  DB-BATCH-REF            PIC X(10).
001010 01  DB-ON-FILE-ACTION       PIC X(1).

001020* Host variables for a CUST_AUDIT row
001030 01  DB-AUD-TS               PIC X(15).
001040 01  DB-TERM-ID              PIC X(4).
001050 01  DB-AUD-SEQ              PIC S9(9) COMP.
001060 01  DB-AUD-OPERATOR         PIC X(3).
001070 01  DB-ACTION-FLAG          PIC X(1).
001080 01  DB-SUPV-USER            PIC X(8).
001090 01  DB-LIMIT-STATUS         PIC X(1).
001100 01  DB-DENIED-FLAG          PIC X(1).

001110* Host variables for a CUST_NOTE row
001120 01  DB-NOTE-TS              PIC X(26).
001130 01  DB-NOTE-OPERATOR        PIC X(8).
001140 01  DB-NOTE-TEXT            PIC X(60).

001150 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
001160     88  WS-EOF-REACHED        VALUE 'Y'.
001170 77  WS-ROW-EOF-SWITCH       PIC X(01)      VALUE 'N'.
001180     88  WS-ROWS-DONE          VALUE 'Y'.
001190 77  WS-FOUND-SWITCH         PIC X(01)      VALUE 'N'.
001200     88  WS-ENTRY-FOUND        VALUE 'Y'.
001210 77  WS-RESOLVED-SWITCH      PIC X(01)      VALUE 'N'.
001220     88  WS-TARGET-RESOLVED    VALUE 'Y'.
001230 77  WS-HOPS                 PIC S9(04) COMP VALUE 0.
001240 77  WS-MAX-HOPS             PIC S9(04) COMP VALUE 10.
001250 77  WS-RECORDS-READ         PIC S9(09) COMP-3 VALUE 0.
001260 77  WS-HIST-SELECTED        PIC S9(07) COMP-3 VALUE 0.
001270 77  WS-HIST-RELOADED        PIC S9(07) COMP-3 VALUE 0.
001280 77  WS-HIST-PRESENT         PIC S9(07) COMP-3 VALUE 0.
001290 77  WS-OPENING-REPLACED     PIC S9(07) COMP-3 VALUE 0.
001300 77  WS-AUDIT-SELECTED       PIC S9(07) COMP-3 VALUE 0.
001310 77  WS-AUDIT-RELOADED       PIC S9(07) COMP-3 VALUE 0.
001320 77  WS-AUDIT-PRESENT        PIC S9(07) COMP-3 VALUE 0.
001330 77  WS-NOTE-SELECTED        PIC S9(07) COMP-3 VALUE 0.
001340 77  WS-NOTE-RELOADED        PIC S9(07) COMP-3 VALUE 0.
001350 77  WS-NOTE-PRESENT         PIC S9(07) COMP-3 VALUE 0.
001360 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
001370 77  WS-ABEND-CODE           PIC S9(04) COMP.

001380 01  WS-CURRENT-DATE         PIC 9(08).
001390 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001400     05  WS-CURR-YYYY        PIC 9(04).
001410     05  WS-CURR-MM          PIC 9(02).
001420     05  WS-CURR-DD          PIC 9(02).

001430* The account family: the account reloaded and every account
001440* merged into it, directly or through another merge. AN OPEN
001450* SET, WALKED BREADTH-FIRST OFF CUST_ARCHIVE.MERGED_INTO_ID.
001460 01  WS-FAMILY-TABLE.
001470     05  WS-FAMILY-COUNT     PIC S9(04) COMP VALUE 0.
001480     05  WS-FAMILY-MAX       PIC S9(04) COMP VALUE 100.
001490     05  WS-FAMILY-NEXT      PIC S9(04) COMP VALUE 0.
001500     05  WS-FAMILY-ENTRY OCCURS 100 TIMES
001510                               INDEXED BY WS-FAM-IDX.
001520         10  FAM-ID          PIC X(06).
001530 01  WS-MATCH-ID             PIC X(06).

001540 01  RPT-HEADING-1.
001550     05  FILLER              PIC X(01)  VALUE SPACE.
001560     05  FILLER              PIC X(40)  VALUE
001570         'CUSTOMER HISTORY ARCHIVE RELOAD'.
001580     05  FILLER              PIC X(20)  VALUE SPACES.
001590     05  FILLER              PIC X(05)  VALUE 'PAGE '.
001600     05  RH1-PAGE-NO         PIC ZZ9.
001610     05  FILLER              PIC X(64)  VALUE SPACES.

001620 01  RPT-HEADING-2.
001630     05  FILLER              PIC X(01)  VALUE SPACE.
001640     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
001650     05  RH2-RUN-MM          PIC 99.
001660     05  FILLER              PIC X(01)  VALUE '/'.
001670     05  RH2-RUN-DD          PIC 99.
001680     05  FILLER              PIC X(01)  VALUE '/'.
001690     05  RH2-RUN-YYYY        PIC 9999.
001700     05  FILLER              PIC X(111) VALUE SPACES.

001710 01  RPT-REQUEST-LINE.
001720     05  FILLER              PIC X(01)  VALUE SPACE.
001730     05  FILLER              PIC X(20)  VALUE
001740         'CUSTOMER REQUESTED:'.
001750     05  RQ-REQ-ID           PIC X(06).
001760     05  FILLER              PIC X(20)  VALUE
001770         '   RELOADED UNDER:'.
001780     05  RQ-TARGET-ID        PIC X(06).
001790     05  FILLER              PIC X(26)  VALUE
001800         '   ACCOUNTS IN FAMILY:'.
001810     05  RQ-FAMILY-COUNT     PIC ZZ9.
001820     05  FILLER              PIC X(51)  VALUE SPACES.

001830 01  RPT-HEADING-3.
001840     05  FILLER              PIC X(01)  VALUE SPACE.
001850     05  FILLER              PIC X(14)  VALUE 'TABLE'.
001860     05  FILLER              PIC X(16)  VALUE '   ROWS SELECTED'.
001870     05  FILLER              PIC X(16)  VALUE '   ROWS RELOADED'.
001880     05  FILLER              PIC X(16)  VALUE ' ALREADY ON FILE'.
001890     05  FILLER              PIC X(16)  VALUE 'OPENING REPLACED'.
001900     05  FILLER              PIC X(54)  VALUE SPACES.

001910 01  RPT-TABLE-LINE.
001920     05  FILLER              PIC X(01)  VALUE SPACE.
001930     05  RL-TABLE            PIC X(14).
001940     05  FILLER              PIC X(05)  VALUE SPACES.
001950     05  RL-SELECTED         PIC ZZZ,ZZZ,ZZ9.
001960     05  FILLER              PIC X(05)  VALUE SPACES.
001970     05  RL-RELOADED         PIC ZZZ,ZZZ,ZZ9.
001980     05  FILLER              PIC X(05)  VALUE SPACES.
001990     05  RL-PRESENT          PIC ZZZ,ZZZ,ZZ9.
002000     05  FILLER              PIC X(05)  VALUE SPACES.
002010     05  RL-REPLACED         PIC ZZZ,ZZZ,ZZ9.
002020     05  FILLER              PIC X(54)  VALUE SPACES.

002030 01  RPT-TOTAL-LINE.
002040     05  FILLER              PIC X(01)  VALUE SPACE.
002050     05  RT-LABEL            PIC X(30).
002060     05  RT-COUNT            PIC ZZZ,ZZZ,ZZ9.
002070     05  FILLER              PIC X(91)  VALUE SPACES.

002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE
002110         THRU 1000-EXIT.
002120     PERFORM 2000-PROCESS-ARCHIVE-RECORD
002130         THRU 2000-EXIT
002140         UNTIL WS-EOF-REACHED.
002150     PERFORM 7000-TERMINATE
002160         THRU 7000-EXIT.
002170     GOBACK.

002180 1000-INITIALIZE.
002190     OPEN INPUT CTL-FILE.
002200     OPEN INPUT ARC-FILE.
002210     OPEN OUTPUT RPT-FILE.
002220     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
002230     MOVE WS-CURR-MM   TO RH2-RUN-MM.
002240     MOVE WS-CURR-DD   TO RH2-RUN-DD.
002250     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.

002260     MOVE SPACES TO CTL-RECORD.
002270     READ CTL-FILE
002280         AT END
002290             MOVE SPACES TO CTL-RECORD
002300     END-READ.
002310     IF CTL-CUST-ID-N NOT NUMERIC
002320         DISPLAY 'CUSTHRL - INVALID OR MISSING CUSTOMER ID: '
002330             CTL-CUST-ID
002340         MOVE 909 TO WS-ABEND-CODE
002350         PERFORM 9999-ABEND
002360     END-IF.
002370     MOVE CTL-CUST-ID TO DB-REQ-ID.

002380     PERFORM 1100-RESOLVE-TARGET
002390         THRU 1100-EXIT.
002400     PERFORM 1200-BUILD-FAMILY
002410         THRU 1200-EXIT.
002420     DISPLAY 'CUSTHRL - RELOADING ' DB-REQ-ID ' UNDER '
002430         DB-TARGET-ID ', ACCOUNTS IN FAMILY: ' WS-FAMILY-COUNT.

002440     PERFORM 2900-READ-ARCHIVE
002450         THRU 2900-EXIT.
002460 1000-EXIT.
002470     EXIT.

002480*-----------------------------------------------------------
002490* FOLLOW A MERGED-AWAY ACCOUNT TO THE ACCOUNT NOW HOLDING ITS
002500* HISTORY. THE WALK STOPS AT A CURRENT CUSTOMER, AT AN ACCOUNT
002510* DELETED RATHER THAN MERGED, OR AT AN ACCOUNT WHOSE ARCHIVE
002520* ROW CUSTPRG HAS ALREADY PURGED.
002530*-----------------------------------------------------------
002540 1100-RESOLVE-TARGET.
002550     MOVE DB-REQ-ID TO DB-TARGET-ID.
002560     MOVE ZERO TO WS-HOPS.
002570     MOVE 'N' TO WS-RESOLVED-SWITCH.
002580     PERFORM 1110-FOLLOW-ONE-MERGE
002590         THRU 1110-EXIT
002600         UNTIL WS-TARGET-RESOLVED.
002610 1100-EXIT.
002620     EXIT.

002630 1110-FOLLOW-ONE-MERGE.
002640     EXEC SQL
002650         SELECT COUNT(*)
002660           INTO :DB-CUST-COUNT
002670           FROM CUSTOMER
002680          WHERE CUST_ID = :DB-TARGET-ID
002690     END-EXEC.
002700     IF SQLCODE NOT = ZERO
002710         DISPLAY 'CUSTHRL - CUSTOMER LOOKUP FAILED FOR '
002720             DB-TARGET-ID ' SQLCODE = ' SQLCODE
002730         MOVE 900 TO WS-ABEND-CODE
002740         PERFORM 9999-ABEND
002750     END-IF.
002760     IF DB-CUST-COUNT > ZERO
002770         SET WS-TARGET-RESOLVED TO TRUE
002780         GO TO 1110-EXIT
002790     END-IF.

002800     EXEC SQL
002810         SELECT MERGED_INTO_ID
002820           INTO :DB-MERGED-ID
002830           FROM CUST_ARCHIVE
002840          WHERE CUST_ID = :DB-TARGET-ID
002850          ORDER BY ARCH_TS DESC
002860          FETCH FIRST 1 ROW ONLY
002870     END-EXEC.
002880     EVALUATE SQLCODE
002890         WHEN ZERO
002900             CONTINUE
002910         WHEN 100
002920             MOVE SPACES TO DB-MERGED-ID
002930         WHEN OTHER
002940             DISPLAY 'CUSTHRL - ARCHIVE LOOKUP FAILED FOR '
002950                 DB-TARGET-ID ' SQLCODE = ' SQLCODE
002960             MOVE 900 TO WS-ABEND-CODE
002970             PERFORM 9999-ABEND
002980     END-EVALUATE.
002990     IF DB-MERGED-ID = SPACES
003000         SET WS-TARGET-RESOLVED TO TRUE
003010         GO TO 1110-EXIT
003020     END-IF.

003030     ADD 1 TO WS-HOPS.
003040     IF WS-HOPS > WS-MAX-HOPS
003050         DISPLAY 'CUSTHRL - MERGE CHAIN FROM ' DB-REQ-ID
003060             ' DOES NOT END WITHIN ' WS-MAX-HOPS ' MERGES'
003070         MOVE 901 TO WS-ABEND-CODE
003080         PERFORM 9999-ABEND
003090     END-IF.
003100     MOVE DB-MERGED-ID TO DB-TARGET-ID.
003110 1110-EXIT.
003120     EXIT.

003130*-----------------------------------------------------------
003140* THE TARGET AND EVERY ACCOUNT MERGED INTO IT, AT ANY DEPTH:
003150* EACH ACCOUNT ADDED IS ITSELF SEARCHED FOR ACCOUNTS MERGED
003160* INTO IT, UNTIL NONE IS LEFT UNSEARCHED.
003170*-----------------------------------------------------------
003180 1200-BUILD-FAMILY.
003190     MOVE 1 TO WS-FAMILY-COUNT.
003200     MOVE DB-TARGET-ID TO FAM-ID (1).
003210     MOVE ZERO TO WS-FAMILY-NEXT.
003220     PERFORM 1210-SEARCH-ONE-MEMBER
003230         THRU 1210-EXIT
003240         UNTIL WS-FAMILY-NEXT NOT < WS-FAMILY-COUNT.
003250 1200-EXIT.
003260     EXIT.

003270 1210-SEARCH-ONE-MEMBER.
003280     ADD 1 TO WS-FAMILY-NEXT.
003290     MOVE FAM-ID (WS-FAMILY-NEXT) TO DB-FAMILY-ID.
003300     MOVE 'N' TO WS-ROW-EOF-SWITCH.

003310     EXEC SQL
003320         DECLARE MRGCSR CURSOR FOR
003330         SELECT DISTINCT CUST_ID
003340           FROM CUST_ARCHIVE
003350          WHERE MERGED_INTO_ID = :DB-FAMILY-ID
003360     END-EXEC.

003370     EXEC SQL
003380         OPEN MRGCSR
003390     END-EXEC.

003400     IF SQLCODE NOT = ZERO
003410         DISPLAY 'CUSTHRL - OPEN MRGCSR FAILED FOR '
003420             DB-FAMILY-ID ' SQLCODE = ' SQLCODE
003430         MOVE 900 TO WS-ABEND-CODE
003440         PERFORM 9999-ABEND
003450     END-IF.

003460     PERFORM 1220-ADD-MERGED-MEMBER
003470         THRU 1220-EXIT
003480         UNTIL WS-ROWS-DONE.

003490     EXEC SQL
003500         CLOSE MRGCSR
003510     END-EXEC.
003520 1210-EXIT.
003530     EXIT.

003540 1220-ADD-MERGED-MEMBER.
003550     EXEC SQL
003560         FETCH MRGCSR
003570         INTO :DB-MERGED-ID
003580     END-EXEC.

003590     EVALUATE SQLCODE
003600         WHEN ZERO
003610             CONTINUE
003620         WHEN 100
003630             SET WS-ROWS-DONE TO TRUE
003640             GO TO 1220-EXIT
003650         WHEN OTHER
003660             DISPLAY 'CUSTHRL - FETCH MRGCSR FAILED FOR '
003670                 DB-FAMILY-ID ' SQLCODE = ' SQLCODE
003680             MOVE 900 TO WS-ABEND-CODE
003690             PERFORM 9999-ABEND
003700     END-EVALUATE.

003710* AN ACCOUNT ALREADY IN THE FAMILY IS NOT ADDED TWICE
003720     MOVE DB-MERGED-ID TO WS-MATCH-ID.
003730     PERFORM 2800-FIND-IN-FAMILY
003740         THRU 2800-EXIT.
003750     IF WS-ENTRY-FOUND
003760         GO TO 1220-EXIT
003770     END-IF.
003780     IF WS-FAMILY-COUNT NOT < WS-FAMILY-MAX
003790         DISPLAY 'CUSTHRL - MORE THAN ' WS-FAMILY-MAX
003800             ' ACCOUNTS MERGED INTO ' DB-TARGET-ID
003810         MOVE 901 TO WS-ABEND-CODE
003820         PERFORM 9999-ABEND
003830     END-IF.
003840     ADD 1 TO WS-FAMILY-COUNT.
003850     MOVE DB-MERGED-ID TO FAM-ID (WS-FAMILY-COUNT).
003860 1220-EXIT.
003870     EXIT.

003880*-----------------------------------------------------------
003890* A RECORD BELONGS TO THE RELOAD WHEN IT WAS ARCHIVED UNDER
003900* AN ACCOUNT IN THE FAMILY - OR, FOR HISTORY, WHEN IT CAME TO
003910* ITS ACCOUNT BY A MERGE FROM ONE.
003920*-----------------------------------------------------------
003930 2000-PROCESS-ARCHIVE-RECORD.
003940     MOVE ARC-CUST-ID TO WS-MATCH-ID.
003950     PERFORM 2800-FIND-IN-FAMILY
003960         THRU 2800-EXIT.
003970     IF NOT WS-ENTRY-FOUND
003980      AND ARC-HIST-ROW
003990      AND ARC-MERGED-FROM-ID NOT = SPACES
004000         MOVE ARC-MERGED-FROM-ID TO WS-MATCH-ID
004010         PERFORM 2800-FIND-IN-FAMILY
004020             THRU 2800-EXIT
004030     END-IF.

004040     IF WS-ENTRY-FOUND
004050         EVALUATE TRUE
004060             WHEN ARC-HIST-ROW
004070                 PERFORM 2100-RELOAD-HISTORY
004080                     THRU 2100-EXIT
004090             WHEN ARC-AUDIT-ROW
004100                 PERFORM 2200-RELOAD-AUDIT
004110                     THRU 2200-EXIT
004120             WHEN ARC-NOTE-ROW
004130                 PERFORM 2300-RELOAD-NOTE
004140                     THRU 2300-EXIT
004150         END-EVALUATE
004160     END-IF.

004170     PERFORM 2900-READ-ARCHIVE
004180         THRU 2900-EXIT.
004190 2000-EXIT.
004200     EXIT.

004210*-----------------------------------------------------------
004220* HISTORY GOES BACK UNDER THE TARGET. A ROW ARCHIVED UNDER
004230* ANOTHER ACCOUNT OF THE FAMILY KEEPS ITS MERGED_FROM_ID IF
004240* IT HAD ONE, ELSE IS TAGGED WITH THE ACCOUNT IT WAS ARCHIVED
004250* UNDER - AS THE MERGE ITSELF TAGS IT. A ROW ALREADY ON FILE
004260* AT THE SAME PLACE IN THE SAME CHAIN IS EITHER THE ROW ITSELF
004270* (LEFT ALONE) OR THE OPENING-BALANCE ROW THAT STOOD IN FOR
004280* IT (REPLACED).
004290*-----------------------------------------------------------
004300 2100-RELOAD-HISTORY.
004310     ADD 1 TO WS-HIST-SELECTED.
004320     MOVE DB-TARGET-ID TO DB-CUST-ID.
004330     IF ARC-MERGED-FROM-ID NOT = SPACES
004340         MOVE ARC-MERGED-FROM-ID TO DB-MERGED-FROM-ID
004350     ELSE
004360         IF ARC-CUST-ID NOT = DB-TARGET-ID
004370             MOVE ARC-CUST-ID TO DB-MERGED-FROM-ID
004380         ELSE
004390             MOVE SPACES TO DB-MERGED-FROM-ID
004400         END-IF
004410     END-IF.
004420     MOVE ARC-HIST-ACTION   TO DB-HIST-ACTION.
004430     MOVE ARC-HIST-AMOUNT   TO DB-HIST-AMOUNT.
004440     MOVE ARC-BAL-BEFORE    TO DB-BAL-BEFORE.
004450     MOVE ARC-BAL-AFTER     TO DB-BAL-AFTER.
004460     MOVE ARC-HIST-OPERATOR TO DB-HIST-OPERATOR.
004470     MOVE ARC-HIST-TS       TO DB-HIST-TS.
004480     MOVE ARC-CHECK-NO      TO DB-CHECK-NO.
004481     MOVE ARC-BATCH-REF     TO DB-BATCH-REF.
004482* A RECORD ARCHIVED WITHOUT A DEPOSIT DATE TAKES THE ROW'S OWN
004483* DATE, AS THE COLUMN DEFAULT WOULD HAVE.
004484     IF ARC-DEPOSIT-DATE = SPACES
004485         MOVE ARC-HIST-TS (1:10) TO DB-DEPOSIT-DATE
004486     ELSE
004487         MOVE ARC-DEPOSIT-DATE TO DB-DEPOSIT-DATE
004488     END-IF.

004490     EXEC SQL
004500         SELECT HIST_ACTION
004510           INTO :DB-ON-FILE-ACTION
004520           FROM CUST_HIST
004530          WHERE CUST_ID = :DB-CUST-ID
004540            AND MERGED_FROM_ID = :DB-MERGED-FROM-ID
004550            AND HIST_TS = TIMESTAMP(:DB-HIST-TS)
004560          ORDER BY HIST_ACTION
004570          FETCH FIRST 1 ROW ONLY
004580     END-EXEC.

004590     EVALUATE SQLCODE
004600         WHEN ZERO
004610             IF DB-ON-FILE-ACTION NOT = 'O'
004620                 ADD 1 TO WS-HIST-PRESENT
004630                 GO TO 2100-EXIT
004640             END-IF
004650             PERFORM 2110-DELETE-OPENING-ROW
004660                 THRU 2110-EXIT
004670         WHEN 100
004680             CONTINUE
004690         WHEN OTHER
004700             DISPLAY 'CUSTHRL - HISTORY PROBE FAILED FOR '
004710                 DB-CUST-ID ' SQLCODE = ' SQLCODE
004720             MOVE 902 TO WS-ABEND-CODE
004730             PERFORM 9999-ABEND
004740     END-EVALUATE.

004750     EXEC SQL
004760         INSERT INTO CUST_HIST
004770             (CUST_ID, HIST_ACTION, HIST_AMOUNT, BAL_BEFORE,
004780              BAL_AFTER, OPERATOR_ID, HIST_TS, CHECK_NO,
004790              MERGED_FROM_ID, DEPOSIT_DATE, BATCH_REF)
004800         VALUES
004810             (:DB-CUST-ID, :DB-HIST-ACTION, :DB-HIST-AMOUNT,
004820              :DB-BAL-BEFORE, :DB-BAL-AFTER, :DB-HIST-OPERATOR,
004830              TIMESTAMP(:DB-HIST-TS), :DB-CHECK-NO,
004836              :DB-MERGED-FROM-ID, DATE(:DB-DEPOSIT-DATE),
004842              :DB-BATCH-REF)
004850     END-EXEC.

004860     IF SQLCODE NOT = ZERO
004870         DISPLAY 'CUSTHRL - HISTORY INSERT FAILED FOR '
004880             DB-CUST-ID ' SQLCODE = ' SQLCODE
004890         MOVE 903 TO WS-ABEND-CODE
004900         PERFORM 9999-ABEND
004910     END-IF.
004920     ADD 1 TO WS-HIST-RELOADED.
004930 2100-EXIT.
004940     EXIT.

004950 2110-DELETE-OPENING-ROW.
004960     EXEC SQL
004970         DELETE FROM CUST_HIST
004980          WHERE CUST_ID = :DB-CUST-ID
004990            AND MERGED_FROM_ID = :DB-MERGED-FROM-ID
005000            AND HIST_TS = TIMESTAMP(:DB-HIST-TS)
005010            AND HIST_ACTION = 'O'
005020     END-EXEC.

005030     IF SQLCODE NOT = ZERO
005040         DISPLAY 'CUSTHRL - OPENING ROW DELETE FAILED FOR '
005050             DB-CUST-ID ' SQLCODE = ' SQLCODE
005060         MOVE 903 TO WS-ABEND-CODE
005070         PERFORM 9999-ABEND
005080     END-IF.
005090     ADD 1 TO WS-OPENING-REPLACED.
005100 2110-EXIT.
005110     EXIT.

005120*-----------------------------------------------------------
005130* AUDIT ROWS GO BACK UNDER THEIR OWN ACCOUNT. A DUPLICATE KEY
005140* IS A ROW ALREADY ON FILE (AS CUSTAUD TREATS IT).
005150*-----------------------------------------------------------
005160 2200-RELOAD-AUDIT.
005170     ADD 1 TO WS-AUDIT-SELECTED.
005180     MOVE ARC-CUST-ID       TO DB-CUST-ID.
005190     MOVE ARC-AUD-TS        TO DB-AUD-TS.
005200     MOVE ARC-TERM-ID       TO DB-TERM-ID.
005210     MOVE ARC-AUD-SEQ       TO DB-AUD-SEQ.
005220     MOVE ARC-AUD-OPERATOR  TO DB-AUD-OPERATOR.
005230     MOVE ARC-ACTION-FLAG   TO DB-ACTION-FLAG.
005240     MOVE ARC-SUPV-USER     TO DB-SUPV-USER.
005250     MOVE ARC-LIMIT-STATUS  TO DB-LIMIT-STATUS.
005260     MOVE ARC-DENIED-FLAG   TO DB-DENIED-FLAG.

005270     EXEC SQL
005280         INSERT INTO CUST_AUDIT
005290             (CUST_ID, AUD_TS, TERM_ID, AUD_SEQ, OPERATOR_ID,
005300              ACTION_FLAG, SUPV_USER, LIMIT_STATUS, DENIED_FLAG)
005310         VALUES
005320             (:DB-CUST-ID, :DB-AUD-TS, :DB-TERM-ID, :DB-AUD-SEQ,
005330              :DB-AUD-OPERATOR, :DB-ACTION-FLAG, :DB-SUPV-USER,
005340              :DB-LIMIT-STATUS, :DB-DENIED-FLAG)
005350     END-EXEC.

005360     EVALUATE SQLCODE
005370         WHEN ZERO
005380             ADD 1 TO WS-AUDIT-RELOADED
005390         WHEN -803
005400             ADD 1 TO WS-AUDIT-PRESENT
005410         WHEN OTHER
005420             DISPLAY 'CUSTHRL - AUDIT INSERT FAILED FOR '
005430                 DB-CUST-ID ' SQLCODE = ' SQLCODE
005440             MOVE 906 TO WS-ABEND-CODE
005450             PERFORM 9999-ABEND
005460     END-EVALUATE.
005470 2200-EXIT.
005480     EXIT.

005490*-----------------------------------------------------------
005500* NOTES GO BACK UNDER THE TARGET, AS THE MERGE MOVES THEM.
005510*-----------------------------------------------------------
005520 2300-RELOAD-NOTE.
005530     ADD 1 TO WS-NOTE-SELECTED.
005540     MOVE DB-TARGET-ID      TO DB-CUST-ID.
005550     MOVE ARC-NOTE-TS       TO DB-NOTE-TS.
005560     MOVE ARC-NOTE-OPERATOR TO DB-NOTE-OPERATOR.
005570     MOVE ARC-NOTE-TEXT     TO DB-NOTE-TEXT.

005580     EXEC SQL
005590         SELECT COUNT(*)
005600           INTO :DB-CUST-COUNT
005610           FROM CUST_NOTE
005620          WHERE CUST_ID = :DB-CUST-ID
005630            AND NOTE_TS = TIMESTAMP(:DB-NOTE-TS)
005640            AND OPERATOR_ID = :DB-NOTE-OPERATOR
005650     END-EXEC.

005660     IF SQLCODE NOT = ZERO
005670         DISPLAY 'CUSTHRL - NOTE PROBE FAILED FOR '
005680             DB-CUST-ID ' SQLCODE = ' SQLCODE
005690         MOVE 907 TO WS-ABEND-CODE
005700         PERFORM 9999-ABEND
005710     END-IF.
005720     IF DB-CUST-COUNT > ZERO
005730         ADD 1 TO WS-NOTE-PRESENT
005740         GO TO 2300-EXIT
005750     END-IF.

005760     EXEC SQL
005770         INSERT INTO CUST_NOTE
005780             (CUST_ID, NOTE_TS, OPERATOR_ID, NOTE_TEXT)
005790         VALUES
005800             (:DB-CUST-ID, TIMESTAMP(:DB-NOTE-TS),
005810              :DB-NOTE-OPERATOR, :DB-NOTE-TEXT)
005820     END-EXEC.

005830     IF SQLCODE NOT = ZERO
005840         DISPLAY 'CUSTHRL - NOTE INSERT FAILED FOR '
005850             DB-CUST-ID ' SQLCODE = ' SQLCODE
005860         MOVE 907 TO WS-ABEND-CODE
005870         PERFORM 9999-ABEND
005880     END-IF.
005890     ADD 1 TO WS-NOTE-RELOADED.
005900 2300-EXIT.
005910     EXIT.

005920 2800-FIND-IN-FAMILY.
005930     MOVE 'N' TO WS-FOUND-SWITCH.
005940     PERFORM 2810-MATCH-ONE-MEMBER
005950         THRU 2810-EXIT
005960         VARYING WS-FAM-IDX FROM 1 BY 1
005970         UNTIL WS-FAM-IDX > WS-FAMILY-COUNT
005980         OR WS-ENTRY-FOUND.
005990 2800-EXIT.
006000     EXIT.

006010 2810-MATCH-ONE-MEMBER.
006020     IF FAM-ID (WS-FAM-IDX) = WS-MATCH-ID
006030         SET WS-ENTRY-FOUND TO TRUE
006040     END-IF.
006050 2810-EXIT.
006060     EXIT.

006070 2900-READ-ARCHIVE.
006080     READ ARC-FILE
006090         AT END
006100             SET WS-EOF-REACHED TO TRUE
006110             GO TO 2900-EXIT
006120     END-READ.
006130     ADD 1 TO WS-RECORDS-READ.
006140 2900-EXIT.
006150     EXIT.

006160 7000-TERMINATE.
006170     EXEC SQL
006180         COMMIT
006190     END-EXEC.

006200     IF SQLCODE NOT = ZERO
006210         DISPLAY 'CUSTHRL - COMMIT FAILED, SQLCODE = ' SQLCODE
006220         MOVE 910 TO WS-ABEND-CODE
006230         PERFORM 9999-ABEND
006240     END-IF.

006250     PERFORM 7300-WRITE-HEADINGS
006260         THRU 7300-EXIT.

006270     MOVE 'CUST_HIST'         TO RL-TABLE.
006280     MOVE WS-HIST-SELECTED    TO RL-SELECTED.
006290     MOVE WS-HIST-RELOADED    TO RL-RELOADED.
006300     MOVE WS-HIST-PRESENT     TO RL-PRESENT.
006310     MOVE WS-OPENING-REPLACED TO RL-REPLACED.
006320     WRITE RPT-RECORD FROM RPT-TABLE-LINE
006330         AFTER ADVANCING 1 LINE.
006340     MOVE 'CUST_AUDIT'        TO RL-TABLE.
006350     MOVE WS-AUDIT-SELECTED   TO RL-SELECTED.
006360     MOVE WS-AUDIT-RELOADED   TO RL-RELOADED.
006370     MOVE WS-AUDIT-PRESENT    TO RL-PRESENT.
006380     MOVE ZERO                TO RL-REPLACED.
006390     WRITE RPT-RECORD FROM RPT-TABLE-LINE
006400         AFTER ADVANCING 1 LINE.
006410     MOVE 'CUST_NOTE'         TO RL-TABLE.
006420     MOVE WS-NOTE-SELECTED    TO RL-SELECTED.
006430     MOVE WS-NOTE-RELOADED    TO RL-RELOADED.
006440     MOVE WS-NOTE-PRESENT     TO RL-PRESENT.
006450     WRITE RPT-RECORD FROM RPT-TABLE-LINE
006460         AFTER ADVANCING 1 LINE.

006470     MOVE SPACES TO RPT-RECORD.
006480     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
006490     MOVE 'ARCHIVE RECORDS READ:' TO RT-LABEL.
006500     MOVE WS-RECORDS-READ TO RT-COUNT.
006510     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
006520         AFTER ADVANCING 1 LINE.

006530     CLOSE CTL-FILE.
006540     CLOSE ARC-FILE.
006550     CLOSE RPT-FILE.
006560     DISPLAY 'CUSTHRL - HISTORY RELOADED: ' WS-HIST-RELOADED
006570         ' AUDIT: ' WS-AUDIT-RELOADED
006580         ' NOTES: ' WS-NOTE-RELOADED.
006590 7000-EXIT.
006600     EXIT.

006610 7300-WRITE-HEADINGS.
006620     ADD 1 TO WS-PAGE-NO.
006630     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
006640     WRITE RPT-RECORD FROM RPT-HEADING-1
006650         AFTER ADVANCING 1 LINE.
006660     WRITE RPT-RECORD FROM RPT-HEADING-2
006670         AFTER ADVANCING 1 LINE.
006680     MOVE DB-REQ-ID       TO RQ-REQ-ID.
006690     MOVE DB-TARGET-ID    TO RQ-TARGET-ID.
006700     MOVE WS-FAMILY-COUNT TO RQ-FAMILY-COUNT.
006710     WRITE RPT-RECORD FROM RPT-REQUEST-LINE
006720         AFTER ADVANCING 1 LINE.
006730     MOVE SPACES TO RPT-RECORD.
006740     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
006750     WRITE RPT-RECORD FROM RPT-HEADING-3
006760         AFTER ADVANCING 1 LINE.
006770 7300-EXIT.
006780     EXIT.

006790* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
006800* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
006810* UNIT OF WORK. ROLL IT BACK FIRST SO NOTHING OF A FAILED
006820* RELOAD STAYS ON DB2.
006830 9999-ABEND.
006840     EXEC SQL
006850         ROLLBACK
006860     END-EXEC.
006870     CLOSE CTL-FILE.
006880     CLOSE ARC-FILE.
006890     CLOSE RPT-FILE.
006900     MOVE WS-ABEND-CODE TO RETURN-CODE.
006910     GOBACK.
