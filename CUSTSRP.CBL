000100*****************************************************************
000110* CUSTSRP - NIGHTLY STATEMENT REPRINT
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTSRP.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. PRINTS THE DUPLICATE
000220*                  STATEMENTS OPERATORS QUEUED ON THE CUSTSTV
000230*                  SCREEN (CUST_STMT_RPRT) FROM THE LINES
000240*                  CUSTSTM ARCHIVED ON CUST_STMT_ARCH, EXACTLY
000250*                  AS FIRST PRODUCED BUT MARKED DUPLICATE AT
000260*                  THE TOP OF EVERY PAGE, TO THE RPROUT REPRINT
000270*                  PRINT FILE. CONTROL REPORT OF EVERY REQUEST
000280*                  PRINTED. RUNS DAILY UNDER CUSTRUN.
000290*-----------------------------------------------------------
000300* CUST_STMT_RPRT.RPRT_STATUS:
000310*   P - PENDING, QUEUED ON CUSTSTV
000320*   D - DONE, PRINTED BY THE RUN FOR PRINT_DATE
000330* THE RUN FIRST MARKS EVERY PENDING REQUEST DONE FOR THE
000340* BUSINESS DATE (ONE UNIT OF WORK), THEN PRINTS EVERY REQUEST
000350* MARKED FOR THE BUSINESS DATE. A RESTART OR RERUN THEREFORE
000360* WRITES THE WHOLE NIGHT'S REPRINT FILE AGAIN, AND A REQUEST
000370* QUEUED WHILE THE RUN IS UNDER WAY WAITS FOR THE NEXT NIGHT.
000380*-----------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.

000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RPR-FILE ASSIGN TO RPROUT
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT RPT-FILE ASSIGN TO RPTOUT
000480         ORGANIZATION IS SEQUENTIAL.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  RPR-FILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540 01  RPR-RECORD              PIC X(133).

000550 FD  RPT-FILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 01  RPT-RECORD              PIC X(133).

000590 WORKING-STORAGE SECTION.
000600* DB2 communication area
000610 EXEC SQL
000620     INCLUDE SQLCA
000630 END-EXEC.

000640* Host variable for the business date
000650 01  DB-BUS-DATE             PIC X(10).

000660* Host variables for CUST_STMT_RPRT
000670 01  DB-CUST-ID              PIC X(6).
000680 01  DB-CUST-NAME            PIC X(30).
000690 01  DB-STMT-DATE            PIC X(10).
000700 01  DB-REQ-TS               PIC X(26).
000710 01  DB-REQ-USER             PIC X(8).

000720* Host variables for CUST_STMT_ARCH
000730 01  DB-LINE-ADVANCE         PIC S9(4) COMP.
000740 01  DB-LINE-TEXT            PIC X(133).

000750 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
000760     88  WS-EOF-REACHED        VALUE 'Y'.
000770 77  WS-LINE-EOF-SWITCH      PIC X(01)      VALUE 'N'.
000780     88  WS-LINE-EOF           VALUE 'Y'.
000790 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
000800 77  WS-LINE-CNT             PIC 9(02) COMP VALUE 99.
000810 77  WS-LINES-PER-PAGE       PIC 9(02) COMP VALUE 55.
000820 77  WS-MARKED-COUNT         PIC S9(09) COMP VALUE 0.
000830 77  WS-REQUEST-COUNT        PIC S9(09) COMP VALUE 0.
000840 77  WS-PRINTED-COUNT        PIC S9(09) COMP VALUE 0.
000850 77  WS-MISSING-COUNT        PIC S9(09) COMP VALUE 0.
000860 77  WS-LINES-PRINTED        PIC S9(09) COMP VALUE 0.
000870 77  WS-STMT-LINES           PIC S9(09) COMP VALUE 0.
000880 77  WS-ABEND-CODE           PIC S9(04) COMP.

000890 01  WS-CURRENT-DATE         PIC 9(08).
000900 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
000910     05  WS-CURR-YYYY        PIC 9(04).
000920     05  WS-CURR-MM          PIC 9(02).
000930     05  WS-CURR-DD          PIC 9(02).

000940* The marker laid over the top line of every reprinted page,
000950* in the blank columns right of the statement heading
000960 01  WS-DUPLICATE-MARK       PIC X(17)  VALUE
000970     '*** DUPLICATE ***'.

000980* Batch run control call area (CUSTRUN)
000990 COPY CUSTRUN.

001000 01  RPT-HEADING-1.
001010     05  FILLER              PIC X(01)  VALUE SPACE.
001020     05  FILLER              PIC X(40)  VALUE
001030         'STATEMENT REPRINT CONTROL REPORT'.
001040     05  FILLER              PIC X(20)  VALUE SPACES.
001050     05  FILLER              PIC X(05)  VALUE 'PAGE '.
001060     05  RH1-PAGE-NO         PIC ZZ9.
001070     05  FILLER              PIC X(64)  VALUE SPACES.

001080 01  RPT-HEADING-2.
001090     05  FILLER              PIC X(01)  VALUE SPACE.
001100     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
001110     05  RH2-RUN-MM          PIC 99.
001120     05  FILLER              PIC X(01)  VALUE '/'.
001130     05  RH2-RUN-DD          PIC 99.
001140     05  FILLER              PIC X(01)  VALUE '/'.
001150     05  RH2-RUN-YYYY        PIC 9999.
001160     05  FILLER              PIC X(111) VALUE SPACES.

001170 01  RPT-HEADING-3.
001180     05  FILLER              PIC X(01)  VALUE SPACE.
001190     05  FILLER              PIC X(08)  VALUE 'CUST ID'.
001200     05  FILLER              PIC X(32)  VALUE 'CUSTOMER NAME'.
001210     05  FILLER              PIC X(12)  VALUE 'STMT DATE'.
001220     05  FILLER              PIC X(10)  VALUE 'REQ BY'.
001230     05  FILLER              PIC X(21)  VALUE 'REQUESTED'.
001240     05  FILLER              PIC X(08)  VALUE '  LINES'.
001250     05  FILLER              PIC X(41)  VALUE 'RESULT'.

001260 01  RPT-DETAIL-LINE.
001270     05  FILLER              PIC X(01)  VALUE SPACE.
001280     05  RD-CUST-ID          PIC X(06).
001290     05  FILLER              PIC X(02)  VALUE SPACES.
001300     05  RD-CUST-NAME        PIC X(30).
001310     05  FILLER              PIC X(02)  VALUE SPACES.
001320     05  RD-STMT-DATE        PIC X(10).
001330     05  FILLER              PIC X(02)  VALUE SPACES.
001340     05  RD-REQ-USER         PIC X(08).
001350     05  FILLER              PIC X(02)  VALUE SPACES.
001360     05  RD-REQ-TS           PIC X(19).
001370     05  FILLER              PIC X(02)  VALUE SPACES.
001380     05  RD-LINES            PIC ZZZZ9.
001390     05  FILLER              PIC X(03)  VALUE SPACES.
001400     05  RD-RESULT           PIC X(30).
001410     05  FILLER              PIC X(11)  VALUE SPACES.

001420 01  RPT-TOTAL-LINE.
001430     05  FILLER              PIC X(01)  VALUE SPACE.
001440     05  RT-LABEL            PIC X(30).
001450     05  RT-COUNT            PIC ZZZZZZZ9.
001460     05  FILLER              PIC X(94)  VALUE SPACES.

001470 PROCEDURE DIVISION.
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE
001500         THRU 1000-EXIT.
001510     PERFORM 2000-MARK-REQUESTS
001520         THRU 2000-EXIT.
001530     PERFORM 3000-PRINT-REPRINTS
001540         THRU 3000-EXIT.
001550     PERFORM 7000-TERMINATE
001560         THRU 7000-EXIT.
001570     GOBACK.

001580 1000-INITIALIZE.
001590     OPEN OUTPUT RPR-FILE.
001600     OPEN OUTPUT RPT-FILE.
001610     PERFORM 1050-BEGIN-RUN
001620         THRU 1050-EXIT.
001630     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
001640     MOVE WS-CURR-MM   TO RH2-RUN-MM.
001650     MOVE WS-CURR-DD   TO RH2-RUN-DD.
001660     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
001670     MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
001680 1000-EXIT.
001690     EXIT.

001700*-----------------------------------------------------------
001710* CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
001720* (ALREADY COMPLETE FOR THE DATE WITH NO RERUN OVERRIDE).
001730*-----------------------------------------------------------
001740 1050-BEGIN-RUN.
001750     INITIALIZE RUN-CONTROL-AREA.
001760     MOVE 'CUSTSRP ' TO RUN-JOB-NAME.
001770     SET RUN-BEGIN TO TRUE.
001780     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
001790     IF NOT RUN-OK
001800         DISPLAY 'CUSTSRP - ' RUN-MESSAGE
001810         MOVE 912 TO WS-ABEND-CODE
001820         PERFORM 9999-ABEND
001830     END-IF.
001840 1050-EXIT.
001850     EXIT.

001860*-----------------------------------------------------------
001870* TAKE TONIGHT'S REQUESTS: EVERY PENDING REQUEST IS MARKED
001880* DONE FOR THE BUSINESS DATE AND COMMITTED, SO WHAT PRINTS
001890* BELOW IS FIXED EVEN IF THE RUN IS RESTARTED.
001900*-----------------------------------------------------------
001910 2000-MARK-REQUESTS.
001920     EXEC SQL
001930         UPDATE CUST_STMT_RPRT
001940            SET RPRT_STATUS = 'D',
001950                PRINT_DATE  = DATE(:DB-BUS-DATE)
001960          WHERE RPRT_STATUS = 'P'
001970     END-EXEC.
001980     IF SQLCODE = 100
001990         MOVE ZERO TO SQLCODE
002000     END-IF.
002010     IF SQLCODE NOT = ZERO
002020         DISPLAY 'CUSTSRP - REQUEST MARK FAILED, SQLCODE = '
002030             SQLCODE
002040         MOVE 901 TO WS-ABEND-CODE
002050         PERFORM 9999-ABEND
002060     END-IF.
002070     MOVE SQLERRD(3) TO WS-MARKED-COUNT.

002080     EXEC SQL
002090         COMMIT
002100     END-EXEC.
002110     IF SQLCODE NOT = ZERO
002120         DISPLAY 'CUSTSRP - COMMIT FAILED, SQLCODE = ' SQLCODE
002130         MOVE 904 TO WS-ABEND-CODE
002140         PERFORM 9999-ABEND
002150     END-IF.
002160 2000-EXIT.
002170     EXIT.

002180*-----------------------------------------------------------
002190* PRINT EVERY REQUEST MARKED FOR THE BUSINESS DATE, IN
002200* CUSTOMER AND STATEMENT ORDER FOR THE MAIL ROOM. A CUSTOMER
002210* MERGED AWAY SINCE STILL REPRINTS, FROM ITS OWN ARCHIVE.
002220*-----------------------------------------------------------
002230 3000-PRINT-REPRINTS.
002240     EXEC SQL
002250         DECLARE RPRCSR CURSOR FOR
002260         SELECT R.CUST_ID, COALESCE(C.CUST_NAME, ' '),
002270                CHAR(R.STMT_DATE, ISO), R.REQ_USER,
002280                CHAR(R.REQ_TS)
002290           FROM CUST_STMT_RPRT R
002300           LEFT OUTER JOIN CUSTOMER C
002310             ON C.CUST_ID = R.CUST_ID
002320          WHERE R.RPRT_STATUS = 'D'
002330            AND R.PRINT_DATE = DATE(:DB-BUS-DATE)
002340          ORDER BY R.CUST_ID, R.STMT_DATE, R.REQ_TS
002350     END-EXEC.

002360     EXEC SQL
002370         OPEN RPRCSR
002380     END-EXEC.
002390     IF SQLCODE NOT = ZERO
002400         DISPLAY 'CUSTSRP - OPEN RPRCSR FAILED, SQLCODE = '
002410             SQLCODE
002420         MOVE 902 TO WS-ABEND-CODE
002430         PERFORM 9999-ABEND
002440     END-IF.

002450     MOVE 'N' TO WS-EOF-SWITCH.
002460     PERFORM 3100-FETCH-REQUEST
002470         THRU 3100-EXIT.
002480     PERFORM 3200-PRINT-ONE-REQUEST
002490         THRU 3200-EXIT
002500         UNTIL WS-EOF-REACHED.

002510     EXEC SQL
002520         CLOSE RPRCSR
002530     END-EXEC.
002540 3000-EXIT.
002550     EXIT.

002560 3100-FETCH-REQUEST.
002570     EXEC SQL
002580         FETCH RPRCSR
002590         INTO :DB-CUST-ID, :DB-CUST-NAME, :DB-STMT-DATE,
002600              :DB-REQ-USER, :DB-REQ-TS
002610     END-EXEC.

002620     EVALUATE SQLCODE
002630         WHEN ZERO
002640             CONTINUE
002650         WHEN 100
002660             SET WS-EOF-REACHED TO TRUE
002670         WHEN OTHER
002680             DISPLAY 'CUSTSRP - FETCH RPRCSR FAILED, SQLCODE = '
002690                 SQLCODE
002700             MOVE 903 TO WS-ABEND-CODE
002710             PERFORM 9999-ABEND
002720     END-EVALUATE.
002730 3100-EXIT.
002740     EXIT.

002750*-----------------------------------------------------------
002760* ONE REQUEST: EVERY ARCHIVED LINE IN ORDER. THE FIRST LINE
002770* ALWAYS STARTS A NEW PAGE. A STATEMENT NO LONGER ON THE
002780* ARCHIVE (PURGED PAST RETENTION) IS REPORTED, NOT PRINTED.
002790*-----------------------------------------------------------
002800 3200-PRINT-ONE-REQUEST.
002810     ADD 1 TO WS-REQUEST-COUNT.
002820     MOVE ZERO TO WS-STMT-LINES.

002830     EXEC SQL
002840         DECLARE LINCSR CURSOR FOR
002850         SELECT LINE_ADVANCE, LINE_TEXT
002860           FROM CUST_STMT_ARCH
002870          WHERE CUST_ID = :DB-CUST-ID
002880            AND STMT_DATE = DATE(:DB-STMT-DATE)
002890          ORDER BY LINE_NO
002900     END-EXEC.

002910     EXEC SQL
002920         OPEN LINCSR
002930     END-EXEC.
002940     IF SQLCODE NOT = ZERO
002950         DISPLAY 'CUSTSRP - OPEN LINCSR FAILED, SQLCODE = '
002960             SQLCODE
002970         MOVE 905 TO WS-ABEND-CODE
002980         PERFORM 9999-ABEND
002990     END-IF.

003000     MOVE 'N' TO WS-LINE-EOF-SWITCH.
003010     PERFORM 3300-FETCH-LINE
003020         THRU 3300-EXIT.
003030     PERFORM 3400-WRITE-LINE
003040         THRU 3400-EXIT
003050         UNTIL WS-LINE-EOF.

003060     EXEC SQL
003070         CLOSE LINCSR
003080     END-EXEC.

003090     IF WS-STMT-LINES = ZERO
003100         ADD 1 TO WS-MISSING-COUNT
003110         MOVE 'NOT ON ARCHIVE - NOT PRINTED' TO RD-RESULT
003120     ELSE
003130         ADD 1 TO WS-PRINTED-COUNT
003140         MOVE 'PRINTED' TO RD-RESULT
003150     END-IF.
003160     PERFORM 3500-WRITE-DETAIL
003170         THRU 3500-EXIT.

003180     PERFORM 3100-FETCH-REQUEST
003190         THRU 3100-EXIT.
003200 3200-EXIT.
003210     EXIT.

003220 3300-FETCH-LINE.
003230     EXEC SQL
003240         FETCH LINCSR
003250         INTO :DB-LINE-ADVANCE, :DB-LINE-TEXT
003260     END-EXEC.

003270     EVALUATE SQLCODE
003280         WHEN ZERO
003290             CONTINUE
003300         WHEN 100
003310             SET WS-LINE-EOF TO TRUE
003320         WHEN OTHER
003330             DISPLAY 'CUSTSRP - FETCH LINCSR FAILED, SQLCODE = '
003340                 SQLCODE
003350             MOVE 906 TO WS-ABEND-CODE
003360             PERFORM 9999-ABEND
003370     END-EVALUATE.
003380 3300-EXIT.
003390     EXIT.

003400*-----------------------------------------------------------
003410* EACH ARCHIVED LINE IS ONE PRINT LINE: ADVANCE ZERO STARTS A
003420* PAGE AND CARRIES THE DUPLICATE MARK, ANYTHING ELSE IS THE
003430* NEXT LINE.
003440*-----------------------------------------------------------
003450 3400-WRITE-LINE.
003460     IF DB-LINE-ADVANCE = ZERO OR WS-STMT-LINES = ZERO
003470         MOVE WS-DUPLICATE-MARK TO DB-LINE-TEXT(64:17)
003480         WRITE RPR-RECORD FROM DB-LINE-TEXT
003490             AFTER ADVANCING PAGE
003500     ELSE
003510         WRITE RPR-RECORD FROM DB-LINE-TEXT
003520             AFTER ADVANCING 1 LINE
003530     END-IF.
003540     ADD 1 TO WS-STMT-LINES.
003550     ADD 1 TO WS-LINES-PRINTED.

003560     PERFORM 3300-FETCH-LINE
003570         THRU 3300-EXIT.
003580 3400-EXIT.
003590     EXIT.

003600 3500-WRITE-DETAIL.
003610     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
003620         PERFORM 3600-WRITE-HEADINGS
003630             THRU 3600-EXIT
003640     END-IF.
003650     MOVE DB-CUST-ID TO RD-CUST-ID.
003660     MOVE DB-CUST-NAME TO RD-CUST-NAME.
003670     MOVE DB-STMT-DATE TO RD-STMT-DATE.
003680     MOVE DB-REQ-USER TO RD-REQ-USER.
003690     MOVE DB-REQ-TS TO RD-REQ-TS.
003700     MOVE WS-STMT-LINES TO RD-LINES.
003710     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
003720         AFTER ADVANCING 1 LINE.
003730     ADD 1 TO WS-LINE-CNT.
003740 3500-EXIT.
003750     EXIT.

003760 3600-WRITE-HEADINGS.
003770     ADD 1 TO WS-PAGE-NO.
003780     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
003790     IF WS-PAGE-NO > 1
003800         WRITE RPT-RECORD FROM RPT-HEADING-1
003810             AFTER ADVANCING PAGE
003820     ELSE
003830         WRITE RPT-RECORD FROM RPT-HEADING-1
003840             AFTER ADVANCING 1 LINE
003850     END-IF.
003860     WRITE RPT-RECORD FROM RPT-HEADING-2
003870         AFTER ADVANCING 1 LINE.
003880     MOVE SPACES TO RPT-RECORD.
003890     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
003900     WRITE RPT-RECORD FROM RPT-HEADING-3
003910         AFTER ADVANCING 1 LINE.
003920     MOVE 4 TO WS-LINE-CNT.
003930 3600-EXIT.
003940     EXIT.

003950*-----------------------------------------------------------
003960* RUN TOTALS. THE REQUESTS PRINTED PLUS THOSE NOT ON THE
003970* ARCHIVE ACCOUNT FOR EVERY REQUEST MARKED FOR THE DATE.
003980*-----------------------------------------------------------
003990 7000-TERMINATE.
004000     IF WS-PAGE-NO = ZERO
004010         PERFORM 3600-WRITE-HEADINGS
004020             THRU 3600-EXIT
004030     END-IF.

004040     MOVE SPACES TO RPT-RECORD.
004050     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
004060     MOVE 'REQUESTS TAKEN THIS RUN:' TO RT-LABEL.
004070     MOVE WS-MARKED-COUNT TO RT-COUNT.
004080     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
004090         AFTER ADVANCING 1 LINE.
004100     MOVE 'REQUESTS FOR THE DATE:' TO RT-LABEL.
004110     MOVE WS-REQUEST-COUNT TO RT-COUNT.
004120     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
004130         AFTER ADVANCING 1 LINE.
004140     MOVE 'STATEMENTS REPRINTED:' TO RT-LABEL.
004150     MOVE WS-PRINTED-COUNT TO RT-COUNT.
004160     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
004170         AFTER ADVANCING 1 LINE.
004180     MOVE 'NOT ON ARCHIVE:' TO RT-LABEL.
004190     MOVE WS-MISSING-COUNT TO RT-COUNT.
004200     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
004210         AFTER ADVANCING 1 LINE.
004220     MOVE 'REPRINT LINES WRITTEN:' TO RT-LABEL.
004230     MOVE WS-LINES-PRINTED TO RT-COUNT.
004240     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
004250         AFTER ADVANCING 1 LINE.

004260     CLOSE RPR-FILE.
004270     CLOSE RPT-FILE.
004280     DISPLAY 'CUSTSRP - REQUESTS: ' WS-REQUEST-COUNT
004290         ' REPRINTED: ' WS-PRINTED-COUNT
004300         ' NOT ON ARCHIVE: ' WS-MISSING-COUNT.
004310     PERFORM 7900-END-RUN
004320         THRU 7900-EXIT.
004330 7000-EXIT.
004340     EXIT.

004350 7900-END-RUN.
004360     MOVE WS-REQUEST-COUNT TO RUN-READ-COUNT.
004370     MOVE WS-PRINTED-COUNT TO RUN-POSTED-COUNT.
004380     MOVE WS-MISSING-COUNT TO RUN-REJECT-COUNT.
004390     SET RUN-END TO TRUE.
004400     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
004410     IF NOT RUN-OK
004420         DISPLAY 'CUSTSRP - ' RUN-MESSAGE
004430         MOVE 912 TO RETURN-CODE
004440     END-IF.
004450 7900-EXIT.
004460     EXIT.

004470* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
004480* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
004490* UNIT OF WORK. ROLL IT BACK FIRST; REQUESTS ALREADY MARKED
004500* FOR THE DATE PRINT AGAIN ON THE RESTART. THE RUN IS THEN
004510* MARKED FAILED ON CUST_RUNCTL.
004520 9999-ABEND.
004530     EXEC SQL
004540         ROLLBACK
004550     END-EXEC.
004560     IF RUN-STARTED
004570         SET RUN-FAIL TO TRUE
004580         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
004590     END-IF.
004600     CLOSE RPR-FILE.
004610     CLOSE RPT-FILE.
004620     MOVE WS-ABEND-CODE TO RETURN-CODE.
004630     GOBACK.
