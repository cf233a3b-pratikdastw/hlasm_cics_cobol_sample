000100*****************************************************************
000110* CUSTEVR - DAILY CRM CHANGE-EVENT RECONCILIATION
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTEVR.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. RECONCILES ONE DAY'S
000220*                  CUST_HIST ROWS AGAINST THE CUST_EVENT ROWS
000230*                  JOURNALED FOR THEM AND PUBLISHED TO THE CRM
000240*                  BY CUSTEVP. BY HISTORY ACTION: ROWS WRITTEN,
000250*                  EVENTS JOURNALED, PUBLISHED, STILL HELD AND
000260*                  MISSING. EVERY HISTORY ROW WITH NO EVENT,
000270*                  AND EVERY EVENT STILL HELD, IS LISTED.
000280*                  READ-ONLY; RC=4 WHEN ANYTHING IS MISSING,
000290*                  HELD OR UNMATCHED.
000292*   OCT 2026  CAG  A HISTORY ROW A CUSTOMER MERGE MOVED TO THE
000294*                  SURVIVOR STILL MATCHES THE EVENT JOURNALED
000296*                  UNDER THE ID IT WAS POSTED UNDER
000298*                  (MERGED_FROM_ID).
000300*-----------------------------------------------------------
000310* CTLIN: OPTIONAL CARD, COLUMNS 1-10 THE DATE TO RECONCILE
000320* (YYYY-MM-DD). NO CARD (DD DUMMY) RECONCILES YESTERDAY.
000330*-----------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.

000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CTL-FILE ASSIGN TO CTLIN
000410         ORGANIZATION IS SEQUENTIAL.
000420     SELECT RPT-FILE ASSIGN TO RPTOUT
000430         ORGANIZATION IS SEQUENTIAL.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CTL-FILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490 01  CTL-RECORD.
000500     05  CTL-RECON-DATE      PIC X(10).
000510     05  FILLER              PIC X(70).

000520 FD  RPT-FILE
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550 01  RPT-RECORD              PIC X(133).

000560 WORKING-STORAGE SECTION.
000570* DB2 communication area
000580 EXEC SQL
000590     INCLUDE SQLCA
000600 END-EXEC.

000610* Host variables for the day being reconciled
000620 01  DB-RECON-DATE           PIC X(10).

000630* Host variables for the by-action summary cursor
000640 01  DB-HIST-ACTION          PIC X(1).
000650 01  DB-HIST-COUNT           PIC S9(9) COMP.
000660 01  DB-EVENT-COUNT          PIC S9(9) COMP.
000670 01  DB-PUB-COUNT            PIC S9(9) COMP.
000680 01  DB-HELD-COUNT           PIC S9(9) COMP.

000690* Host variables for the exception cursors
000700 01  DB-CUST-ID              PIC X(6).
000710 01  DB-HIST-TS              PIC X(26).
000720 01  DB-OPERATOR             PIC X(8).
000730 01  DB-EVENT-ID             PIC S9(18) COMP.
000740 01  DB-ORPHAN-COUNT         PIC S9(9) COMP.

000750 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
000760     88  WS-EOF-REACHED        VALUE 'Y'.
000770 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
000780 77  WS-LINE-CNT             PIC 9(02) COMP VALUE 99.
000790 77  WS-LINES-PER-PAGE       PIC 9(02) COMP VALUE 55.
000800 77  WS-MISSING-COUNT        PIC S9(09) COMP-3 VALUE 0.
000810 77  WS-TOT-HIST             PIC S9(09) COMP-3 VALUE 0.
000820 77  WS-TOT-EVENT            PIC S9(09) COMP-3 VALUE 0.
000830 77  WS-TOT-PUB              PIC S9(09) COMP-3 VALUE 0.
000840 77  WS-TOT-HELD             PIC S9(09) COMP-3 VALUE 0.
000850 77  WS-TOT-MISSING          PIC S9(09) COMP-3 VALUE 0.
000860 77  WS-ABEND-CODE           PIC S9(04) COMP.

000870 01  WS-CURRENT-DATE         PIC 9(08).
000880 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
000890     05  WS-CURR-YYYY        PIC 9(04).
000900     05  WS-CURR-MM          PIC 9(02).
000910     05  WS-CURR-DD          PIC 9(02).

000920* The heading in hand, so a page break repeats the section's
000930* own column headings
000940 01  WS-COLUMN-HEADING       PIC X(133).

000950 01  RPT-HEADING-1.
000960     05  FILLER              PIC X(01)  VALUE SPACE.
000970     05  FILLER              PIC X(40)  VALUE
000980         'CRM CHANGE-EVENT RECONCILIATION'.
000990     05  FILLER              PIC X(20)  VALUE SPACES.
001000     05  FILLER              PIC X(05)  VALUE 'PAGE '.
001010     05  RH1-PAGE-NO         PIC ZZ9.
001020     05  FILLER              PIC X(63)  VALUE SPACES.

001030 01  RPT-HEADING-2.
001040     05  FILLER              PIC X(01)  VALUE SPACE.
001050     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
001060     05  RH2-RUN-MM          PIC 99.
001070     05  FILLER              PIC X(01)  VALUE '/'.
001080     05  RH2-RUN-DD          PIC 99.
001090     05  FILLER              PIC X(01)  VALUE '/'.
001100     05  RH2-RUN-YYYY        PIC 9999.
001110     05  FILLER              PIC X(05)  VALUE SPACES.
001120     05  FILLER              PIC X(16)  VALUE 'POSTINGS DATED: '.
001130     05  RH2-RECON-DATE      PIC X(10).
001140     05  FILLER              PIC X(79)  VALUE SPACES.

001150 01  RPT-HEADING-3.
001160     05  FILLER              PIC X(01)  VALUE SPACE.
001170     05  FILLER              PIC X(08)  VALUE 'ACTION'.
001180     05  FILLER              PIC X(12)  VALUE '  HIST ROWS'.
001190     05  FILLER              PIC X(12)  VALUE '     EVENTS'.
001200     05  FILLER              PIC X(12)  VALUE '  PUBLISHED'.
001210     05  FILLER              PIC X(12)  VALUE '       HELD'.
001220     05  FILLER              PIC X(12)  VALUE '    MISSING'.
001230     05  FILLER              PIC X(64)  VALUE SPACES.

001240 01  RPT-HEADING-4.
001250     05  FILLER              PIC X(01)  VALUE SPACE.
001260     05  FILLER              PIC X(09)  VALUE 'CUST ID'.
001270     05  FILLER              PIC X(04)  VALUE 'ACT'.
001280     05  FILLER              PIC X(28)  VALUE 'HISTORY TIMESTAMP'.
001290     05  FILLER              PIC X(10)  VALUE 'OPERATOR'.
001300     05  FILLER              PIC X(20)  VALUE 'EVENT ID'.
001310     05  FILLER              PIC X(61)  VALUE SPACES.

001320 01  RPT-SECTION-LINE.
001330     05  FILLER              PIC X(01)  VALUE SPACE.
001340     05  RS-TEXT             PIC X(60).
001350     05  FILLER              PIC X(72)  VALUE SPACES.

001360 01  RPT-ACTION-LINE.
001370     05  FILLER              PIC X(01)  VALUE SPACE.
001380     05  RA-ACTION           PIC X(08).
001390     05  RA-HIST-COUNT       PIC ZZZ,ZZZ,ZZ9.
001400     05  FILLER              PIC X(01)  VALUE SPACE.
001410     05  RA-EVENT-COUNT      PIC ZZZ,ZZZ,ZZ9.
001420     05  FILLER              PIC X(01)  VALUE SPACE.
001430     05  RA-PUB-COUNT        PIC ZZZ,ZZZ,ZZ9.
001440     05  FILLER              PIC X(01)  VALUE SPACE.
001450     05  RA-HELD-COUNT       PIC ZZZ,ZZZ,ZZ9.
001460     05  FILLER              PIC X(01)  VALUE SPACE.
001470     05  RA-MISSING-COUNT    PIC ZZZ,ZZZ,ZZ9.
001480     05  FILLER              PIC X(65)  VALUE SPACES.

001490 01  RPT-EXCEPTION-LINE.
001500     05  FILLER              PIC X(01)  VALUE SPACE.
001510     05  RE-CUST-ID          PIC X(06).
001520     05  FILLER              PIC X(03)  VALUE SPACES.
001530     05  RE-ACTION           PIC X(01).
001540     05  FILLER              PIC X(03)  VALUE SPACES.
001550     05  RE-HIST-TS          PIC X(26).
001560     05  FILLER              PIC X(02)  VALUE SPACES.
001570     05  RE-OPERATOR         PIC X(08).
001580     05  FILLER              PIC X(02)  VALUE SPACES.
001590     05  RE-EVENT-ID         PIC Z(17)9.
001600     05  FILLER              PIC X(63)  VALUE SPACES.

001610 01  RPT-TOTAL-LINE.
001620     05  FILLER              PIC X(01)  VALUE SPACE.
001630     05  RT-LABEL            PIC X(30).
001640     05  RT-COUNT            PIC ZZZ,ZZZ,ZZ9.
001650     05  FILLER              PIC X(91)  VALUE SPACES.

001660 PROCEDURE DIVISION.
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE
001690         THRU 1000-EXIT.
001700     PERFORM 2000-SUMMARIZE-ACTIONS
001710         THRU 2000-EXIT.
001720     PERFORM 2500-LIST-MISSING-EVENTS
001730         THRU 2500-EXIT.
001740     PERFORM 2700-LIST-HELD-EVENTS
001750         THRU 2700-EXIT.
001760     PERFORM 2900-COUNT-ORPHAN-EVENTS
001770         THRU 2900-EXIT.
001780     PERFORM 3000-TERMINATE
001790         THRU 3000-EXIT.
001800     GOBACK.

001810 1000-INITIALIZE.
001820     OPEN INPUT CTL-FILE.
001830     OPEN OUTPUT RPT-FILE.
001840     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
001850     MOVE WS-CURR-MM   TO RH2-RUN-MM.
001860     MOVE WS-CURR-DD   TO RH2-RUN-DD.
001870     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.

001880     MOVE SPACES TO CTL-RECORD.
001890     READ CTL-FILE
001900         AT END
001910             MOVE SPACES TO CTL-RECORD
001920     END-READ.

001930     IF CTL-RECON-DATE NOT = SPACES
001940         MOVE CTL-RECON-DATE TO DB-RECON-DATE
001950     ELSE
001960         EXEC SQL
001970             SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
001980               INTO :DB-RECON-DATE
001990               FROM SYSIBM.SYSDUMMY1
002000         END-EXEC
002010         IF SQLCODE NOT = ZERO
002020             DISPLAY 'CUSTEVR - DATE SELECT FAILED, SQLCODE = '
002030                 SQLCODE
002040             MOVE 900 TO WS-ABEND-CODE
002050             PERFORM 9999-ABEND
002060         END-IF
002070     END-IF.
002080     MOVE DB-RECON-DATE TO RH2-RECON-DATE.
002090 1000-EXIT.
002100     EXIT.

002110*-----------------------------------------------------------
002120* ONE LINE PER HISTORY ACTION. EACH CUST_HIST ROW OF THE DAY
002130* IS MATCHED TO ITS EVENT ON CUSTOMER, ACTION AND HISTORY
002140* TIMESTAMP; A ROW WITH NO EVENT COUNTS AS MISSING.
002150*-----------------------------------------------------------
002160 2000-SUMMARIZE-ACTIONS.
002170     MOVE RPT-HEADING-3 TO WS-COLUMN-HEADING.
002180     PERFORM 2200-WRITE-HEADINGS
002190         THRU 2200-EXIT.

002200     EXEC SQL
002210         DECLARE SUMCSR CURSOR FOR
002220         SELECT H.HIST_ACTION, COUNT(*), COUNT(E.EVENT_ID),
002230                SUM(CASE WHEN E.PUB_STATUS = 'P'
002240                         THEN 1 ELSE 0 END),
002250                SUM(CASE WHEN E.PUB_STATUS = 'N'
002260                         THEN 1 ELSE 0 END)
002270           FROM CUST_HIST H
002280           LEFT OUTER JOIN CUST_EVENT E
002290             ON (E.CUST_ID    = H.CUST_ID
002295              OR E.CUST_ID    = H.MERGED_FROM_ID)
002300            AND E.HIST_ACTION = H.HIST_ACTION
002310            AND E.HIST_TS     = H.HIST_TS
002320          WHERE DATE(H.HIST_TS) = DATE(:DB-RECON-DATE)
002330          GROUP BY H.HIST_ACTION
002340          ORDER BY H.HIST_ACTION
002350     END-EXEC.

002360     EXEC SQL
002370         OPEN SUMCSR
002380     END-EXEC.

002390     IF SQLCODE NOT = ZERO
002400         DISPLAY 'CUSTEVR - OPEN SUMMARY CURSOR FAILED, '
002410             'SQLCODE = ' SQLCODE
002420         MOVE 900 TO WS-ABEND-CODE
002430         PERFORM 9999-ABEND
002440     END-IF.

002450     MOVE 'N' TO WS-EOF-SWITCH.
002460     PERFORM 2100-FETCH-SUMMARY-ROW
002461         THRU 2100-EXIT.
002470     PERFORM 2150-WRITE-ACTION-LINE
002480         THRU 2150-EXIT
002490         UNTIL WS-EOF-REACHED.

002500     EXEC SQL
002510         CLOSE SUMCSR
002520     END-EXEC.

002530     MOVE 'TOTAL'         TO RA-ACTION.
002540     MOVE WS-TOT-HIST     TO RA-HIST-COUNT.
002550     MOVE WS-TOT-EVENT    TO RA-EVENT-COUNT.
002560     MOVE WS-TOT-PUB      TO RA-PUB-COUNT.
002570     MOVE WS-TOT-HELD     TO RA-HELD-COUNT.
002580     MOVE WS-TOT-MISSING  TO RA-MISSING-COUNT.
002590     WRITE RPT-RECORD FROM RPT-ACTION-LINE
002600         AFTER ADVANCING 2 LINES.
002610     ADD 2 TO WS-LINE-CNT.
002620 2000-EXIT.
002630     EXIT.

002640 2100-FETCH-SUMMARY-ROW.
002650     EXEC SQL
002660         FETCH SUMCSR
002670         INTO :DB-HIST-ACTION, :DB-HIST-COUNT, :DB-EVENT-COUNT,
002680              :DB-PUB-COUNT, :DB-HELD-COUNT
002690     END-EXEC.

002700     EVALUATE SQLCODE
002710         WHEN ZERO
002720             CONTINUE
002730         WHEN 100
002740             SET WS-EOF-REACHED TO TRUE
002750         WHEN OTHER
002760             DISPLAY 'CUSTEVR - SUMMARY FETCH FAILED, SQLCODE = '
002770                 SQLCODE
002780             MOVE 901 TO WS-ABEND-CODE
002790             PERFORM 9999-ABEND
002800     END-EVALUATE.
002801 2100-EXIT.
002802     EXIT.

002810 2150-WRITE-ACTION-LINE.
002820     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
002830         PERFORM 2200-WRITE-HEADINGS
002840             THRU 2200-EXIT
002850     END-IF.
002860     COMPUTE WS-MISSING-COUNT = DB-HIST-COUNT - DB-EVENT-COUNT.
002870     MOVE DB-HIST-ACTION   TO RA-ACTION.
002880     MOVE DB-HIST-COUNT    TO RA-HIST-COUNT.
002890     MOVE DB-EVENT-COUNT   TO RA-EVENT-COUNT.
002900     MOVE DB-PUB-COUNT     TO RA-PUB-COUNT.
002910     MOVE DB-HELD-COUNT    TO RA-HELD-COUNT.
002920     MOVE WS-MISSING-COUNT TO RA-MISSING-COUNT.
002930     WRITE RPT-RECORD FROM RPT-ACTION-LINE
002940         AFTER ADVANCING 1 LINE.
002950     ADD 1 TO WS-LINE-CNT.
002960     ADD DB-HIST-COUNT    TO WS-TOT-HIST.
002970     ADD DB-EVENT-COUNT   TO WS-TOT-EVENT.
002980     ADD DB-PUB-COUNT     TO WS-TOT-PUB.
002990     ADD DB-HELD-COUNT    TO WS-TOT-HELD.
003000     ADD WS-MISSING-COUNT TO WS-TOT-MISSING.
003010     PERFORM 2100-FETCH-SUMMARY-ROW
003011         THRU 2100-EXIT.
003020 2150-EXIT.
003030     EXIT.

003040 2200-WRITE-HEADINGS.
003050     ADD 1 TO WS-PAGE-NO.
003060     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
003070     IF WS-PAGE-NO > 1
003080         WRITE RPT-RECORD FROM RPT-HEADING-1
003090             AFTER ADVANCING PAGE
003100     ELSE
003110         WRITE RPT-RECORD FROM RPT-HEADING-1
003120             AFTER ADVANCING 1 LINE
003130     END-IF.
003140     WRITE RPT-RECORD FROM RPT-HEADING-2
003150         AFTER ADVANCING 1 LINE.
003160     MOVE SPACES TO RPT-RECORD.
003170     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
003180     WRITE RPT-RECORD FROM WS-COLUMN-HEADING
003190         AFTER ADVANCING 1 LINE.
003200     MOVE 4 TO WS-LINE-CNT.
003210 2200-EXIT.
003220     EXIT.

003230*-----------------------------------------------------------
003240* HISTORY ROWS OF THE DAY WITH NO CHANGE EVENT - POSTINGS THE
003250* CRM NEVER HEARD ABOUT.
003260*-----------------------------------------------------------
003270 2500-LIST-MISSING-EVENTS.
003280     IF WS-TOT-MISSING = ZERO
003290         GO TO 2500-EXIT
003300     END-IF.
003310     MOVE RPT-HEADING-4 TO WS-COLUMN-HEADING.
003320     PERFORM 2200-WRITE-HEADINGS
003330         THRU 2200-EXIT.
003340     MOVE 'HISTORY ROWS WITH NO CHANGE EVENT' TO RS-TEXT.
003350     WRITE RPT-RECORD FROM RPT-SECTION-LINE
003360         AFTER ADVANCING 2 LINES.
003370     ADD 2 TO WS-LINE-CNT.

003380     EXEC SQL
003390         DECLARE MISSCSR CURSOR FOR
003400         SELECT H.CUST_ID, H.HIST_ACTION, CHAR(H.HIST_TS),
003410                H.OPERATOR_ID
003420           FROM CUST_HIST H
003430          WHERE DATE(H.HIST_TS) = DATE(:DB-RECON-DATE)
003440            AND NOT EXISTS
003450                (SELECT 1
003460                   FROM CUST_EVENT E
003470                  WHERE (E.CUST_ID    = H.CUST_ID
003475                    OR E.CUST_ID    = H.MERGED_FROM_ID)
003480                    AND E.HIST_ACTION = H.HIST_ACTION
003490                    AND E.HIST_TS     = H.HIST_TS)
003500          ORDER BY H.CUST_ID, H.HIST_TS
003510     END-EXEC.

003520     EXEC SQL
003530         OPEN MISSCSR
003540     END-EXEC.

003550     IF SQLCODE NOT = ZERO
003560         DISPLAY 'CUSTEVR - OPEN MISSING CURSOR FAILED, '
003570             'SQLCODE = ' SQLCODE
003580         MOVE 900 TO WS-ABEND-CODE
003590         PERFORM 9999-ABEND
003600     END-IF.

003610     MOVE 'N' TO WS-EOF-SWITCH.
003620     PERFORM 2510-FETCH-MISSING-ROW
003621         THRU 2510-EXIT.
003630     PERFORM 2550-WRITE-MISSING-LINE
003640         THRU 2550-EXIT
003650         UNTIL WS-EOF-REACHED.

003660     EXEC SQL
003670         CLOSE MISSCSR
003680     END-EXEC.
003690 2500-EXIT.
003700     EXIT.

003710 2510-FETCH-MISSING-ROW.
003720     EXEC SQL
003730         FETCH MISSCSR
003740         INTO :DB-CUST-ID, :DB-HIST-ACTION, :DB-HIST-TS,
003750              :DB-OPERATOR
003760     END-EXEC.

003770     EVALUATE SQLCODE
003780         WHEN ZERO
003790             CONTINUE
003800         WHEN 100
003810             SET WS-EOF-REACHED TO TRUE
003820         WHEN OTHER
003830             DISPLAY 'CUSTEVR - MISSING FETCH FAILED, SQLCODE = '
003840                 SQLCODE
003850             MOVE 901 TO WS-ABEND-CODE
003860             PERFORM 9999-ABEND
003870     END-EVALUATE.
003871 2510-EXIT.
003872     EXIT.

003880 2550-WRITE-MISSING-LINE.
003890     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
003900         PERFORM 2200-WRITE-HEADINGS
003910             THRU 2200-EXIT
003920     END-IF.
003930     MOVE DB-CUST-ID     TO RE-CUST-ID.
003940     MOVE DB-HIST-ACTION TO RE-ACTION.
003950     MOVE DB-HIST-TS     TO RE-HIST-TS.
003960     MOVE DB-OPERATOR    TO RE-OPERATOR.
003970     MOVE ZERO           TO RE-EVENT-ID.
003980     WRITE RPT-RECORD FROM RPT-EXCEPTION-LINE
003990         AFTER ADVANCING 1 LINE.
004000     ADD 1 TO WS-LINE-CNT.
004010     PERFORM 2510-FETCH-MISSING-ROW
004011         THRU 2510-EXIT.
004020 2550-EXIT.
004030     EXIT.

004040*-----------------------------------------------------------
004050* EVENTS OF THE DAY STILL HELD - JOURNALED BUT NOT YET ON THE
004060* CRM QUEUE. CUSTEVP RUNS AHEAD OF THIS JOB, SO ANYTHING HERE
004070* HAS WAITED THROUGH AT LEAST ONE FAILED OR MISSED PUBLISH.
004080*-----------------------------------------------------------
004090 2700-LIST-HELD-EVENTS.
004100     IF WS-TOT-HELD = ZERO
004110         GO TO 2700-EXIT
004120     END-IF.
004130     MOVE RPT-HEADING-4 TO WS-COLUMN-HEADING.
004140     PERFORM 2200-WRITE-HEADINGS
004150         THRU 2200-EXIT.
004160     MOVE 'CHANGE EVENTS NOT YET PUBLISHED' TO RS-TEXT.
004170     WRITE RPT-RECORD FROM RPT-SECTION-LINE
004180         AFTER ADVANCING 2 LINES.
004190     ADD 2 TO WS-LINE-CNT.

004200     EXEC SQL
004210         DECLARE HELDCSR CURSOR FOR
004220         SELECT E.CUST_ID, E.HIST_ACTION, CHAR(E.HIST_TS),
004230                E.OPERATOR_ID, E.EVENT_ID
004240           FROM CUST_EVENT E
004250          WHERE DATE(E.HIST_TS) = DATE(:DB-RECON-DATE)
004260            AND E.PUB_STATUS = 'N'
004270          ORDER BY E.EVENT_ID
004280     END-EXEC.

004290     EXEC SQL
004300         OPEN HELDCSR
004310     END-EXEC.

004320     IF SQLCODE NOT = ZERO
004330         DISPLAY 'CUSTEVR - OPEN HELD CURSOR FAILED, '
004340             'SQLCODE = ' SQLCODE
004350         MOVE 900 TO WS-ABEND-CODE
004360         PERFORM 9999-ABEND
004370     END-IF.

004380     MOVE 'N' TO WS-EOF-SWITCH.
004390     PERFORM 2710-FETCH-HELD-ROW
004391         THRU 2710-EXIT.
004400     PERFORM 2750-WRITE-HELD-LINE
004410         THRU 2750-EXIT
004420         UNTIL WS-EOF-REACHED.

004430     EXEC SQL
004440         CLOSE HELDCSR
004450     END-EXEC.
004460 2700-EXIT.
004470     EXIT.

004480 2710-FETCH-HELD-ROW.
004490     EXEC SQL
004500         FETCH HELDCSR
004510         INTO :DB-CUST-ID, :DB-HIST-ACTION, :DB-HIST-TS,
004520              :DB-OPERATOR, :DB-EVENT-ID
004530     END-EXEC.

004540     EVALUATE SQLCODE
004550         WHEN ZERO
004560             CONTINUE
004570         WHEN 100
004580             SET WS-EOF-REACHED TO TRUE
004590         WHEN OTHER
004600             DISPLAY 'CUSTEVR - HELD FETCH FAILED, SQLCODE = '
004610                 SQLCODE
004620             MOVE 901 TO WS-ABEND-CODE
004630             PERFORM 9999-ABEND
004640     END-EVALUATE.
004641 2710-EXIT.
004642     EXIT.

004650 2750-WRITE-HELD-LINE.
004660     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
004670         PERFORM 2200-WRITE-HEADINGS
004680             THRU 2200-EXIT
004690     END-IF.
004700     MOVE DB-CUST-ID     TO RE-CUST-ID.
004710     MOVE DB-HIST-ACTION TO RE-ACTION.
004720     MOVE DB-HIST-TS     TO RE-HIST-TS.
004730     MOVE DB-OPERATOR    TO RE-OPERATOR.
004740     MOVE DB-EVENT-ID    TO RE-EVENT-ID.
004750     WRITE RPT-RECORD FROM RPT-EXCEPTION-LINE
004760         AFTER ADVANCING 1 LINE.
004770     ADD 1 TO WS-LINE-CNT.
004780     PERFORM 2710-FETCH-HELD-ROW
004781         THRU 2710-EXIT.
004790 2750-EXIT.
004800     EXIT.

004810*-----------------------------------------------------------
004820* AN EVENT WHOSE HISTORY ROW IS GONE SHOULD NOT HAPPEN - BOTH
004830* ARE WRITTEN IN ONE UNIT OF WORK - SO ANY COUNT IS A BREAK.
004840*-----------------------------------------------------------
004850 2900-COUNT-ORPHAN-EVENTS.
004860     EXEC SQL
004870         SELECT COUNT(*)
004880           INTO :DB-ORPHAN-COUNT
004890           FROM CUST_EVENT E
004900          WHERE DATE(E.HIST_TS) = DATE(:DB-RECON-DATE)
004910            AND NOT EXISTS
004920                (SELECT 1
004930                   FROM CUST_HIST H
004940                  WHERE (H.CUST_ID    = E.CUST_ID
004945                    OR H.MERGED_FROM_ID = E.CUST_ID)
004950                    AND H.HIST_ACTION = E.HIST_ACTION
004960                    AND H.HIST_TS     = E.HIST_TS)
004970     END-EXEC.

004980     IF SQLCODE NOT = ZERO
004990         DISPLAY 'CUSTEVR - ORPHAN COUNT FAILED, SQLCODE = '
005000             SQLCODE
005010         MOVE 902 TO WS-ABEND-CODE
005020         PERFORM 9999-ABEND
005030     END-IF.
005040 2900-EXIT.
005050     EXIT.

005060 3000-TERMINATE.
005070     MOVE SPACES TO RPT-RECORD.
005080     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
005090     MOVE 'HISTORY ROWS WRITTEN:' TO RT-LABEL.
005100     MOVE WS-TOT-HIST TO RT-COUNT.
005110     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005120         AFTER ADVANCING 1 LINE.
005130     MOVE 'CHANGE EVENTS PUBLISHED:' TO RT-LABEL.
005140     MOVE WS-TOT-PUB TO RT-COUNT.
005150     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005160         AFTER ADVANCING 1 LINE.
005170     MOVE 'CHANGE EVENTS HELD:' TO RT-LABEL.
005180     MOVE WS-TOT-HELD TO RT-COUNT.
005190     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005200         AFTER ADVANCING 1 LINE.
005210     MOVE 'ROWS WITH NO EVENT:' TO RT-LABEL.
005220     MOVE WS-TOT-MISSING TO RT-COUNT.
005230     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005240         AFTER ADVANCING 1 LINE.
005250     MOVE 'EVENTS WITH NO HISTORY ROW:' TO RT-LABEL.
005260     MOVE DB-ORPHAN-COUNT TO RT-COUNT.
005270     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005280         AFTER ADVANCING 1 LINE.

005290     CLOSE CTL-FILE.
005300     CLOSE RPT-FILE.
005310     DISPLAY 'CUSTEVR - ' DB-RECON-DATE ' HIST ROWS: '
005320         WS-TOT-HIST ' PUBLISHED: ' WS-TOT-PUB
005330         ' HELD: ' WS-TOT-HELD ' MISSING: ' WS-TOT-MISSING.

005340* AN OUT-OF-BALANCE DAY IS NOT AN ABEND - THE REPORT IS THE
005350* PRODUCT - BUT THE SCHEDULER SHOULD SEE IT.
005360     IF WS-TOT-MISSING > ZERO
005370      OR WS-TOT-HELD > ZERO
005380      OR DB-ORPHAN-COUNT > ZERO
005390         MOVE 4 TO RETURN-CODE
005400     END-IF.
005410 3000-EXIT.
005420     EXIT.

005430 9999-ABEND.
005440     CLOSE CTL-FILE.
005450     CLOSE RPT-FILE.
005460     MOVE WS-ABEND-CODE TO RETURN-CODE.
005470     GOBACK.
