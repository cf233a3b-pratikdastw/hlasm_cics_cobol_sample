000100*****************************************************************
000110* CUSTEOD - END-OF-DAY CLOSE AND BATCH RUN STATUS
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTEOD.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. OPERATIONS' WAY INTO THE
000220*                  BATCH RUN CONTROL (CUSTRUN). ONE CTLIN CARD
000230*                  PER RUN:
000240*                    CLOSE          CLOSE THE BUSINESS DAY AND
000250*                                   ROLL THE DATE. REFUSED
000260*                                   UNLESS EVERY NIGHTLY JOB IS
000270*                                   COMPLETE; "CLOSE    FORCE"
000280*                                   CLOSES REGARDLESS.
000290*                    RERUN  JOBNAME [RUN KEY]
000300*                                   ALLOW ONE MORE RUN OF A JOB
000310*                                   ALREADY COMPLETE FOR THE
000320*                                   BUSINESS DATE (OR THE RUN
000330*                                   KEY GIVEN).
000340*                    STATUS         REPORT ONLY.
000350*                  EVERY RUN PRINTS THE RUN STATUS REPORT FOR
000360*                  THE BUSINESS DATE - EACH JOB'S STATUS, START,
000370*                  END AND COUNTS - SO THE WHOLE NIGHT READS AT
000380*                  A GLANCE.
000383*   OCT 2026  CAG  ROLL BACK ANY IN-FLIGHT DB2 WORK ON AN
000386*                  ABEND BEFORE ENDING THE STEP.
000390*-----------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.

000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CTL-FILE ASSIGN TO CTLIN
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT RPT-FILE ASSIGN TO RPTOUT
000490         ORGANIZATION IS SEQUENTIAL.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CTL-FILE
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550 01  CTL-RECORD.
000560     05  CTL-COMMAND         PIC X(08).
000570     05  FILLER              PIC X(01).
000580     05  CTL-OPERAND         PIC X(08).
000590     05  FILLER              PIC X(01).
000600     05  CTL-RUN-KEY         PIC X(10).
000610     05  FILLER              PIC X(52).

000620 FD  RPT-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 01  RPT-RECORD              PIC X(133).

000660 WORKING-STORAGE SECTION.
000670* DB2 communication area
000680 EXEC SQL
000690     INCLUDE SQLCA
000700 END-EXEC.

000710* Host variables for the run status cursor
000720 01  DB-BUS-DATE-ISO         PIC X(10).
000730 01  DB-JOB-NAME             PIC X(8).
000740 01  DB-RUN-KEY              PIC X(10).
000750 01  DB-RUN-STATUS           PIC X(1).
000760 01  DB-START-TS             PIC X(26).
000770 01  DB-END-TS               PIC X(26).
000780 01  DB-READ-COUNT           PIC S9(9) COMP.
000790 01  DB-POSTED-COUNT         PIC S9(9) COMP.
000800 01  DB-REJECT-COUNT         PIC S9(9) COMP.
000810 01  DB-RUN-COUNT            PIC S9(9) COMP.
000820 01  DB-RERUN-OK             PIC X(1).

000830 COPY CUSTRUN.

000840 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
000850     88  WS-EOF-REACHED        VALUE 'Y'.
000860 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
000870 77  WS-LINE-CNT             PIC 9(02) COMP VALUE 99.
000880 77  WS-LINES-PER-PAGE       PIC 9(02) COMP VALUE 55.
000890 77  WS-JOB-COUNT            PIC S9(05) COMP-3 VALUE 0.
000900 77  WS-ABEND-CODE           PIC S9(04) COMP.

000910 01  RPT-HEADING-1.
000920     05  FILLER              PIC X(01)  VALUE SPACE.
000930     05  FILLER              PIC X(40)  VALUE
000940         'BATCH RUN STATUS'.
000950     05  FILLER              PIC X(20)  VALUE SPACES.
000960     05  FILLER              PIC X(05)  VALUE 'PAGE '.
000970     05  RH1-PAGE-NO         PIC ZZ9.
000980     05  FILLER              PIC X(63)  VALUE SPACES.

000990 01  RPT-HEADING-2.
001000     05  FILLER              PIC X(01)  VALUE SPACE.
001010     05  FILLER              PIC X(16)  VALUE 'BUSINESS DATE: '.
001020     05  RH2-BUS-DATE        PIC X(10).
001030     05  FILLER              PIC X(106) VALUE SPACES.

001040 01  RPT-HEADING-3.
001050     05  FILLER              PIC X(01)  VALUE SPACE.
001060     05  FILLER              PIC X(10)  VALUE 'JOB'.
001070     05  FILLER              PIC X(12)  VALUE 'RUN KEY'.
001080     05  FILLER              PIC X(10)  VALUE 'STATUS'.
001090     05  FILLER              PIC X(21)  VALUE 'STARTED'.
001100     05  FILLER              PIC X(21)  VALUE 'ENDED'.
001110     05  FILLER              PIC X(13)  VALUE '       READ'.
001120     05  FILLER              PIC X(13)  VALUE '     POSTED'.
001130     05  FILLER              PIC X(13)  VALUE '   REJECTED'.
001140     05  FILLER              PIC X(05)  VALUE 'RUNS'.
001150     05  FILLER              PIC X(14)  VALUE SPACES.

001160 01  RPT-DETAIL-LINE.
001170     05  FILLER              PIC X(01)  VALUE SPACE.
001180     05  RD-JOB-NAME         PIC X(08).
001190     05  FILLER              PIC X(02)  VALUE SPACES.
001200     05  RD-RUN-KEY          PIC X(10).
001210     05  FILLER              PIC X(02)  VALUE SPACES.
001220     05  RD-STATUS           PIC X(08).
001230     05  FILLER              PIC X(02)  VALUE SPACES.
001240     05  RD-START-TS         PIC X(19).
001250     05  FILLER              PIC X(02)  VALUE SPACES.
001260     05  RD-END-TS           PIC X(19).
001270     05  FILLER              PIC X(02)  VALUE SPACES.
001280     05  RD-READ             PIC ZZZ,ZZZ,ZZ9.
001290     05  FILLER              PIC X(02)  VALUE SPACES.
001300     05  RD-POSTED           PIC ZZZ,ZZZ,ZZ9.
001310     05  FILLER              PIC X(02)  VALUE SPACES.
001320     05  RD-REJECTED         PIC ZZZ,ZZZ,ZZ9.
001330     05  FILLER              PIC X(02)  VALUE SPACES.
001340     05  RD-RUN-COUNT        PIC ZZ9.
001350     05  FILLER              PIC X(01)  VALUE SPACE.
001360     05  RD-RERUN-FLAG       PIC X(06).
001370     05  FILLER              PIC X(07)  VALUE SPACES.

001380 01  RPT-MESSAGE-LINE.
001390     05  FILLER              PIC X(01)  VALUE SPACE.
001400     05  RM-LABEL            PIC X(20).
001410     05  RM-TEXT             PIC X(60).
001420     05  FILLER              PIC X(52)  VALUE SPACES.

001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE
001460         THRU 1000-EXIT.
001470     PERFORM 2000-PROCESS-CARD
001480         THRU 2000-EXIT.
001490     PERFORM 3000-TERMINATE
001500         THRU 3000-EXIT.
001510     GOBACK.

001520 1000-INITIALIZE.
001530     OPEN INPUT CTL-FILE.
001540     OPEN OUTPUT RPT-FILE.
001550     INITIALIZE RUN-CONTROL-AREA.
001560     MOVE 'CUSTEOD ' TO RUN-JOB-NAME.

001570     READ CTL-FILE
001580         AT END
001590             DISPLAY 'CUSTEOD - CONTROL CARD MISSING'
001600             MOVE 907 TO WS-ABEND-CODE
001610             PERFORM 9999-ABEND
001620     END-READ.

001630     IF CTL-COMMAND NOT = 'CLOSE'
001640        AND CTL-COMMAND NOT = 'RERUN'
001650        AND CTL-COMMAND NOT = 'STATUS'
001660         DISPLAY 'CUSTEOD - INVALID CONTROL CARD: ' CTL-RECORD
001670         MOVE 907 TO WS-ABEND-CODE
001680         PERFORM 9999-ABEND
001690     END-IF.

001700     IF CTL-COMMAND = 'RERUN' AND CTL-OPERAND = SPACES
001710         DISPLAY 'CUSTEOD - RERUN CARD HAS NO JOB NAME'
001720         MOVE 907 TO WS-ABEND-CODE
001730         PERFORM 9999-ABEND
001740     END-IF.

001750     PERFORM 1100-READ-BUSINESS-DATE
001760         THRU 1100-EXIT.
001770 1000-EXIT.
001780     EXIT.

001790 1100-READ-BUSINESS-DATE.
001800     EXEC SQL
001810         SELECT CHAR(BUS_DATE, ISO)
001820           INTO :DB-BUS-DATE-ISO
001830           FROM CUST_BUSDATE
001840     END-EXEC.

001850     IF SQLCODE NOT = ZERO
001860         DISPLAY 'CUSTEOD - BUSINESS DATE READ FAILED, SQLCODE = '
001870             SQLCODE
001880         MOVE 903 TO WS-ABEND-CODE
001890         PERFORM 9999-ABEND
001900     END-IF.
001910     MOVE DB-BUS-DATE-ISO TO RH2-BUS-DATE.
001920 1100-EXIT.
001930     EXIT.

001940*-----------------------------------------------------------
001950* THE OVERRIDE IS SET BEFORE THE REPORT SO THE REPORT SHOWS
001960* IT; THE CLOSE RUNS AFTER THE REPORT SO THE REPORT SHOWS
001970* THE DAY BEING CLOSED. A REFUSAL ENDS THE STEP RC=8.
001980*-----------------------------------------------------------
001990 2000-PROCESS-CARD.
002000     IF CTL-COMMAND = 'RERUN'
002010         MOVE CTL-OPERAND TO RUN-JOB-NAME
002020         MOVE CTL-RUN-KEY TO RUN-KEY
002030         SET RUN-SET-OVERRIDE TO TRUE
002040         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
002050         PERFORM 2500-REPORT-RESULT
002060             THRU 2500-EXIT
002070     END-IF.

002080     PERFORM 2100-LIST-RUNS
002090         THRU 2100-EXIT.

002100     IF CTL-COMMAND = 'CLOSE'
002110         IF CTL-OPERAND = 'FORCE'
002120             SET RUN-FORCE TO TRUE
002130         END-IF
002140         SET RUN-CLOSE-DAY TO TRUE
002150         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
002160         PERFORM 2500-REPORT-RESULT
002170             THRU 2500-EXIT
002180     END-IF.
002190 2000-EXIT.
002200     EXIT.

002210 2100-LIST-RUNS.
002220     EXEC SQL
002230         DECLARE RUNCSR CURSOR FOR
002240         SELECT JOB_NAME, RUN_KEY, RUN_STATUS,
002250                CHAR(START_TS),
002260                COALESCE(CHAR(END_TS), ' '),
002270                READ_COUNT, POSTED_COUNT, REJECT_COUNT,
002280                RUN_COUNT, RERUN_OK
002290           FROM CUST_RUNCTL
002300          WHERE BUS_DATE = DATE(:DB-BUS-DATE-ISO)
002310          ORDER BY START_TS, JOB_NAME
002320     END-EXEC.

002330     EXEC SQL
002340         OPEN RUNCSR
002350     END-EXEC.

002360     IF SQLCODE NOT = ZERO
002370         DISPLAY 'CUSTEOD - OPEN CURSOR FAILED, SQLCODE = '
002380             SQLCODE
002390         MOVE 900 TO WS-ABEND-CODE
002400         PERFORM 9999-ABEND
002410     END-IF.

002420     PERFORM 2200-WRITE-HEADINGS
002430         THRU 2200-EXIT.
002440     PERFORM 2300-FETCH-RUN
002450         THRU 2300-EXIT
002460         UNTIL WS-EOF-REACHED.

002470     EXEC SQL
002480         CLOSE RUNCSR
002490     END-EXEC.

002500     IF WS-JOB-COUNT = ZERO
002510         MOVE 'NO JOBS HAVE RUN' TO RM-LABEL
002520         MOVE SPACES TO RM-TEXT
002530         WRITE RPT-RECORD FROM RPT-MESSAGE-LINE
002540             AFTER ADVANCING 1 LINE
002550     END-IF.
002560 2100-EXIT.
002570     EXIT.

002580 2300-FETCH-RUN.
002590     EXEC SQL
002600         FETCH RUNCSR
002610         INTO :DB-JOB-NAME, :DB-RUN-KEY, :DB-RUN-STATUS,
002620              :DB-START-TS, :DB-END-TS, :DB-READ-COUNT,
002630              :DB-POSTED-COUNT, :DB-REJECT-COUNT,
002640              :DB-RUN-COUNT, :DB-RERUN-OK
002650     END-EXEC.

002660     EVALUATE SQLCODE
002670         WHEN ZERO
002680             PERFORM 2400-WRITE-RUN-LINE
002690                 THRU 2400-EXIT
002700         WHEN 100
002710             SET WS-EOF-REACHED TO TRUE
002720         WHEN OTHER
002730             DISPLAY 'CUSTEOD - FETCH FAILED, SQLCODE = '
002740                 SQLCODE
002750             MOVE 901 TO WS-ABEND-CODE
002760             PERFORM 9999-ABEND
002770     END-EVALUATE.
002780 2300-EXIT.
002790     EXIT.

002800 2400-WRITE-RUN-LINE.
002810     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
002820         PERFORM 2200-WRITE-HEADINGS
002830             THRU 2200-EXIT
002840     END-IF.
002850     MOVE DB-JOB-NAME  TO RD-JOB-NAME.
002860     MOVE DB-RUN-KEY   TO RD-RUN-KEY.
002870     EVALUATE DB-RUN-STATUS
002880         WHEN 'C'
002890             MOVE 'COMPLETE' TO RD-STATUS
002900         WHEN 'F'
002910             MOVE 'FAILED'   TO RD-STATUS
002920         WHEN 'R'
002930             MOVE 'RUNNING'  TO RD-STATUS
002940         WHEN OTHER
002950             MOVE DB-RUN-STATUS TO RD-STATUS
002960     END-EVALUATE.
002970     MOVE DB-START-TS (1:19) TO RD-START-TS.
002980     MOVE DB-END-TS (1:19)   TO RD-END-TS.
002990     MOVE DB-READ-COUNT      TO RD-READ.
003000     MOVE DB-POSTED-COUNT    TO RD-POSTED.
003010     MOVE DB-REJECT-COUNT    TO RD-REJECTED.
003020     MOVE DB-RUN-COUNT       TO RD-RUN-COUNT.
003030     IF DB-RERUN-OK = 'Y'
003040         MOVE 'RERUN' TO RD-RERUN-FLAG
003050     ELSE
003060         MOVE SPACES TO RD-RERUN-FLAG
003070     END-IF.
003080     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
003090         AFTER ADVANCING 1 LINE.
003100     ADD 1 TO WS-LINE-CNT.
003110     ADD 1 TO WS-JOB-COUNT.
003120 2400-EXIT.
003130     EXIT.

003140 2500-REPORT-RESULT.
003150     MOVE SPACES TO RPT-RECORD.
003160     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
003170     IF RUN-OK
003180         IF RUN-CLOSE-DAY
003190             MOVE 'DAY CLOSED - NOW:' TO RM-LABEL
003200             MOVE RUN-BUS-DATE-ISO TO RM-TEXT
003210         ELSE
003220             MOVE 'RERUN ALLOWED:' TO RM-LABEL
003230             MOVE SPACES TO RM-TEXT
003240             STRING RUN-JOB-NAME ' ' RUN-KEY
003250                 DELIMITED BY SIZE INTO RM-TEXT
003260         END-IF
003270     ELSE
003280         MOVE 'NOT DONE:' TO RM-LABEL
003290         MOVE RUN-MESSAGE TO RM-TEXT
003300         MOVE RUN-RETURN-CODE TO RETURN-CODE
003310     END-IF.
003320     WRITE RPT-RECORD FROM RPT-MESSAGE-LINE
003330         AFTER ADVANCING 1 LINE.
003340     DISPLAY 'CUSTEOD - ' RM-LABEL ' ' RM-TEXT.
003350 2500-EXIT.
003360     EXIT.

003370 2200-WRITE-HEADINGS.
003380     ADD 1 TO WS-PAGE-NO.
003390     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
003400     IF WS-PAGE-NO > 1
003410         WRITE RPT-RECORD FROM RPT-HEADING-1
003420             AFTER ADVANCING PAGE
003430     ELSE
003440         WRITE RPT-RECORD FROM RPT-HEADING-1
003450             AFTER ADVANCING 1 LINE
003460     END-IF.
003470     WRITE RPT-RECORD FROM RPT-HEADING-2
003480         AFTER ADVANCING 1 LINE.
003490     MOVE SPACES TO RPT-RECORD.
003500     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
003510     WRITE RPT-RECORD FROM RPT-HEADING-3
003520         AFTER ADVANCING 1 LINE.
003530     MOVE 4 TO WS-LINE-CNT.
003540 2200-EXIT.
003550     EXIT.

003560 3000-TERMINATE.
003570     CLOSE CTL-FILE.
003580     CLOSE RPT-FILE.
003590 3000-EXIT.
003600     EXIT.

003610 9999-ABEND.
003612     EXEC SQL
003614         ROLLBACK
003616     END-EXEC.
003620     CLOSE CTL-FILE.
003630     CLOSE RPT-FILE.
003640     MOVE WS-ABEND-CODE TO RETURN-CODE.
003650     GOBACK.
