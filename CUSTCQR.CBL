000100*****************************************************************
000110* CUSTCQR - DAILY COLLECTIONS PRODUCTIVITY REPORT BY REP
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTCQR.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. FOR EACH COLLECTIONS REP,
000220*                  THE ACCOUNTS WORKED OFF THE CUST_COLLQ QUEUE
000230*                  TODAY (DISPOSITIONS RECORDED ON THE CUSTCOL
000240*                  SCREEN), THE PROMISES TAKEN, AND THE DOLLARS
000250*                  COLLECTED TODAY ON ACCOUNTS THE REP WORKED IN
000260*                  THE PRIOR 30 DAYS. A PAYMENT IS CREDITED TO
000270*                  THE REP WHO LAST WORKED THE ACCOUNT BEFORE
000280*                  IT POSTED, SO NO DOLLAR IS COUNTED TWICE.
000282*   OCT 2026  CAG  RUN UNDER CUSTRUN AND REPORT THE BUSINESS
000284*                  DATE'S DISPOSITIONS AND PAYMENTS, NOT THE
000286*                  CLOCK DATE'S, SO A RUN THAT STARTS AFTER
000288*                  MIDNIGHT STILL REPORTS THE DAY BEING CLOSED.
000290*-----------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.

000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RPT-FILE ASSIGN TO RPTOUT
000370         ORGANIZATION IS SEQUENTIAL.

000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  RPT-FILE
000410     RECORDING MODE IS F
000420     LABEL RECORDS ARE STANDARD.
000430 01  RPT-RECORD              PIC X(133).

000440 WORKING-STORAGE SECTION.
000450* DB2 communication area
000460 EXEC SQL
000470     INCLUDE SQLCA
000480 END-EXEC.

000490* Host variables for the dispositions-by-rep cursor
000500 01  DB-REP-ID               PIC X(8).
000510 01  DB-WORKED-COUNT         PIC S9(9) COMP.
000520 01  DB-PROMISE-COUNT        PIC S9(9) COMP.

000530* Host variables for the payments cursor and the
000540* worked-account attribution probe
000550 01  DB-CUST-ID              PIC X(6).
000560 01  DB-HIST-AMOUNT          PIC S9(9)V99 COMP-3.
000570 01  DB-HIST-TS              PIC X(26).

000573* Business date from CUSTRUN - the day being reported
000576 01  DB-BUS-DATE             PIC X(10).

000580 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
000590     88  WS-EOF-REACHED        VALUE 'Y'.
000600 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
000610 77  WS-LINE-CNT             PIC 9(02) COMP VALUE 99.
000620 77  WS-LINES-PER-PAGE       PIC 9(02) COMP VALUE 55.
000630 77  WS-REP-MAX              PIC S9(04) COMP VALUE 200.
000640 77  WS-REP-COUNT            PIC S9(04) COMP VALUE 0.
000650 77  WS-REP-SUB              PIC S9(04) COMP VALUE 0.
000660 77  WS-TOT-WORKED           PIC S9(07) COMP-3 VALUE 0.
000670 77  WS-TOT-PROMISES         PIC S9(07) COMP-3 VALUE 0.
000680 77  WS-TOT-PAYMENTS         PIC S9(07) COMP-3 VALUE 0.
000690 77  WS-TOT-COLLECTED        PIC S9(11)V99 COMP-3 VALUE 0.
000700 77  WS-ABEND-CODE           PIC S9(04) COMP.

000703* Batch run control call area (CUSTRUN)
000706 COPY CUSTRUN.

000710 01  WS-CURRENT-DATE         PIC 9(08).
000720 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
000730     05  WS-CURR-YYYY        PIC 9(04).
000740     05  WS-CURR-MM          PIC 9(02).
000750     05  WS-CURR-DD          PIC 9(02).

000760* One row per rep seen today, in the order first met; the
000770* dispositions cursor runs in rep order so the report does too.
000780 01  WS-REP-TABLE.
000790     05  WS-REP-ENTRY OCCURS 200 TIMES.
000800         10  WS-REP-ID       PIC X(08).
000810         10  WS-REP-WORKED   PIC S9(07) COMP-3.
000820         10  WS-REP-PROMISES PIC S9(07) COMP-3.
000830         10  WS-REP-PAYMENTS PIC S9(07) COMP-3.
000840         10  WS-REP-COLLECTED PIC S9(11)V99 COMP-3.

000850 01  RPT-HEADING-1.
000860     05  FILLER              PIC X(01)  VALUE SPACE.
000870     05  FILLER              PIC X(40)  VALUE
000880         'COLLECTIONS PRODUCTIVITY BY REP'.
000890     05  FILLER              PIC X(20)  VALUE SPACES.
000900     05  FILLER              PIC X(05)  VALUE 'PAGE '.
000910     05  RH1-PAGE-NO         PIC ZZ9.
000920     05  FILLER              PIC X(63)  VALUE SPACES.

000930 01  RPT-HEADING-2.
000940     05  FILLER              PIC X(01)  VALUE SPACE.
000950     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
000960     05  RH2-RUN-MM          PIC 99.
000970     05  FILLER              PIC X(01)  VALUE '/'.
000980     05  RH2-RUN-DD          PIC 99.
000990     05  FILLER              PIC X(01)  VALUE '/'.
001000     05  RH2-RUN-YYYY        PIC 9999.
001010     05  FILLER              PIC X(105) VALUE SPACES.

001020 01  RPT-HEADING-3.
001030     05  FILLER              PIC X(01)  VALUE SPACE.
001040     05  FILLER              PIC X(12)  VALUE 'REP'.
001050     05  FILLER              PIC X(18)  VALUE 'ACCOUNTS WORKED'.
001060     05  FILLER              PIC X(18)  VALUE 'PROMISES TAKEN'.
001070     05  FILLER              PIC X(18)  VALUE 'PAYMENTS'.
001080     05  FILLER              PIC X(20)  VALUE 'DOLLARS COLLECTED'.
001090     05  FILLER              PIC X(46)  VALUE SPACES.

001100 01  RPT-DETAIL-LINE.
001110     05  FILLER              PIC X(01)  VALUE SPACE.
001120     05  RD-REP-ID           PIC X(08).
001130     05  FILLER              PIC X(04)  VALUE SPACES.
001140     05  RD-WORKED           PIC ZZZZZZ9.
001150     05  FILLER              PIC X(11)  VALUE SPACES.
001160     05  RD-PROMISES         PIC ZZZZZZ9.
001170     05  FILLER              PIC X(11)  VALUE SPACES.
001180     05  RD-PAYMENTS         PIC ZZZZZZ9.
001190     05  FILLER              PIC X(06)  VALUE SPACES.
001200     05  RD-COLLECTED        PIC Z,ZZZ,ZZZ,ZZ9.99-.
001210     05  FILLER              PIC X(54)  VALUE SPACES.

001220 PROCEDURE DIVISION.
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE
001250         THRU 1000-EXIT.
001260     PERFORM 2000-LOAD-DISPOSITIONS
001270         THRU 2000-EXIT.
001280     PERFORM 2500-CREDIT-COLLECTIONS
001290         THRU 2500-EXIT.
001300     PERFORM 3000-TERMINATE
001310         THRU 3000-EXIT.
001320     GOBACK.

001330 1000-INITIALIZE.
001340     OPEN OUTPUT RPT-FILE.
001345     PERFORM 1050-BEGIN-RUN
001350         THRU 1050-EXIT.
001355     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
001360     MOVE WS-CURR-MM   TO RH2-RUN-MM.
001370     MOVE WS-CURR-DD   TO RH2-RUN-DD.
001380     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
001385     MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
001390 1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
      * (ALREADY COMPLETE FOR THE DATE WITH NO RERUN OVERRIDE). THE
      * REPORT POSTS NOTHING, SO THE JOB IS NOT ON THE DAILY
      * SCHEDULE THE DAY CLOSE CHECKS.
      *-----------------------------------------------------------
       1050-BEGIN-RUN.
           INITIALIZE RUN-CONTROL-AREA.
           MOVE 'CUSTCQR ' TO RUN-JOB-NAME.
           SET RUN-BEGIN TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTCQR - ' RUN-MESSAGE
               MOVE 912 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       1050-EXIT.
001400     EXIT.

001410*-----------------------------------------------------------
001420* ACCOUNTS WORKED AND PROMISES TAKEN: EVERY QUEUE ROW A REP
001430* DISPOSITIONED TODAY.
001440*-----------------------------------------------------------
001450 2000-LOAD-DISPOSITIONS.
001460     EXEC SQL
001470         DECLARE WRKCSR CURSOR FOR
001480         SELECT DISP_OPERATOR, COUNT(*),
001490                SUM(CASE WHEN DISP_CODE = 'P' THEN 1 ELSE 0 END)
001500           FROM CUST_COLLQ
001510          WHERE DISP_CODE <> ' '
001520            AND DATE(DISP_TS) = DATE(:DB-BUS-DATE)
001530          GROUP BY DISP_OPERATOR
001540          ORDER BY DISP_OPERATOR
001550     END-EXEC.

001560     EXEC SQL
001570         OPEN WRKCSR
001580     END-EXEC.

001590     IF SQLCODE NOT = ZERO
001600         DISPLAY 'CUSTCQR - OPEN CURSOR FAILED, SQLCODE = '
001610             SQLCODE
001620         MOVE 900 TO WS-ABEND-CODE
001630         PERFORM 9999-ABEND
001640     END-IF.

001650     MOVE 'N' TO WS-EOF-SWITCH.
001660     PERFORM 2100-FETCH-DISPOSITION
001670         THRU 2100-EXIT
001680         UNTIL WS-EOF-REACHED.

001690     EXEC SQL
001700         CLOSE WRKCSR
001710     END-EXEC.
001720 2000-EXIT.
001730     EXIT.

001740 2100-FETCH-DISPOSITION.
001750     EXEC SQL
001760         FETCH WRKCSR
001770         INTO :DB-REP-ID, :DB-WORKED-COUNT, :DB-PROMISE-COUNT
001780     END-EXEC.

001790     EVALUATE SQLCODE
001800         WHEN ZERO
001810             PERFORM 2400-FIND-REP
001820                 THRU 2400-EXIT
001830             IF WS-REP-SUB > ZERO
001840                 ADD DB-WORKED-COUNT TO WS-REP-WORKED (WS-REP-SUB)
001850                 ADD DB-PROMISE-COUNT
001860                     TO WS-REP-PROMISES (WS-REP-SUB)
001870             END-IF
001880         WHEN 100
001890             SET WS-EOF-REACHED TO TRUE
001900         WHEN OTHER
001910             DISPLAY 'CUSTCQR - FETCH FAILED, SQLCODE = '
001920                 SQLCODE
001930             MOVE 901 TO WS-ABEND-CODE
001940             PERFORM 9999-ABEND
001950     END-EVALUATE.
001960 2100-EXIT.
001970     EXIT.

001980*-----------------------------------------------------------
001990* DOLLARS COLLECTED: EACH PAYMENT (OR WRITE-OFF RECOVERY)
002000* POSTED TODAY IS CREDITED TO THE REP WHO LAST WORKED THE
002010* ACCOUNT OFF THE QUEUE IN THE 30 DAYS BEFORE IT POSTED.
002020* A PAYMENT ON AN ACCOUNT NOBODY WORKED IS NOBODY'S.
002030*-----------------------------------------------------------
002040 2500-CREDIT-COLLECTIONS.
002050     EXEC SQL
002060         DECLARE PAYCSR CURSOR FOR
002070         SELECT CUST_ID, HIST_AMOUNT, CHAR(HIST_TS)
002080           FROM CUST_HIST
002090          WHERE HIST_ACTION IN ('P', 'R')
002100            AND DATE(HIST_TS) = DATE(:DB-BUS-DATE)
002110     END-EXEC.

002120     EXEC SQL
002130         OPEN PAYCSR
002140     END-EXEC.

002150     IF SQLCODE NOT = ZERO
002160         DISPLAY 'CUSTCQR - OPEN PAYCSR FAILED, SQLCODE = '
002170             SQLCODE
002180         MOVE 900 TO WS-ABEND-CODE
002190         PERFORM 9999-ABEND
002200     END-IF.

002210     MOVE 'N' TO WS-EOF-SWITCH.
002220     PERFORM 2600-FETCH-PAYMENT
002230         THRU 2600-EXIT
002240         UNTIL WS-EOF-REACHED.

002250     EXEC SQL
002260         CLOSE PAYCSR
002270     END-EXEC.
002280 2500-EXIT.
002290     EXIT.

002300 2600-FETCH-PAYMENT.
002310     EXEC SQL
002320         FETCH PAYCSR
002330         INTO :DB-CUST-ID, :DB-HIST-AMOUNT, :DB-HIST-TS
002340     END-EXEC.

002350     EVALUATE SQLCODE
002360         WHEN ZERO
002370             PERFORM 2700-CREDIT-ONE-PAYMENT
002380                 THRU 2700-EXIT
002390         WHEN 100
002400             SET WS-EOF-REACHED TO TRUE
002410         WHEN OTHER
002420             DISPLAY 'CUSTCQR - PAYMENT FETCH FAILED, SQLCODE = '
002430                 SQLCODE
002440             MOVE 901 TO WS-ABEND-CODE
002450             PERFORM 9999-ABEND
002460     END-EVALUATE.
002470 2600-EXIT.
002480     EXIT.

002490 2700-CREDIT-ONE-PAYMENT.
002500     EXEC SQL
002510         SELECT DISP_OPERATOR
002520           INTO :DB-REP-ID
002530           FROM CUST_COLLQ
002540          WHERE CUST_ID = :DB-CUST-ID
002550            AND DISP_CODE <> ' '
002560            AND DISP_TS < TIMESTAMP(:DB-HIST-TS)
002570            AND DISP_TS >= TIMESTAMP(:DB-HIST-TS) - 30 DAYS
002580          ORDER BY DISP_TS DESC
002590          FETCH FIRST 1 ROW ONLY
002600     END-EXEC.

002610     EVALUATE SQLCODE
002620         WHEN ZERO
002630             PERFORM 2400-FIND-REP
002640                 THRU 2400-EXIT
002650             IF WS-REP-SUB > ZERO
002660                 ADD 1 TO WS-REP-PAYMENTS (WS-REP-SUB)
002670                 ADD DB-HIST-AMOUNT
002680                     TO WS-REP-COLLECTED (WS-REP-SUB)
002690             END-IF
002700         WHEN 100
002710             CONTINUE
002720         WHEN OTHER
002730             DISPLAY 'CUSTCQR - ATTRIBUTION FAILED FOR '
002740                 DB-CUST-ID ' SQLCODE = ' SQLCODE
002750             MOVE 902 TO WS-ABEND-CODE
002760             PERFORM 9999-ABEND
002770     END-EVALUATE.
002780 2700-EXIT.
002790     EXIT.

002800*-----------------------------------------------------------
002810* LOCATE DB-REP-ID IN THE REP TABLE, ADDING IT IF NEW.
002820* WS-REP-SUB COMES BACK ZERO ONLY IF THE TABLE IS FULL.
002830*-----------------------------------------------------------
002840 2400-FIND-REP.
002850     PERFORM 2410-SCAN-REP
002860         THRU 2410-EXIT
002870         VARYING WS-REP-SUB FROM 1 BY 1
002880         UNTIL WS-REP-SUB > WS-REP-COUNT
002890            OR WS-REP-ID (WS-REP-SUB) = DB-REP-ID.

002900     IF WS-REP-SUB > WS-REP-COUNT
002910         IF WS-REP-COUNT < WS-REP-MAX
002920             ADD 1 TO WS-REP-COUNT
002930             MOVE WS-REP-COUNT TO WS-REP-SUB
002940             MOVE DB-REP-ID TO WS-REP-ID (WS-REP-SUB)
002950             MOVE ZERO TO WS-REP-WORKED (WS-REP-SUB)
002960             MOVE ZERO TO WS-REP-PROMISES (WS-REP-SUB)
002970             MOVE ZERO TO WS-REP-PAYMENTS (WS-REP-SUB)
002980             MOVE ZERO TO WS-REP-COLLECTED (WS-REP-SUB)
002990         ELSE
003000             DISPLAY 'CUSTCQR - REP TABLE FULL, ' DB-REP-ID
003010                 ' NOT REPORTED'
003020             MOVE ZERO TO WS-REP-SUB
003030         END-IF
003040     END-IF.
003050 2400-EXIT.
003060     EXIT.

003070 2410-SCAN-REP.
003080     CONTINUE.
003090 2410-EXIT.
003100     EXIT.

003110 2200-WRITE-HEADINGS.
003120     ADD 1 TO WS-PAGE-NO.
003130     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
003140     IF WS-PAGE-NO > 1
003150         WRITE RPT-RECORD FROM RPT-HEADING-1
003160             AFTER ADVANCING PAGE
003170     ELSE
003180         WRITE RPT-RECORD FROM RPT-HEADING-1
003190             AFTER ADVANCING 1 LINE
003200     END-IF.
003210     WRITE RPT-RECORD FROM RPT-HEADING-2
003220         AFTER ADVANCING 1 LINE.
003230     MOVE SPACES TO RPT-RECORD.
003240     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
003250     WRITE RPT-RECORD FROM RPT-HEADING-3
003260         AFTER ADVANCING 1 LINE.
003270     MOVE 4 TO WS-LINE-CNT.
003280 2200-EXIT.
003290     EXIT.

003300 3000-TERMINATE.
003310     PERFORM 2200-WRITE-HEADINGS
003320         THRU 2200-EXIT.
003330     PERFORM 3100-WRITE-REP-LINE
003340         THRU 3100-EXIT
003350         VARYING WS-REP-SUB FROM 1 BY 1
003360         UNTIL WS-REP-SUB > WS-REP-COUNT.

003370     MOVE SPACES TO RPT-RECORD.
003380     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
003390     MOVE 'TOTAL'          TO RD-REP-ID.
003400     MOVE WS-TOT-WORKED    TO RD-WORKED.
003410     MOVE WS-TOT-PROMISES  TO RD-PROMISES.
003420     MOVE WS-TOT-PAYMENTS  TO RD-PAYMENTS.
003430     MOVE WS-TOT-COLLECTED TO RD-COLLECTED.
003440     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
003450         AFTER ADVANCING 1 LINE.

003453     PERFORM 3900-END-RUN
003456         THRU 3900-EXIT.
003460     CLOSE RPT-FILE.
003470 3000-EXIT.
003480     EXIT.

003490 3100-WRITE-REP-LINE.
003500     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
003510         PERFORM 2200-WRITE-HEADINGS
003520             THRU 2200-EXIT
003530     END-IF.
003540     MOVE WS-REP-ID (WS-REP-SUB)        TO RD-REP-ID.
003550     MOVE WS-REP-WORKED (WS-REP-SUB)    TO RD-WORKED.
003560     MOVE WS-REP-PROMISES (WS-REP-SUB)  TO RD-PROMISES.
003570     MOVE WS-REP-PAYMENTS (WS-REP-SUB)  TO RD-PAYMENTS.
003580     MOVE WS-REP-COLLECTED (WS-REP-SUB) TO RD-COLLECTED.
003590     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
003600         AFTER ADVANCING 1 LINE.
003610     ADD 1 TO WS-LINE-CNT.
003620     ADD WS-REP-WORKED (WS-REP-SUB)    TO WS-TOT-WORKED.
003630     ADD WS-REP-PROMISES (WS-REP-SUB)  TO WS-TOT-PROMISES.
003640     ADD WS-REP-PAYMENTS (WS-REP-SUB)  TO WS-TOT-PAYMENTS.
003650     ADD WS-REP-COLLECTED (WS-REP-SUB) TO WS-TOT-COLLECTED.
003660 3100-EXIT.
003670     EXIT.

       3900-END-RUN.
           MOVE WS-TOT-WORKED TO RUN-READ-COUNT.
           MOVE WS-TOT-PAYMENTS TO RUN-POSTED-COUNT.
           MOVE ZERO TO RUN-REJECT-COUNT.
           SET RUN-END TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTCQR - ' RUN-MESSAGE
               MOVE 912 TO RETURN-CODE
           END-IF.
       3900-EXIT.
           EXIT.

      * UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
      * RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
      * UNIT OF WORK. ROLL IT BACK FIRST SO A FAILED RUN IS LEFT
      * MARKED FAILED FOR THE RESTART.
003680 9999-ABEND.
003681     EXEC SQL
003682         ROLLBACK
003683     END-EXEC.
003684     IF RUN-STARTED
003685         SET RUN-FAIL TO TRUE
003686         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
003687     END-IF.
003690     CLOSE RPT-FILE.
003700     MOVE WS-ABEND-CODE TO RETURN-CODE.
003710     GOBACK.
