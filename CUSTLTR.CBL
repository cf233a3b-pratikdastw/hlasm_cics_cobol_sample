000490*                  LETTER MAY GO TO AN ACCOUNT WE ARE
000500*                  BARRED FROM DUNNING. SKIPPED COUNT ON
000510*                  THE SUMMARY.
      *   OCT 2026  CAG  RUN UNDER THE CUSTRUN BATCH RUN CONTROL.
      *                  THE LETTERS REFUSE TO START UNTIL THE
      *                  NIGHT'S CUSTAGE IS COMPLETE, ARE DATED AND
      *                  AGED AS OF THE BUSINESS DATE ON
      *                  CUST_BUSDATE, AND ARE REFUSED A SECOND TIME
      *                  FOR THE SAME DATE WITHOUT A RERUN OVERRIDE.
      *   OCT 2026  CAG  HOLD THE LETTER FOR A CUSTOMER CARRYING THE
      *                  BAD-ADDRESS MARKER (CUSTOMER.BAD_ADDR_FLAG,
      *                  SET BY THE CUSTNCO RETURNED-MAIL INTAKE) AND
      *                  LIST IT ON THE NEW HLDOUT LISTING FOR
      *                  FOLLOW-UP INSTEAD. NO CUST_LETTER ROW IS
      *                  WRITTEN, SO THE LETTER LISTS EACH NIGHT UNTIL
      *                  THE ADDRESS IS CORRECTED AND THEN GOES OUT.
      *                  HELD COUNT ON THE SUMMARY.
000520*-----------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000590     SELECT LTR-FILE ASSIGN TO LTROUT
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT RPT-FILE ASSIGN TO RPTOUT
000613         ORGANIZATION IS SEQUENTIAL.
000616     SELECT HLD-FILE ASSIGN TO HLDOUT
000620         ORGANIZATION IS SEQUENTIAL.

000630 DATA DIVISION.
000710     LABEL RECORDS ARE STANDARD.
000720 01  RPT-RECORD              PIC X(133).

000721* Letters held for a bad address on file, for follow-up
000722 FD  HLD-FILE
000723     RECORDING MODE IS F
000724     LABEL RECORDS ARE STANDARD.
000725 01  HLD-RECORD              PIC X(133).

000730 WORKING-STORAGE SECTION.
000740* DB2 communication area
000750 EXEC SQL
000830 01  DB-LAST-PAYMENT         PIC S9(9)V99 COMP-3.
000840 01  DB-ACCOUNT-TYPE         PIC X(1).
000850 01  DB-DNC-FLAG             PIC X(1).
000855 01  DB-BAD-ADDR-FLAG        PIC X(1).

000860* Host variables for the CUST_LETTER record
000870 01  DB-LETTER-LEVEL         PIC S9(4) COMP.
000940* that paid and later re-ages starts the ladder over.
000950 01  DB-LETTER-CUTOFF        PIC X(10).

000953* Host variable for the business date the run posts under
000956 01  DB-BUS-DATE             PIC X(10).

000960 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
000970     88  WS-EOF-REACHED        VALUE 'Y'.
000980 77  WS-DAYS-SINCE-PMT       PIC S9(09) COMP.
001060 77  WS-LETTERS-WRITTEN      PIC S9(05) COMP-3 VALUE 0.
001070 77  WS-LETTERS-HELD         PIC S9(05) COMP-3 VALUE 0.
001080 77  WS-DNC-SKIPPED          PIC S9(05) COMP-3 VALUE 0.
001082 77  WS-BAD-ADDR-HELD        PIC S9(05) COMP-3 VALUE 0.
001084 77  WS-HLD-PAGE-NO          PIC 9(03) COMP VALUE 0.
001086 77  WS-HLD-LINE-CNT         PIC 9(02) COMP VALUE 99.
001088 77  WS-LINES-PER-PAGE       PIC 9(02) COMP VALUE 55.
001090 77  WS-PROMISE-SWITCH       PIC X(01).
001100     88  WS-PROMISE-OPEN       VALUE 'Y'.
001110 77  WS-ABEND-CODE           PIC S9(04) COMP.
001150     05  WS-CURR-MM          PIC 9(02).
001160     05  WS-CURR-DD          PIC 9(02).

001163* Batch run control call area (CUSTRUN)
001166 COPY CUSTRUN.

001170 01  WS-PAYMENT-DATE         PIC 9(08).
001180 01  WS-PAYMENT-DATE-R REDEFINES WS-PAYMENT-DATE.
001190     05  WS-PMT-YYYY         PIC 9(04).
001860     05  RL-COUNT-O          PIC ZZZZ9.
001870     05  FILLER              PIC X(59)  VALUE SPACES.

       01  HLD-HEADING-1.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  FILLER              PIC X(40)  VALUE
               'COLLECTION LETTERS HELD - BAD ADDRESS'.
           05  FILLER              PIC X(20)  VALUE SPACES.
           05  FILLER              PIC X(05)  VALUE 'PAGE '.
           05  HH1-PAGE-NO         PIC ZZ9.
           05  FILLER              PIC X(64)  VALUE SPACES.

       01  HLD-HEADING-3.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  FILLER              PIC X(10)  VALUE 'CUST ID'.
           05  FILLER              PIC X(32)  VALUE 'CUSTOMER NAME'.
           05  FILLER              PIC X(52)  VALUE 'ADDRESS ON FILE'.
           05  FILLER              PIC X(07)  VALUE 'LEVEL'.
           05  FILLER              PIC X(13)  VALUE '      BALANCE'.
           05  FILLER              PIC X(18)  VALUE SPACES.

       01  HLD-DETAIL-LINE.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  HD-CUST-ID          PIC X(06).
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  HD-CUST-NAME        PIC X(30).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  HD-CUST-ADDRESS     PIC X(50).
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  HD-LEVEL            PIC 9.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  HD-BALANCE          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(18)  VALUE SPACES.

001880 01  RPT-TOTAL-LINE.
001890     05  FILLER              PIC X(01)  VALUE SPACE.
001900     05  RT-LABEL            PIC X(20).
002030 1000-INITIALIZE.
002040     OPEN OUTPUT LTR-FILE.
002050     OPEN OUTPUT RPT-FILE.
002052     OPEN OUTPUT HLD-FILE.
002055     PERFORM 1050-BEGIN-RUN
002060         THRU 1050-EXIT.
002065     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
002070     MOVE WS-CURR-MM   TO RH2-RUN-MM.
002080     MOVE WS-CURR-DD   TO RH2-RUN-DD.
002090     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
002160         DECLARE LTRCSR CURSOR FOR
002170         SELECT CUST_ID, CUST_NAME, CUST_ADDRESS,
002180                CUST_BALANCE, LAST_PAYMENT, ACCOUNT_TYPE,
002190                DNC_FLAG, BAD_ADDR_FLAG
002200           FROM CUSTOMER
002210          WHERE CUST_BALANCE > 0
002220          ORDER BY CUST_ID

002330     PERFORM 2100-FETCH-NEXT-ROW.
002340 1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
      * (THE NIGHT'S CUSTAGE NOT COMPLETE, OR THE DATE'S LETTERS
      * ALREADY PRODUCED WITH NO RERUN OVERRIDE).
      *-----------------------------------------------------------
       1050-BEGIN-RUN.
           INITIALIZE RUN-CONTROL-AREA.
           MOVE 'CUSTLTR ' TO RUN-JOB-NAME.
           SET RUN-BEGIN TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTLTR - ' RUN-MESSAGE
               MOVE 912 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
       1050-EXIT.
002350     EXIT.

002360 2000-PROCESS-ONE-ROW.
002590         IF WS-LETTER-LEVEL > WS-PRIOR-LEVEL
002600             PERFORM 2550-CHECK-OPEN-PROMISE
002610                 THRU 2550-EXIT
002616             EVALUATE TRUE
002622                 WHEN WS-PROMISE-OPEN
002630                     ADD 1 TO WS-LETTERS-HELD
002634                 WHEN DB-BAD-ADDR-FLAG = 'Y'
002638                     PERFORM 2650-LIST-HELD-LETTER
002642                         THRU 2650-EXIT
002646                 WHEN OTHER
002650                     PERFORM 2600-WRITE-LETTER
002660                         THRU 2600-EXIT
002670                     PERFORM 2700-RECORD-LETTER
002680                         THRU 2700-EXIT
002690             END-EVALUATE
002700         END-IF
002710     END-IF.

002780         FETCH LTRCSR
002790         INTO :DB-CUST-ID, :DB-CUST-NAME, :DB-CUST-ADDRESS,
002800              :DB-CUST-BALANCE, :DB-LAST-PAYMENT,
002806              :DB-ACCOUNT-TYPE, :DB-DNC-FLAG,
002812              :DB-BAD-ADDR-FLAG
002820     END-EXEC.

002830     EVALUATE SQLCODE
004940 2610-EXIT.
004950     EXIT.

      *-----------------------------------------------------------
      * THE ADDRESS ON FILE IS KNOWN BAD: LIST THE LETTER THAT WOULD
      * HAVE GONE OUT FOR FOLLOW-UP INSTEAD OF MAILING IT. NOTHING
      * IS RECORDED ON CUST_LETTER, SO THE LETTER LISTS AGAIN EACH
      * NIGHT UNTIL THE ADDRESS IS CORRECTED AND THEN GOES OUT.
      *-----------------------------------------------------------
       2650-LIST-HELD-LETTER.
           IF WS-HLD-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 2660-WRITE-HLD-HEADINGS
                   THRU 2660-EXIT
           END-IF.
           MOVE DB-CUST-ID      TO HD-CUST-ID.
           MOVE DB-CUST-NAME    TO HD-CUST-NAME.
           MOVE DB-CUST-ADDRESS TO HD-CUST-ADDRESS.
           MOVE WS-LETTER-LEVEL TO HD-LEVEL.
           MOVE DB-CUST-BALANCE TO HD-BALANCE.
           WRITE HLD-RECORD FROM HLD-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-HLD-LINE-CNT.
           ADD 1 TO WS-BAD-ADDR-HELD.
       2650-EXIT.
           EXIT.

       2660-WRITE-HLD-HEADINGS.
           ADD 1 TO WS-HLD-PAGE-NO.
           MOVE WS-HLD-PAGE-NO TO HH1-PAGE-NO.
           IF WS-HLD-PAGE-NO > 1
               WRITE HLD-RECORD FROM HLD-HEADING-1
                   AFTER ADVANCING PAGE
           ELSE
               WRITE HLD-RECORD FROM HLD-HEADING-1
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE HLD-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO HLD-RECORD.
           WRITE HLD-RECORD AFTER ADVANCING 1 LINE.
           WRITE HLD-RECORD FROM HLD-HEADING-3
               AFTER ADVANCING 1 LINE.
           MOVE 4 TO WS-HLD-LINE-CNT.
       2660-EXIT.
           EXIT.

004960 2700-RECORD-LETTER.
004970     MOVE WS-LETTER-LEVEL TO DB-LETTER-LEVEL.
004980     EXEC SQL
004990         INSERT INTO CUST_LETTER
005000             (CUST_ID, LETTER_DATE, LETTER_LEVEL)
005010         VALUES
005016             (:DB-CUST-ID, DATE(:DB-BUS-DATE),
005022              :DB-LETTER-LEVEL)
005030     END-EXEC.

005040     IF SQLCODE NOT = ZERO
005350     MOVE WS-DNC-SKIPPED TO RT-TOTAL.
005360     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005370         AFTER ADVANCING 1 LINE.
005372     MOVE 'HELD-BAD ADDRESS:   ' TO RT-LABEL.
005374     MOVE WS-BAD-ADDR-HELD TO RT-TOTAL.
005376     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005378         AFTER ADVANCING 1 LINE.

005380     EXEC SQL
005390         CLOSE LTRCSR

005410     CLOSE LTR-FILE.
005420     CLOSE RPT-FILE.
005425     CLOSE HLD-FILE.
005430     DISPLAY 'CUSTLTR - LETTERS GENERATED: '
005440         WS-LETTERS-WRITTEN.
005443     PERFORM 3900-END-RUN
005446         THRU 3900-EXIT.
005450 3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * MARK THE RUN COMPLETE FOR THE BUSINESS DATE. LETTERS HELD
      * FOR A PROMISE OR A BAD ADDRESS, OR SKIPPED FOR
      * DO-NOT-CONTACT, COUNT AS REJECTED.
      *-----------------------------------------------------------
       3900-END-RUN.
           COMPUTE RUN-READ-COUNT = WS-LETTERS-WRITTEN
                                  + WS-LETTERS-HELD
                                  + WS-BAD-ADDR-HELD
                                  + WS-DNC-SKIPPED.
           MOVE WS-LETTERS-WRITTEN TO RUN-POSTED-COUNT.
           COMPUTE RUN-REJECT-COUNT = WS-LETTERS-HELD
                                    + WS-BAD-ADDR-HELD
                                    + WS-DNC-SKIPPED.
           SET RUN-END TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTLTR - ' RUN-MESSAGE
               MOVE 912 TO RETURN-CODE
           END-IF.
       3900-EXIT.
005460     EXIT.

005470 3100-WRITE-LEVEL-LINE.
005660* UNIT OF WORK. ROLL IT BACK FIRST: THE LETTER FILE OF A
005670* FAILED STEP IS DELETED WITH IT, SO COMMITTED CUST_LETTER
005680* ROWS WOULD SUPPRESS THE RERUN FROM EVER PRINTING THOSE
005690* LETTERS. THE RUN IS THEN MARKED FAILED ON CUST_RUNCTL.
005700 9999-ABEND.
005710     EXEC SQL
005720         ROLLBACK
005730     END-EXEC.
005732     IF RUN-STARTED
005734         SET RUN-FAIL TO TRUE
005736         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
005738     END-IF.
005740     CLOSE LTR-FILE.
005750     CLOSE RPT-FILE.
005755     CLOSE HLD-FILE.
005760     MOVE WS-ABEND-CODE TO RETURN-CODE.
005770     GOBACK.
