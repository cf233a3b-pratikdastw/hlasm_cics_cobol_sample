000350*                  CUSTOMER FOR THE SAME CHANGE. CONTROL
000360*                  REPORT TOTALS NOTICES BY ACCOUNT TYPE
000370*                  AND EFFECTIVE DATE. RUN NIGHTLY.
000371*   OCT 2026  CAG  HOLD THE NOTICE FOR A CUSTOMER CARRYING THE
000372*                  BAD-ADDRESS MARKER (CUSTOMER.BAD_ADDR_FLAG,
000373*                  SET BY THE CUSTNCO RETURNED-MAIL INTAKE) AND
000374*                  LIST IT ON THE NEW HLDOUT LISTING FOR
000375*                  FOLLOW-UP INSTEAD. NO CUST_RATE_NTC ROW IS
000376*                  WRITTEN, SO THE NOTICE LISTS EACH NIGHT UNTIL
000377*                  THE ADDRESS IS CORRECTED - THEN SENT IF THE
000378*                  CHANGE IS NOT YET IN EFFECT. HELD COUNT PER
000379*                  CHANGE ON THE CONTROL REPORT.
000380*-----------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000450     SELECT LTR-FILE ASSIGN TO LTROUT
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT RPT-FILE ASSIGN TO RPTOUT
000473         ORGANIZATION IS SEQUENTIAL.
000476     SELECT HLD-FILE ASSIGN TO HLDOUT
000480         ORGANIZATION IS SEQUENTIAL.

000490 DATA DIVISION.
000570     LABEL RECORDS ARE STANDARD.
000580 01  RPT-RECORD              PIC X(133).

000581* Notices held for a bad address on file, for follow-up
000582 FD  HLD-FILE
000583     RECORDING MODE IS F
000584     LABEL RECORDS ARE STANDARD.
000585 01  HLD-RECORD              PIC X(133).

000590 WORKING-STORAGE SECTION.
000600* DB2 communication area
000610 EXEC SQL
000700 01  DB-CUST-ID              PIC X(6).
000710 01  DB-CUST-NAME            PIC X(30).
000720 01  DB-CUST-ADDRESS         PIC X(50).
000725 01  DB-BAD-ADDR-FLAG        PIC X(1).

000730* Host variable for the already-noticed probe
000740 01  DB-NOTICE-COUNT         PIC S9(9) COMP.
000820 77  WS-NOTICES-WRITTEN      PIC S9(07) COMP-3 VALUE 0.
000830 77  WS-CHANGE-NOTICES       PIC S9(07) COMP-3 VALUE 0.
000840 77  WS-CHANGE-SKIPPED       PIC S9(07) COMP-3 VALUE 0.
000842 77  WS-CHANGE-HELD          PIC S9(07) COMP-3 VALUE 0.
000844 77  WS-NOTICES-HELD         PIC S9(07) COMP-3 VALUE 0.
000846 77  WS-HLD-PAGE-NO          PIC 9(03) COMP VALUE 0.
000848 77  WS-HLD-LINE-CNT         PIC 9(02) COMP VALUE 99.
000850 77  WS-ABEND-CODE           PIC S9(04) COMP.
000860* NOTICES GO OUT FOR CHANGES EFFECTIVE WITHIN THIS MANY
000870* DAYS - THE ADVANCE-NOTICE PERIOD OUR TERMS PROMISE.
001550     05  FILLER              PIC X(12)  VALUE ' NEW RATE'.
001560     05  FILLER              PIC X(10)  VALUE 'NOTICES'.
001570     05  FILLER              PIC X(12)  VALUE 'ALREADY SENT'.
001575     05  FILLER              PIC X(02)  VALUE SPACES.
001580     05  FILLER              PIC X(12)  VALUE 'HELD-BAD ADR'.
001585     05  FILLER              PIC X(54)  VALUE SPACES.

001590 01  RPT-CHANGE-LINE.
001600     05  FILLER              PIC X(01)  VALUE SPACE.
001690     05  RC-NOTICES          PIC ZZZZZZ9.
001700     05  FILLER              PIC X(05)  VALUE SPACES.
001710     05  RC-SKIPPED          PIC ZZZZZZ9.
           05  FILLER              PIC X(05)  VALUE SPACES.
           05  RC-HELD             PIC ZZZZZZ9.
           05  FILLER              PIC X(58)  VALUE SPACES.

       01  HLD-HEADING-1.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  FILLER              PIC X(40)  VALUE
               'RATE-CHANGE NOTICES HELD - BAD ADDRESS'.
           05  FILLER              PIC X(20)  VALUE SPACES.
           05  FILLER              PIC X(05)  VALUE 'PAGE '.
           05  HH1-PAGE-NO         PIC ZZ9.
           05  FILLER              PIC X(64)  VALUE SPACES.

       01  HLD-HEADING-3.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  FILLER              PIC X(10)  VALUE 'CUST ID'.
           05  FILLER              PIC X(32)  VALUE 'CUSTOMER NAME'.
           05  FILLER              PIC X(52)  VALUE 'ADDRESS ON FILE'.
           05  FILLER              PIC X(06)  VALUE 'TYPE'.
           05  FILLER              PIC X(10)  VALUE 'EFF DATE'.
           05  FILLER              PIC X(22)  VALUE SPACES.

       01  HLD-DETAIL-LINE.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  HD-CUST-ID          PIC X(06).
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  HD-CUST-NAME        PIC X(30).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  HD-CUST-ADDRESS     PIC X(50).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  HD-ACCOUNT-TYPE     PIC X(01).
           05  FILLER              PIC X(05)  VALUE SPACES.
           05  HD-EFF-DATE         PIC X(10).
           05  FILLER              PIC X(22)  VALUE SPACES.

001730 01  RPT-TOTAL-LINE.
001740     05  FILLER              PIC X(01)  VALUE SPACE.
001880 1000-INITIALIZE.
001890     OPEN OUTPUT LTR-FILE.
001900     OPEN OUTPUT RPT-FILE.
001905     OPEN OUTPUT HLD-FILE.
001910     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
001920     MOVE WS-CURR-MM   TO RH2-RUN-MM.
001930     MOVE WS-CURR-DD   TO RH2-RUN-DD.

002300     MOVE ZERO TO WS-CHANGE-NOTICES.
002310     MOVE ZERO TO WS-CHANGE-SKIPPED.
002315     MOVE ZERO TO WS-CHANGE-HELD.

002320     EXEC SQL
002330         DECLARE RCCCSR CURSOR FOR
002340         SELECT CUST_ID, CUST_NAME, CUST_ADDRESS, BAD_ADDR_FLAG
002350           FROM CUSTOMER
002360          WHERE ACCOUNT_TYPE = :DB-ACCOUNT-TYPE
002370            AND ACCT_STATUS NOT IN ('X', 'W')
003000 2400-FETCH-NEXT-CUSTOMER.
003010     EXEC SQL
003020         FETCH RCCCSR
003026         INTO :DB-CUST-ID, :DB-CUST-NAME, :DB-CUST-ADDRESS,
003032              :DB-BAD-ADDR-FLAG
003040     END-EXEC.

003050     EVALUATE SQLCODE
003190     PERFORM 2510-CHECK-ALREADY-SENT
003200         THRU 2510-EXIT.

003223     EVALUATE TRUE
003246         WHEN DB-NOTICE-COUNT NOT = ZERO
003270             ADD 1 TO WS-CHANGE-SKIPPED
003271         WHEN DB-BAD-ADDR-FLAG = 'Y'
003272             PERFORM 2660-LIST-HELD-NOTICE
003273                 THRU 2660-EXIT
003274         WHEN OTHER
003275             PERFORM 2600-WRITE-NOTICE
003276                 THRU 2600-EXIT
003277             PERFORM 2650-RECORD-NOTICE
003278                 THRU 2650-EXIT
003284     END-EVALUATE.

003290     PERFORM 2400-FETCH-NEXT-CUSTOMER
003300         THRU 2400-EXIT.
004110 2650-EXIT.
004120     EXIT.

      *-----------------------------------------------------------
      * THE ADDRESS ON FILE IS KNOWN BAD: LIST THE NOTICE FOR FOLLOW-UP
      * INSTEAD OF MAILING IT. NOTHING IS RECORDED ON CUST_RATE_NTC, SO
      * IT LISTS AGAIN EACH NIGHT UNTIL THE ADDRESS IS CORRECTED, THEN
      * GOES OUT IF THE CHANGE IS NOT YET IN EFFECT.
      *-----------------------------------------------------------
       2660-LIST-HELD-NOTICE.
           IF WS-HLD-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 2670-WRITE-HLD-HEADINGS
                   THRU 2670-EXIT
           END-IF.
           MOVE DB-CUST-ID      TO HD-CUST-ID.
           MOVE DB-CUST-NAME    TO HD-CUST-NAME.
           MOVE DB-CUST-ADDRESS TO HD-CUST-ADDRESS.
           MOVE DB-ACCOUNT-TYPE TO HD-ACCOUNT-TYPE.
           MOVE DB-EFF-DATE     TO HD-EFF-DATE.
           WRITE HLD-RECORD FROM HLD-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-HLD-LINE-CNT.
           ADD 1 TO WS-CHANGE-HELD.
           ADD 1 TO WS-NOTICES-HELD.
       2660-EXIT.
           EXIT.

       2670-WRITE-HLD-HEADINGS.
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
       2670-EXIT.
           EXIT.

004130 2700-WRITE-CHANGE-LINE.
004140     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
004150         PERFORM 2200-WRITE-HEADINGS
004210     MOVE DB-NEW-INT-RATE   TO RC-NEW-RATE.
004220     MOVE WS-CHANGE-NOTICES TO RC-NOTICES.
004230     MOVE WS-CHANGE-SKIPPED TO RC-SKIPPED.
004235     MOVE WS-CHANGE-HELD    TO RC-HELD.
004240     WRITE RPT-RECORD FROM RPT-CHANGE-LINE
004250         AFTER ADVANCING 1 LINE.
004260     ADD 1 TO WS-LINE-CNT.
004570     MOVE WS-NOTICES-WRITTEN TO RT-COUNT.
004580     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
004590         AFTER ADVANCING 1 LINE.
004592     MOVE 'NOTICES HELD-BAD ADDRESS:' TO RT-LABEL.
004594     MOVE WS-NOTICES-HELD TO RT-COUNT.
004596     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
004598         AFTER ADVANCING 1 LINE.

004600     EXEC SQL
004610         CLOSE RCNCSR

004630     CLOSE LTR-FILE.
004640     CLOSE RPT-FILE.
004645     CLOSE HLD-FILE.
004650     DISPLAY 'CUSTRCN - NOTICES GENERATED: '
004660         WS-NOTICES-WRITTEN.
004670 3000-EXIT.
004780     END-EXEC.
004790     CLOSE LTR-FILE.
004800     CLOSE RPT-FILE.
004805     CLOSE HLD-FILE.
004810     MOVE WS-ABEND-CODE TO RETURN-CODE.
004820     GOBACK.
