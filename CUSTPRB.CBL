000270*                  PROMISE RELEASES THE CUSTLTR LETTER HOLD
000280*                  AND GOES ON THE BROKEN-PROMISE REPORT SO
000290*                  THE REPS WORK THOSE ACCOUNTS FIRST.
000291*   OCT 2026  CAG  A PROMISE DATE ON A WEEKEND OR BANK HOLIDAY
000292*                  ROLLS FORWARD TO THE NEXT BUSINESS DAY
000293*                  (CUSTCAL) BEFORE IT IS JUDGED, SO A PAYMENT
000294*                  THAT COULD ONLY POST THAT NEXT BUSINESS DAY
000295*                  STILL KEEPS THE PROMISE. ROLLED PROMISES
000296*                  STAY OPEN AND ARE COUNTED ON THE REPORT.
000300*-----------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000550 01  DB-PROM-TS              PIC X(26).
000560 01  DB-PAID-SINCE           PIC S9(11)V99 COMP-3.
000570 01  DB-PROM-STATUS          PIC X(1).
000573* The promise date rolled forward to a business day
000576 01  DB-PROM-DUE-DATE        PIC X(10).

000580 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
000590     88  WS-EOF-REACHED        VALUE 'Y'.
000630 77  WS-KEPT-COUNT           PIC S9(05) COMP-3 VALUE 0.
000640 77  WS-BROKEN-COUNT         PIC S9(05) COMP-3 VALUE 0.
000650 77  WS-BROKEN-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
000655 77  WS-ROLLED-COUNT         PIC S9(05) COMP-3 VALUE 0.
000660 77  WS-ABEND-CODE           PIC S9(04) COMP.

000670 01  WS-CURRENT-DATE         PIC 9(08).
000700     05  WS-CURR-MM          PIC 9(02).
000710     05  WS-CURR-DD          PIC 9(02).

000711 01  WS-TODAY-ISO.
000712     05  WS-TI-YYYY          PIC 9(04).
000713     05  FILLER              PIC X(01)  VALUE '-'.
000714     05  WS-TI-MM            PIC 9(02).
000715     05  FILLER              PIC X(01)  VALUE '-'.
000716     05  WS-TI-DD            PIC 9(02).

000717* Business calendar call area (CUSTCAL)
000718 COPY CUSTCAL.

000720 01  RPT-HEADING-1.
000730     05  FILLER              PIC X(01)  VALUE SPACE.
000740     05  FILLER              PIC X(40)  VALUE
001290     MOVE WS-CURR-MM   TO RH2-RUN-MM.
001300     MOVE WS-CURR-DD   TO RH2-RUN-DD.
001310     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
001312     MOVE WS-CURR-YYYY TO WS-TI-YYYY.
001314     MOVE WS-CURR-MM   TO WS-TI-MM.
001316     MOVE WS-CURR-DD   TO WS-TI-DD.

001320* ONLY PROMISES WHOSE DATE HAS PASSED ARE DISPOSED - AN
001325* UNEXPIRED PROMISE KEEPS HOLDING THE CUSTLTR LETTER. ONE
001330* WHOSE DATE FELL ON A NON-BUSINESS DAY IS HELD BACK AGAIN
001335* IN 2000 UNTIL THE NEXT BUSINESS DAY HAS PASSED TOO.
001340     EXEC SQL
001350         DECLARE PRBCSR CURSOR FOR
001360         SELECT CUST_ID, PROM_AMOUNT, CHAR(PROM_DATE, ISO),
001560* THE PROMISE IS KEPT WHEN THE CUST_HIST PAYMENTS POSTED
001570* SINCE IT WAS TAKEN COVER THE PROMISED AMOUNT - ANY
001580* PAYMENT PATH COUNTS (LOCKBOX, ONLINE, AUTOPAY, SUSPENSE).
001583* THE PROMISE IS DUE ON ITS DATE ROLLED FORWARD TO A BUSINESS
001586* DAY; UNTIL THAT DAY HAS PASSED IT STAYS OPEN.
001590*-----------------------------------------------------------
001600 2000-PROCESS-ONE-PROMISE.
001601     PERFORM 2050-ROLL-PROMISE-DATE
001602         THRU 2050-EXIT.
001603     IF DB-PROM-DUE-DATE NOT < WS-TODAY-ISO
001604         ADD 1 TO WS-ROLLED-COUNT
001605         GO TO 2000-NEXT
001606     END-IF.
001610     PERFORM 2300-SUM-PAYMENTS-SINCE
001620         THRU 2300-EXIT.

001730     PERFORM 2400-MARK-PROMISE
001740         THRU 2400-EXIT.

001745 2000-NEXT.
001750     PERFORM 2100-FETCH-NEXT-ROW.
001760 2000-EXIT.
           EXIT.

       2050-ROLL-PROMISE-DATE.
           INITIALIZE CAL-CONTROL-AREA.
           SET CAL-ROLL-FORWARD TO TRUE.
           MOVE DB-PROM-DATE TO CAL-DATE.
           CALL 'CUSTCAL' USING CAL-CONTROL-AREA.
           IF NOT CAL-OK
               DISPLAY 'CUSTPRB - BUSINESS CALENDAR FAILED FOR '
                   DB-CUST-ID ': ' CAL-MESSAGE ' SQLCODE = ' CAL-SQLCODE
               MOVE 904 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           MOVE CAL-RESULT-DATE TO DB-PROM-DUE-DATE.
       2050-EXIT.
001770     EXIT.

001780 2100-FETCH-NEXT-ROW.
002730     MOVE ZERO TO RT-AMOUNT.
002740     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
002750         AFTER ADVANCING 1 LINE.
002751     MOVE 'ROLLED TO BUSINESS DAY:' TO RT-LABEL.
002752     MOVE WS-ROLLED-COUNT TO RT-COUNT.
002753     MOVE ZERO TO RT-AMOUNT.
002754     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
002755         AFTER ADVANCING 1 LINE.

002760     EXEC SQL
002770         CLOSE PRBCSR

002790     CLOSE RPT-FILE.
002800     DISPLAY 'CUSTPRB - PROMISES KEPT: ' WS-KEPT-COUNT
002806         ' BROKEN: ' WS-BROKEN-COUNT
002812         ' ROLLED: ' WS-ROLLED-COUNT.
002820 3000-EXIT.
002830     EXIT.

