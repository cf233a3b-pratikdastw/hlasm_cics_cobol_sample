****************************************************************
* 15. COLLECTIONS WORK QUEUE (COBOL)
****************************************************************
      * Work screen for CUST_COLLQ, the collections queue the
      * nightly CUSTCQB run ranks and deals out to the reps who
      * hold collections authority ('K') on CUST_OPAUTH. The rep
      * sees only their own accounts, five to a page in rank
      * order: ENTER shows the first page, PF8 pages forward, PF7
      * back. PF4 takes the keyed customer to the CUST screen;
      * PF5 records the call disposition (no answer, left
      * message, promise taken, refused, wrong number) as a
      * CUST_NOTE through the CUSTDB2 contact-log path and marks
      * the queue row worked for the CUSTCQR productivity report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCOL.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * DB2 communication area
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * Common data definitions
       COPY CUSTDEF.

       01  WS-COMMAREA.
           05  CA-CUSTOMER-ID       PIC X(6).
           05  CA-ACTION-FLAG       PIC X(1).
           05  CA-RETURN-STATUS     PIC X(1).
      * First and last queue rank on the page shown, so PF7/PF8
      * page from there; zero starts at the top of the queue.
           05  CA-COL-FIRST-RANK    PIC 9(9)  VALUE ZERO.
           05  CA-COL-LAST-RANK     PIC 9(9)  VALUE ZERO.
           05  CA-COL-PAGE-NO       PIC 9(3)  VALUE ZERO.

      * Host variables for CUST_COLLQ
       01  DB-REP                   PIC X(8).
       01  DB-QUEUE-DATE            PIC X(10).
       01  DB-FROM-RANK             PIC S9(9) COMP.
       01  DB-QUEUE-RANK            PIC S9(9) COMP.
       01  DB-CUST-ID               PIC X(6).
       01  DB-CUST-NAME             PIC X(30).
       01  DB-AGE-BUCKET            PIC S9(4) COMP.
       01  DB-NET-BALANCE           PIC S9(9)V99 COMP-3.
       01  DB-BROKEN-COUNT          PIC S9(4) COMP.
       01  DB-LETTER-LEVEL          PIC S9(4) COMP.
       01  DB-OVER-LIMIT            PIC X(1).
       01  DB-SUSP-FLAG             PIC X(1).
       01  DB-DISP-CODE             PIC X(1).
       01  DB-DISP-OPERATOR         PIC X(8).

       01  WS-EDIT-SWITCH           PIC X(1)       VALUE 'Y'.
           88  WS-EDIT-OK             VALUE 'Y'.
           88  WS-EDIT-BAD            VALUE 'N'.

       01  WS-FETCH-SWITCH          PIC X(1)       VALUE 'Y'.
           88  WS-FETCH-DONE          VALUE 'N'.

      * Which way the page was read: a backward page comes off
      * the cursor highest rank first and is shown reversed.
       01  WS-PAGE-DIRECTION        PIC X(1)       VALUE 'F'.
           88  WS-PAGE-FORWARD        VALUE 'F'.
           88  WS-PAGE-BACKWARD       VALUE 'B'.

      * One screen page of queue rows, in the order fetched.
       01  WS-PAGE-WORK.
           05  WS-PAGE-COUNT        PIC 9(2)  COMP.
           05  WS-PAGE-MAX          PIC 9(2)  COMP VALUE 5.
           05  WS-PAGE-SUB          PIC 9(2)  COMP.
           05  WS-PAGE-LINE-NO      PIC 9(2)  COMP.
           05  WS-PAGE-OFFSET       PIC 9(3)  COMP.
           05  WS-PAGE-ENTRY OCCURS 5 TIMES.
               10  WS-PG-RANK       PIC S9(9) COMP.
               10  WS-PG-LINE       PIC X(60).

      * The 60-byte queue line: rank, customer, name, aging
      * bucket (1-5, the CUSTAGE buckets), balance, broken
      * promises, letter level, over-limit and suspense flags,
      * and today's disposition once the account is worked.
       01  WS-COL-LINE.
           05  WS-COL-LINE-RANK     PIC ZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-COL-LINE-ID       PIC X(6).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-COL-LINE-NAME     PIC X(17).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-COL-LINE-BUCKET   PIC 9(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-COL-LINE-BALANCE  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-COL-LINE-BROKEN   PIC ZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-COL-LINE-LETTER   PIC 9(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-COL-LINE-OVER     PIC X(1).
           05  WS-COL-LINE-SUSP     PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-COL-LINE-DISP     PIC X(1).
           05  FILLER               PIC X(3)  VALUE SPACES.

       01  WS-DISP-DESC             PIC X(15).

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(29).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           IF EIBCALEN = LENGTH OF WS-COMMAREA
               MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF.

           EXEC CICS
               HANDLE AID
               CLEAR(9000-CLEAR-EXIT)
               PF3(9000-EXIT)
               PF4(2000-GO-TO-CUSTOMER)
               PF5(2100-RECORD-DISPOSITION)
               PF7(1300-PAGE-BACK)
               PF8(1200-PAGE-FORWARD)
               PF12(9000-EXIT)
           END-EXEC.

           EXEC CICS
               HANDLE CONDITION
               ERROR(8000-ERROR-ROUTINE)
           END-EXEC.

      * The queue is collections work only: the operator must
      * hold 'K' on CUST_OPAUTH for anything on this screen.
           PERFORM 0500-CHECK-AUTHORITY.

           EXEC CICS
               RECEIVE MAP('COLMAP')
               MAPSET('COLSET')
           END-EXEC.

           IF EIBAID = DFHENTER
               PERFORM 0600-REQUIRE-AUTHORITY
               PERFORM 1000-SHOW-FIRST-PAGE
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

       0500-CHECK-AUTHORITY.
           MOVE EIBOPID TO SEC-OPERATOR-ID.
           MOVE 'K' TO SEC-ACTION.
           EXEC CICS
               LINK PROGRAM('CUSTSEC')
               COMMAREA(CUST-SECURITY-CHECK)
               LENGTH(LENGTH OF CUST-SECURITY-CHECK)
           END-EXEC.
           MOVE EIBOPID TO DB-REP.

       0600-REQUIRE-AUTHORITY.
           IF SEC-DENIED
               MOVE LOW-VALUES TO COLMAPO
               MOVE 'Not authorized for collections work' TO
                   OUT-COL-MESSAGE
               GO TO 8500-SEND-AND-RETURN
           END-IF.

      *----------------------------------------------------------
      * ENTER - THE FIRST PAGE OF THE REP'S QUEUE, HIGHEST
      * PRIORITY FIRST.
      *----------------------------------------------------------
       1000-SHOW-FIRST-PAGE.
           MOVE ZERO TO CA-COL-PAGE-NO.
           MOVE ZERO TO DB-FROM-RANK.
           PERFORM 1100-RESOLVE-QUEUE-DATE.
           IF WS-EDIT-OK
               PERFORM 1210-FETCH-FORWARD
               IF WS-PAGE-COUNT = ZERO
                   MOVE 'Your queue has no accounts' TO
                       OUT-COL-MESSAGE
               ELSE
                   ADD 1 TO CA-COL-PAGE-NO
                   PERFORM 3000-FORMAT-PAGE
                   MOVE 'PF8/PF7 page, PF4 account, PF5 dispose' TO
                       OUT-COL-MESSAGE
               END-IF
           END-IF.

      * The rep works the latest queue CUSTCQB dealt them.
       1100-RESOLVE-QUEUE-DATE.
           MOVE 'Y' TO WS-EDIT-SWITCH.
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(QUEUE_DATE), ISO), ' ')
                 INTO :DB-QUEUE-DATE
                 FROM CUST_COLLQ
                WHERE ASSIGNED_REP = :DB-REP
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-EDIT-SWITCH
               MOVE 'Queue inquiry failed' TO OUT-COL-MESSAGE
           ELSE
               IF DB-QUEUE-DATE = SPACES
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'No queue assigned to you' TO
                       OUT-COL-MESSAGE
               END-IF
           END-IF.

      *----------------------------------------------------------
      * PF8 - NEXT PAGE. PAST THE END, THE CURRENT PAGE STAYS.
      *----------------------------------------------------------
       1200-PAGE-FORWARD.
           PERFORM 0600-REQUIRE-AUTHORITY.
           PERFORM 1100-RESOLVE-QUEUE-DATE.
           IF WS-EDIT-OK
               MOVE CA-COL-LAST-RANK TO DB-FROM-RANK
               PERFORM 1210-FETCH-FORWARD
               IF WS-PAGE-COUNT = ZERO
                   PERFORM 1400-RESHOW-PAGE
                   MOVE 'End of your queue' TO OUT-COL-MESSAGE
               ELSE
                   ADD 1 TO CA-COL-PAGE-NO
                   PERFORM 3000-FORMAT-PAGE
                   MOVE 'Next page shown' TO OUT-COL-MESSAGE
               END-IF
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

       1210-FETCH-FORWARD.
           MOVE 'F' TO WS-PAGE-DIRECTION.
           MOVE ZERO TO WS-PAGE-COUNT.
           EXEC SQL
               DECLARE COLFWD CURSOR FOR
                   SELECT Q.QUEUE_RANK, Q.CUST_ID, C.CUST_NAME,
                          Q.AGE_BUCKET, Q.NET_BALANCE,
                          Q.BROKEN_COUNT, Q.LETTER_LEVEL,
                          Q.OVER_LIMIT, Q.SUSP_FLAG, Q.DISP_CODE
                   FROM CUST_COLLQ Q, CUSTOMER C
                   WHERE Q.QUEUE_DATE = DATE(:DB-QUEUE-DATE)
                     AND Q.ASSIGNED_REP = :DB-REP
                     AND Q.QUEUE_RANK > :DB-FROM-RANK
                     AND C.CUST_ID = Q.CUST_ID
                   ORDER BY Q.QUEUE_RANK
           END-EXEC.
           EXEC SQL OPEN COLFWD END-EXEC.
           MOVE 'Y' TO WS-FETCH-SWITCH.
           PERFORM 1220-FETCH-FORWARD-ROW
               UNTIL WS-FETCH-DONE
               OR WS-PAGE-COUNT = WS-PAGE-MAX.
           EXEC SQL CLOSE COLFWD END-EXEC.

       1220-FETCH-FORWARD-ROW.
           EXEC SQL
               FETCH COLFWD INTO :DB-QUEUE-RANK, :DB-CUST-ID,
                                 :DB-CUST-NAME, :DB-AGE-BUCKET,
                                 :DB-NET-BALANCE, :DB-BROKEN-COUNT,
                                 :DB-LETTER-LEVEL, :DB-OVER-LIMIT,
                                 :DB-SUSP-FLAG, :DB-DISP-CODE
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 1500-STORE-PAGE-ROW
           ELSE
               MOVE 'N' TO WS-FETCH-SWITCH
           END-IF.

      *----------------------------------------------------------
      * PF7 - PRIOR PAGE. AT THE TOP, THE CURRENT PAGE STAYS.
      *----------------------------------------------------------
       1300-PAGE-BACK.
           PERFORM 0600-REQUIRE-AUTHORITY.
           PERFORM 1100-RESOLVE-QUEUE-DATE.
           IF WS-EDIT-OK
               MOVE CA-COL-FIRST-RANK TO DB-FROM-RANK
               PERFORM 1310-FETCH-BACKWARD
               IF WS-PAGE-COUNT = ZERO
                   PERFORM 1400-RESHOW-PAGE
                   MOVE 'Top of your queue' TO OUT-COL-MESSAGE
               ELSE
                   IF CA-COL-PAGE-NO > 1
                       SUBTRACT 1 FROM CA-COL-PAGE-NO
                   END-IF
                   PERFORM 3000-FORMAT-PAGE
                   MOVE 'Prior page shown' TO OUT-COL-MESSAGE
               END-IF
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

       1310-FETCH-BACKWARD.
           MOVE 'B' TO WS-PAGE-DIRECTION.
           MOVE ZERO TO WS-PAGE-COUNT.
           EXEC SQL
               DECLARE COLBCK CURSOR FOR
                   SELECT Q.QUEUE_RANK, Q.CUST_ID, C.CUST_NAME,
                          Q.AGE_BUCKET, Q.NET_BALANCE,
                          Q.BROKEN_COUNT, Q.LETTER_LEVEL,
                          Q.OVER_LIMIT, Q.SUSP_FLAG, Q.DISP_CODE
                   FROM CUST_COLLQ Q, CUSTOMER C
                   WHERE Q.QUEUE_DATE = DATE(:DB-QUEUE-DATE)
                     AND Q.ASSIGNED_REP = :DB-REP
                     AND Q.QUEUE_RANK < :DB-FROM-RANK
                     AND C.CUST_ID = Q.CUST_ID
                   ORDER BY Q.QUEUE_RANK DESC
           END-EXEC.
           EXEC SQL OPEN COLBCK END-EXEC.
           MOVE 'Y' TO WS-FETCH-SWITCH.
           PERFORM 1320-FETCH-BACKWARD-ROW
               UNTIL WS-FETCH-DONE
               OR WS-PAGE-COUNT = WS-PAGE-MAX.
           EXEC SQL CLOSE COLBCK END-EXEC.

       1320-FETCH-BACKWARD-ROW.
           EXEC SQL
               FETCH COLBCK INTO :DB-QUEUE-RANK, :DB-CUST-ID,
                                 :DB-CUST-NAME, :DB-AGE-BUCKET,
                                 :DB-NET-BALANCE, :DB-BROKEN-COUNT,
                                 :DB-LETTER-LEVEL, :DB-OVER-LIMIT,
                                 :DB-SUSP-FLAG, :DB-DISP-CODE
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 1500-STORE-PAGE-ROW
           ELSE
               MOVE 'N' TO WS-FETCH-SWITCH
           END-IF.

      * Show the page already on the screen again, from its
      * first rank - after a disposition, or when a page key
      * runs off either end of the queue.
       1400-RESHOW-PAGE.
           IF CA-COL-FIRST-RANK > ZERO
               COMPUTE DB-FROM-RANK = CA-COL-FIRST-RANK - 1
           ELSE
               MOVE ZERO TO DB-FROM-RANK
           END-IF.
           PERFORM 1210-FETCH-FORWARD.
           PERFORM 3000-FORMAT-PAGE.

       1500-STORE-PAGE-ROW.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE DB-QUEUE-RANK TO WS-PG-RANK(WS-PAGE-COUNT).
           MOVE DB-QUEUE-RANK TO WS-COL-LINE-RANK.
           MOVE DB-CUST-ID TO WS-COL-LINE-ID.
           MOVE DB-CUST-NAME TO WS-COL-LINE-NAME.
           MOVE DB-AGE-BUCKET TO WS-COL-LINE-BUCKET.
           MOVE DB-NET-BALANCE TO WS-COL-LINE-BALANCE.
           MOVE DB-BROKEN-COUNT TO WS-COL-LINE-BROKEN.
           MOVE DB-LETTER-LEVEL TO WS-COL-LINE-LETTER.
           IF DB-OVER-LIMIT = 'Y'
               MOVE 'O' TO WS-COL-LINE-OVER
           ELSE
               MOVE SPACE TO WS-COL-LINE-OVER
           END-IF.
           IF DB-SUSP-FLAG = 'Y'
               MOVE 'S' TO WS-COL-LINE-SUSP
           ELSE
               MOVE SPACE TO WS-COL-LINE-SUSP
           END-IF.
           MOVE DB-DISP-CODE TO WS-COL-LINE-DISP.
           MOVE WS-COL-LINE TO WS-PG-LINE(WS-PAGE-COUNT).

      *----------------------------------------------------------
      * LAY THE PAGE OUT TOP TO BOTTOM IN RANK ORDER AND REMEMBER
      * ITS FIRST AND LAST RANK FOR THE NEXT PAGE KEY.
      *----------------------------------------------------------
       3000-FORMAT-PAGE.
           MOVE DB-REP TO OUT-COL-REP.
           MOVE DB-QUEUE-DATE TO OUT-COL-QUEUE-DATE.
           MOVE CA-COL-PAGE-NO TO OUT-COL-PAGE.
           MOVE SPACES TO OUT-COL-LIST.
           IF WS-PAGE-COUNT > ZERO
               IF WS-PAGE-BACKWARD
                   MOVE WS-PG-RANK(WS-PAGE-COUNT) TO
                       CA-COL-FIRST-RANK
                   MOVE WS-PG-RANK(1) TO CA-COL-LAST-RANK
               ELSE
                   MOVE WS-PG-RANK(1) TO CA-COL-FIRST-RANK
                   MOVE WS-PG-RANK(WS-PAGE-COUNT) TO
                       CA-COL-LAST-RANK
               END-IF
               PERFORM 3010-FORMAT-LINE
                   VARYING WS-PAGE-SUB FROM 1 BY 1
                   UNTIL WS-PAGE-SUB > WS-PAGE-COUNT
           END-IF.

       3010-FORMAT-LINE.
           IF WS-PAGE-BACKWARD
               COMPUTE WS-PAGE-LINE-NO =
                   WS-PAGE-COUNT - WS-PAGE-SUB + 1
           ELSE
               MOVE WS-PAGE-SUB TO WS-PAGE-LINE-NO
           END-IF.
           COMPUTE WS-PAGE-OFFSET = (WS-PAGE-LINE-NO - 1) * 60 + 1.
           MOVE WS-PG-LINE(WS-PAGE-SUB)
               TO OUT-COL-LIST(WS-PAGE-OFFSET:60).

      *----------------------------------------------------------
      * PF4 - TAKE THE KEYED CUSTOMER TO THE CUST SCREEN. THE
      * CUST MAP GOES OUT WITH THE ID FILLED IN; ENTER THERE RUNS
      * THE INQUIRY UNDER CUSTMAIN'S OWN AUTHORITY CHECK.
      *----------------------------------------------------------
       2000-GO-TO-CUSTOMER.
           PERFORM 0600-REQUIRE-AUTHORITY.
           PERFORM 2200-EDIT-CUSTOMER-ID.
           IF WS-EDIT-BAD
               GO TO 8500-SEND-AND-RETURN
           END-IF.

           MOVE LOW-VALUES TO CUSTMAPO.
           MOVE IN-COL-CUSTOMER-ID TO OUT-CUSTOMER-ID.
           MOVE 'Press ENTER for the account' TO OUT-MESSAGE.
           EXEC CICS SEND MAP('CUSTMAP') MAPSET('CUSTSET') ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('CUST') END-EXEC.

       2200-EDIT-CUSTOMER-ID.
           MOVE 'Y' TO WS-EDIT-SWITCH.
           IF IN-COL-CUSTOMER-ID = SPACES OR LOW-VALUES
            OR IN-COL-CUSTOMER-ID NOT NUMERIC
               MOVE 'N' TO WS-EDIT-SWITCH
               PERFORM 1400-RESHOW-PAGE
               MOVE 'Key a customer ID from your queue' TO
                   OUT-COL-MESSAGE
           END-IF.

      *----------------------------------------------------------
      * PF5 - RECORD THE CALL DISPOSITION. THE NOTE GOES ON
      * CUST_NOTE THROUGH THE SAME CUSTDB2 CONTACT-LOG PATH THE
      * CUST SCREEN USES, AND THE QUEUE ROW IS MARKED WORKED IN
      * THE SAME UNIT OF WORK.
      *----------------------------------------------------------
       2100-RECORD-DISPOSITION.
           PERFORM 0600-REQUIRE-AUTHORITY.
           PERFORM 1100-RESOLVE-QUEUE-DATE.
           IF WS-EDIT-OK
               PERFORM 2200-EDIT-CUSTOMER-ID
           END-IF.
           IF WS-EDIT-OK
               PERFORM 2300-EDIT-DISP-CODE
           END-IF.
           IF WS-EDIT-OK
               PERFORM 2400-FETCH-QUEUE-ROW
           END-IF.
           IF WS-EDIT-OK
               PERFORM 2500-BUILD-NOTE
               MOVE IN-COL-CUSTOMER-ID TO CUST-ID
               MOVE 'N' TO CUST-ACTION-FLAG
               MOVE EIBOPID TO CUST-OPERATOR-ID

               EXEC CICS
                   LINK PROGRAM('CUSTDB2')
                   COMMAREA(CUSTOMER-RECORD)
                   LENGTH(LENGTH OF CUSTOMER-RECORD)
               END-EXEC

               IF CUST-FOUND
                   PERFORM 2600-MARK-WORKED
               ELSE
                   PERFORM 1400-RESHOW-PAGE
                   MOVE 'Disposition failed - note not written' TO
                       OUT-COL-MESSAGE
               END-IF
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

       2300-EDIT-DISP-CODE.
           EVALUATE IN-COL-DISP-CODE
               WHEN 'N'
                   MOVE 'NO ANSWER' TO WS-DISP-DESC
               WHEN 'L'
                   MOVE 'LEFT MESSAGE' TO WS-DISP-DESC
               WHEN 'P'
                   MOVE 'PROMISE TAKEN' TO WS-DISP-DESC
               WHEN 'R'
                   MOVE 'REFUSED' TO WS-DISP-DESC
               WHEN 'W'
                   MOVE 'WRONG NUMBER' TO WS-DISP-DESC
               WHEN OTHER
                   MOVE 'N' TO WS-EDIT-SWITCH
                   PERFORM 1400-RESHOW-PAGE
                   MOVE 'Disposition must be N, L, P, R or W' TO
                       OUT-COL-MESSAGE
           END-EVALUATE.

      * Only an account on the rep's own current queue can be
      * dispositioned from here.
       2400-FETCH-QUEUE-ROW.
           MOVE IN-COL-CUSTOMER-ID TO DB-CUST-ID.
           EXEC SQL
               SELECT DISP_CODE
                 INTO :DB-DISP-CODE
                 FROM CUST_COLLQ
                WHERE QUEUE_DATE = DATE(:DB-QUEUE-DATE)
                  AND CUST_ID = :DB-CUST-ID
                  AND ASSIGNED_REP = :DB-REP
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N' TO WS-EDIT-SWITCH
                   PERFORM 1400-RESHOW-PAGE
                   MOVE 'Account is not in your queue' TO
                       OUT-COL-MESSAGE
               WHEN OTHER
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Queue inquiry failed' TO OUT-COL-MESSAGE
           END-EVALUATE.

       2500-BUILD-NOTE.
           MOVE SPACES TO CUST-NOTE-TEXT.
           IF IN-COL-NOTE-TEXT = SPACES OR LOW-VALUES
               STRING 'CALL: ' DELIMITED BY SIZE
                      WS-DISP-DESC DELIMITED BY '  '
                   INTO CUST-NOTE-TEXT
           ELSE
               STRING 'CALL: ' DELIMITED BY SIZE
                      WS-DISP-DESC DELIMITED BY '  '
                      ' - ' DELIMITED BY SIZE
                      IN-COL-NOTE-TEXT DELIMITED BY SIZE
                   INTO CUST-NOTE-TEXT
           END-IF.

       2600-MARK-WORKED.
           MOVE IN-COL-DISP-CODE TO DB-DISP-CODE.
           MOVE EIBOPID TO DB-DISP-OPERATOR.
           EXEC SQL
               UPDATE CUST_COLLQ
                  SET DISP_CODE = :DB-DISP-CODE,
                      DISP_OPERATOR = :DB-DISP-OPERATOR,
                      DISP_TS = CURRENT TIMESTAMP
                WHERE QUEUE_DATE = DATE(:DB-QUEUE-DATE)
                  AND CUST_ID = :DB-CUST-ID
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 1400-RESHOW-PAGE
               IF IN-COL-DISP-CODE = 'P'
                   MOVE 'Recorded - key the promise on PRM' TO
                       OUT-COL-MESSAGE
               ELSE
                   MOVE 'Disposition recorded' TO OUT-COL-MESSAGE
               END-IF
           ELSE
      * THE NOTE WENT IN BUT THE ROW COULD NOT BE MARKED - BACK
      * BOTH OUT SO THE NOTE AND THE QUEUE NEVER DISAGREE.
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
               PERFORM 1400-RESHOW-PAGE
               MOVE 'Disposition failed - queue not updated' TO
                   OUT-COL-MESSAGE
           END-IF.

       8000-ERROR-ROUTINE.
           MOVE 'Transaction error occurred' TO OUT-COL-MESSAGE.
           EXEC CICS SEND MAP('COLMAP') MAPSET('COLSET') ERASE END-EXEC.
           EXEC CICS RETURN END-EXEC.

       8500-SEND-AND-RETURN.
           EXEC CICS
               SEND MAP('COLMAP')
               MAPSET('COLSET')
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN TRANSID('COLQ')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       9000-CLEAR-EXIT.
           MOVE LOW-VALUES TO COLMAPO.
           MOVE 'Press ENTER for your queue' TO OUT-COL-MESSAGE.
           EXEC CICS SEND MAP('COLMAP') MAPSET('COLSET') ERASE END-EXEC.
           EXEC CICS RETURN END-EXEC.

       9000-EXIT.
           EXEC CICS XCTL PROGRAM('CUSTMENU') END-EXEC.
