      *   do-not-contact marker (CUSTOMER.DNC_FLAG): returned on
      *   inquiry, settable through the CHANGE path, honored by
      *   the CUSTLTR letter run.
      *   Journal a CRM change event (CUSTEVT) alongside every
      *   CUST_HIST row, in the same unit of work, with before and
      *   after images of the customer; a failed event backs the
      *   action out the same way a failed history insert does.
      *   Add the supervised customer merge (action M): the losing
      *   customer's balance moves to the survivor under a merge
      *   row ('M') on both histories, its history and related
      *   rows are re-pointed to the survivor, the survivor keeps
      *   the later last payment and the worse standing, and the
      *   loser is archived with a pointer to the survivor.
      *   Return the bad-address marker (CUSTOMER.BAD_ADDR_FLAG,
      *   set by the CUSTNCO returned-mail intake) on inquiry, and
      *   clear it on a CHANGE that alters the address.
      *   Let a credit-limit decrease through on a held or
      *   collections account - only an increase is new credit
      *   capacity - so a reduction from the CUSTCLR quarterly
      *   review can be approved on those accounts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDB2.

           05  DB-CREDIT-LIMIT     PIC S9(9)V99 COMP-3.
           05  DB-ACCT-STATUS      PIC X(1).
           05  DB-DNC-FLAG         PIC X(1).
           05  DB-BAD-ADDR-FLAG    PIC X(1).

       01  SQL-ERROR-MESSAGE       PIC X(80).

           05  WS-DEFAULT-INT-RATE PIC S9(3)V9(5) COMP-3 VALUE 0.05.
           05  WS-DEFAULT-TAX-RATE PIC S9(3)V9(5) COMP-3 VALUE 0.08.

      * Customer merge (action M) - the survivor as read and as it
      * will stand once the losing customer is folded in
       01  WS-MERGE-WORK.
           05  DB-MRG-SURV-ID      PIC X(6).
           05  DB-MRG-SURV-BALANCE PIC S9(9)V99 COMP-3.
           05  DB-MRG-SURV-LAST-PMT PIC S9(9)V99 COMP-3.
           05  DB-MRG-SURV-STATUS  PIC X(1).
           05  DB-MRG-NEW-BALANCE  PIC S9(9)V99 COMP-3.
           05  DB-MRG-NEW-LAST-PMT PIC S9(9)V99 COMP-3.
           05  DB-MRG-NEW-STATUS   PIC X(1).
           05  DB-MRG-ROW-COUNT    PIC S9(9) COMP.
           05  WS-MRG-RANK-STATUS  PIC X(1).
           05  WS-MRG-RANK         PIC S9(4) COMP.
           05  WS-MRG-LOSER-RANK   PIC S9(4) COMP.

      * DR fallback read of the VSAM extract when DB2 is unavailable
       01  WS-CICS-RESP            PIC S9(8) COMP.

      * CRM change-event journal (CUSTEVT)
       COPY CUSTEVT.

       LINKAGE SECTION.
      * Common data structure shared with calling program
       COPY CUSTDEF.

       PROCEDURE DIVISION USING CUSTOMER-RECORD.
       0000-MAIN-PARA.
           INITIALIZE EVT-CONTROL-AREA.
           EVALUATE TRUE
               WHEN CUST-ACT-ADD
                   PERFORM 2000-INSERT-CUSTOMER
                   PERFORM 2950-INSERT-NOTE
               WHEN CUST-ACT-NOTE-BRWS
                   PERFORM 2960-FETCH-NOTES
               WHEN CUST-ACT-MERGE
                   PERFORM 2980-MERGE-CUSTOMER
               WHEN OTHER
                   PERFORM 1000-SELECT-CUSTOMER
           END-EVALUATE.
           EXEC SQL
               SELECT CUST_NAME, CUST_ADDRESS, CUST_BALANCE,
                      LAST_PAYMENT, ACCOUNT_TYPE, CREDIT_LIMIT,
                      ACCT_STATUS, DNC_FLAG, BAD_ADDR_FLAG
               INTO :DB-NAME, :DB-ADDRESS, :DB-BALANCE,
                    :DB-LAST-PAYMENT, :DB-ACCOUNT-TYPE,
                    :DB-CREDIT-LIMIT, :DB-ACCT-STATUS,
                    :DB-DNC-FLAG, :DB-BAD-ADDR-FLAG
               FROM CUSTOMER
               WHERE CUST_ID = :DB-ID
           END-EXEC.
                   MOVE DB-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
                   MOVE DB-ACCT-STATUS TO CUST-ACCT-STATUS
                   MOVE DB-DNC-FLAG TO CUST-DNC-FLAG
                   MOVE DB-BAD-ADDR-FLAG TO CUST-BAD-ADDR-FLAG
                   PERFORM 1100-FETCH-CURRENT-RATE
               WHEN 100
                   SET WS-RETRY-STOP TO TRUE
               MOVE CVR-ACCOUNT-TYPE TO CUST-ACCOUNT-TYPE
               MOVE CVR-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
      * THE DR EXTRACT PREDATES THE STATUS COLUMN; READ AS ACTIVE,
      * NO DO-NOT-CONTACT OR BAD-ADDRESS MARKER.
               MOVE 'A' TO CUST-ACCT-STATUS
               MOVE SPACE TO CUST-DNC-FLAG
               MOVE SPACE TO CUST-BAD-ADDR-FLAG
      * DB2 IS DOWN, SO THE RATE TABLE IS TOO - PRICE WITH THE
      * PRE-RATE-TABLE CONSTANTS.
               MOVE WS-DEFAULT-INT-RATE TO CUST-INT-RATE
           END-IF.
           MOVE CUST-CREDIT-LIMIT TO DB-CREDIT-LIMIT.
           MOVE 'A' TO DB-ACCT-STATUS.
           PERFORM 7010-TAKE-SNAPSHOT.
           MOVE ZERO TO WS-RETRY-COUNT.
           SET WS-RETRY-AGAIN TO TRUE.
           PERFORM 2010-INSERT-ONE-TRY UNTIL WS-RETRY-STOP.
           MOVE CUST-NAME TO DB-NAME.
           MOVE CUST-ADDRESS TO DB-ADDRESS.
           PERFORM 7100-FETCH-BALANCE.
           PERFORM 7010-TAKE-SNAPSHOT.
           MOVE ZERO TO WS-RETRY-COUNT.
           SET WS-RETRY-AGAIN TO TRUE.
           PERFORM 2110-UPDATE-ONE-TRY UNTIL WS-RETRY-STOP.
               PERFORM 7000-WRITE-HISTORY
           END-IF.

      * A NEW ADDRESS CLEARS THE BAD-ADDRESS MARKER - THE REP HAS
      * CORRECTED WHAT THE RETURNED MAIL SAID WAS WRONG. A CHANGE
      * THAT LEAVES THE ADDRESS AS IT WAS LEAVES THE MARKER TOO.
       2110-UPDATE-ONE-TRY.
           EXEC SQL
               UPDATE CUSTOMER
               SET CUST_NAME = :DB-NAME,
                   BAD_ADDR_FLAG =
                       CASE WHEN CUST_ADDRESS = :DB-ADDRESS
                            THEN BAD_ADDR_FLAG
                            ELSE ' '
                       END,
                   CUST_ADDRESS = :DB-ADDRESS
               WHERE CUST_ID = :DB-ID
           END-EXEC.
           IF DB-BALANCE NOT = ZERO
               MOVE 'R' TO CUST-STATUS
           ELSE
               PERFORM 7010-TAKE-SNAPSHOT
               PERFORM 2220-ARCHIVE-CUSTOMER
               IF NOT CUST-ERROR
                   MOVE ZERO TO WS-RETRY-COUNT
           MOVE CUST-ID TO DB-ID.

      * NO NEW CREDIT CAPACITY FOR AN ACCOUNT ON CREDIT HOLD OR
      * IN COLLECTIONS. A DECREASE ON SUCH AN ACCOUNT GOES AHEAD.
           PERFORM 7200-FETCH-ACCT-STATUS.
           MOVE CUST-NEW-CREDIT-LIMIT TO DB-CREDIT-LIMIT.
           MOVE ZERO TO DB-OLD-CREDIT-LIMIT.
           PERFORM 2605-FETCH-OLD-LIMIT.
           IF (DB-ACCT-STATUS = 'H' OR DB-ACCT-STATUS = 'C')
              AND DB-CREDIT-LIMIT > DB-OLD-CREDIT-LIMIT
               MOVE 'R' TO CUST-STATUS
           ELSE
               PERFORM 7100-FETCH-BALANCE
               PERFORM 7010-TAKE-SNAPSHOT
               MOVE ZERO TO WS-RETRY-COUNT
               SET WS-RETRY-AGAIN TO TRUE
               PERFORM 2610-LIMIT-ONE-TRY UNTIL WS-RETRY-STOP
           MOVE CUST-ID TO DB-ID.
           MOVE CUST-ACCOUNT-TYPE TO DB-ACCOUNT-TYPE.
           PERFORM 7100-FETCH-BALANCE.
           PERFORM 7010-TAKE-SNAPSHOT.
           MOVE ZERO TO WS-RETRY-COUNT.
           SET WS-RETRY-AGAIN TO TRUE.
           PERFORM 2910-RETYPE-ONE-TRY UNTIL WS-RETRY-STOP.
               MOVE 'N' TO WS-NOTE-FETCH-SWITCH
           END-IF.

      *----------------------------------------------------------
      * CUSTOMER MERGE (ACTION M). CUST-ID IS THE LOSING
      * (DUPLICATE) CUSTOMER, CUST-MERGE-INTO-ID THE SURVIVOR; THE
      * CALLER HAS ALREADY CLEARED SUPERVISOR AUTHORITY ('U').
      * ONE UNIT OF WORK: THE LOSER'S BALANCE MOVES ACROSS UNDER A
      * MERGE ROW ('M') ON EACH CUSTOMER'S HISTORY - THE LOSER'S
      * CLOSES ITS CHAIN AT ZERO, THE SURVIVOR'S CARRIES THE
      * AMOUNT IN - THEN THE LOSER'S RELATED ROWS ARE RE-POINTED,
      * AND THE LOSER IS ARCHIVED WITH A POINTER TO THE SURVIVOR
      * AND DELETED. A WRITTEN-OFF ACCOUNT ON EITHER SIDE IS
      * REFUSED - ITS BALANCE IS OFF THE BOOKS. ANY FAILURE BACKS
      * THE WHOLE MERGE OUT; A DEADLOCK PART WAY THROUGH IS NOT
      * RETRIED, SINCE DB2 HAS ALREADY ROLLED THE EARLIER STEPS
      * BACK.
      *----------------------------------------------------------
       2980-MERGE-CUSTOMER.
           MOVE 'F' TO CUST-STATUS.
           PERFORM 2981-FETCH-MERGE-PAIR.
           IF CUST-FOUND
               PERFORM 2984-MERGE-OUT-LOSER
           END-IF.
           IF CUST-FOUND
               PERFORM 2985-MERGE-IN-SURVIVOR
           END-IF.
           IF CUST-FOUND
               PERFORM 2986-REPOINT-HISTORY
           END-IF.
           IF CUST-FOUND
               PERFORM 2987-REPOINT-RELATED
           END-IF.
           IF CUST-FOUND
               PERFORM 2989-RETIRE-LOSER
           END-IF.
           IF CUST-FOUND
               MOVE DB-MRG-NEW-BALANCE TO CUST-BALANCE
               MOVE DB-MRG-NEW-STATUS TO CUST-ACCT-STATUS
           END-IF.

       2981-FETCH-MERGE-PAIR.
           MOVE CUST-ID TO DB-ID.
           MOVE CUST-MERGE-INTO-ID TO DB-MRG-SURV-ID.
           EXEC SQL
               SELECT CUST_BALANCE, LAST_PAYMENT, ACCT_STATUS
               INTO :DB-BALANCE, :DB-LAST-PAYMENT, :DB-ACCT-STATUS
               FROM CUSTOMER
               WHERE CUST_ID = :DB-ID
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   SELECT CUST_BALANCE, LAST_PAYMENT, ACCT_STATUS
                   INTO :DB-MRG-SURV-BALANCE, :DB-MRG-SURV-LAST-PMT,
                        :DB-MRG-SURV-STATUS
                   FROM CUSTOMER
                   WHERE CUST_ID = :DB-MRG-SURV-ID
               END-EXEC
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'N' TO CUST-STATUS
               WHEN SQLCODE NOT = 0
                   MOVE 'E' TO CUST-STATUS
                   MOVE SQLCODE TO CUST-ERROR-CODE
               WHEN DB-ID = DB-MRG-SURV-ID
               WHEN DB-ACCT-STATUS = 'W'
               WHEN DB-MRG-SURV-STATUS = 'W'
                   MOVE 'R' TO CUST-STATUS
               WHEN OTHER
                   PERFORM 2982-SET-MERGED-STANDING
           END-EVALUATE.

      * THE SURVIVOR KEEPS THE LATER LAST PAYMENT AND THE WORSE OF
      * THE TWO STANDINGS - ACTIVE, CREDIT HOLD, COLLECTIONS,
      * CLOSED, IN THAT ORDER - SO A MERGE NEVER CLEARS A HOLD OR
      * A COLLECTIONS PLACEMENT.
       2982-SET-MERGED-STANDING.
           IF DB-LAST-PAYMENT > DB-MRG-SURV-LAST-PMT
               MOVE DB-LAST-PAYMENT TO DB-MRG-NEW-LAST-PMT
           ELSE
               MOVE DB-MRG-SURV-LAST-PMT TO DB-MRG-NEW-LAST-PMT
           END-IF.
           MOVE DB-ACCT-STATUS TO WS-MRG-RANK-STATUS.
           PERFORM 2983-RANK-STANDING.
           MOVE WS-MRG-RANK TO WS-MRG-LOSER-RANK.
           MOVE DB-MRG-SURV-STATUS TO WS-MRG-RANK-STATUS.
           PERFORM 2983-RANK-STANDING.
           IF WS-MRG-LOSER-RANK > WS-MRG-RANK
               MOVE DB-ACCT-STATUS TO DB-MRG-NEW-STATUS
           ELSE
               MOVE DB-MRG-SURV-STATUS TO DB-MRG-NEW-STATUS
           END-IF.

       2983-RANK-STANDING.
           EVALUATE WS-MRG-RANK-STATUS
               WHEN 'H'
                   MOVE 2 TO WS-MRG-RANK
               WHEN 'C'
                   MOVE 3 TO WS-MRG-RANK
               WHEN 'X'
                   MOVE 4 TO WS-MRG-RANK
               WHEN OTHER
                   MOVE 1 TO WS-MRG-RANK
           END-EVALUATE.

      * THE LOSER'S BALANCE GOES TO ZERO ONLY IF IT IS STILL WHAT
      * WAS READ - A POSTING THAT SLIPPED IN BETWEEN FAILS THE
      * MERGE RATHER THAN BEING LEFT BEHIND.
       2984-MERGE-OUT-LOSER.
           EXEC SQL
               UPDATE CUSTOMER
               SET CUST_BALANCE = 0
               WHERE CUST_ID = :DB-ID
                 AND CUST_BALANCE = :DB-BALANCE
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2991-MERGE-FAILED
           ELSE
               MOVE 'M' TO DB-HIST-ACTION
               MOVE DB-BALANCE TO DB-HIST-AMOUNT
               MOVE DB-BALANCE TO DB-HIST-BAL-BEFORE
               MOVE ZERO TO DB-HIST-BAL-AFTER
               PERFORM 7000-WRITE-HISTORY
           END-IF.

      * THE SURVIVOR'S NEW STANDING AND LAST PAYMENT CAN CHANGE,
      * SO ITS EVENT CARRIES A SNAPSHOT. THE BALANCE IS ADDED TO
      * IN PLACE AND READ BACK UNDER THE UPDATE'S LOCK FOR THE
      * HISTORY ROW.
       2985-MERGE-IN-SURVIVOR.
           MOVE DB-MRG-SURV-ID TO DB-ID.
           PERFORM 7010-TAKE-SNAPSHOT.
           EXEC SQL
               UPDATE CUSTOMER
               SET CUST_BALANCE = CUST_BALANCE + :DB-BALANCE,
                   LAST_PAYMENT = :DB-MRG-NEW-LAST-PMT,
                   ACCT_STATUS = :DB-MRG-NEW-STATUS
               WHERE CUST_ID = :DB-ID
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   SELECT CUST_BALANCE INTO :DB-MRG-NEW-BALANCE
                   FROM CUSTOMER
                   WHERE CUST_ID = :DB-ID
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM 2991-MERGE-FAILED
           ELSE
               MOVE 'M' TO DB-HIST-ACTION
               MOVE DB-BALANCE TO DB-HIST-AMOUNT
               COMPUTE DB-HIST-BAL-BEFORE =
                   DB-MRG-NEW-BALANCE - DB-BALANCE
               MOVE DB-MRG-NEW-BALANCE TO DB-HIST-BAL-AFTER
               PERFORM 7000-WRITE-HISTORY
           END-IF.
           MOVE CUST-ID TO DB-ID.

      * THE LOSER'S HISTORY MOVES TO THE SURVIVOR TAGGED WITH THE
      * ID IT WAS POSTED UNDER (MERGED_FROM_ID), SO ITS BALANCE
      * CHAIN - CLOSED AT ZERO BY THE MERGE ROW - STILL WALKS ON
      * ITS OWN. ROWS THE LOSER ITSELF TOOK IN BY AN EARLIER MERGE
      * KEEP THEIR ORIGINAL TAG.
       2986-REPOINT-HISTORY.
           EXEC SQL
               UPDATE CUST_HIST
               SET MERGED_FROM_ID = :DB-ID
               WHERE CUST_ID = :DB-ID
                 AND MERGED_FROM_ID = ' '
           END-EXEC.
           PERFORM 2990-CHECK-MERGE-STEP.
           IF CUST-FOUND
               EXEC SQL
                   UPDATE CUST_HIST
                   SET CUST_ID = :DB-MRG-SURV-ID
                   WHERE CUST_ID = :DB-ID
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.

      * CONTACT NOTES, PROMISES, DISPUTES, LETTERS, SUSPENSE
      * ITEMS (KEYED OR APPLIED UNDER THE LOSER), PAYOFF QUOTES,
      * FRAUD CASES, REFUNDS AND CREDIT-LIMIT REQUESTS ALL FOLLOW
      * THE SURVIVOR. THE LOSER'S STATEMENTS STILL OPEN FOR A
      * LATE FEE ARE CLOSED AS WAIVED - THE BALANCE THEY BILLED IS
      * NOW ON THE SURVIVOR'S NEXT STATEMENT.
       2987-REPOINT-RELATED.
           EXEC SQL
               UPDATE CUST_NOTE
               SET CUST_ID = :DB-MRG-SURV-ID
               WHERE CUST_ID = :DB-ID
           END-EXEC.
           PERFORM 2990-CHECK-MERGE-STEP.
           IF CUST-FOUND
               EXEC SQL
                   UPDATE CUST_PROMISE
                   SET CUST_ID = :DB-MRG-SURV-ID
                   WHERE CUST_ID = :DB-ID
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               EXEC SQL
                   UPDATE CUST_DISPUTE
                   SET CUST_ID = :DB-MRG-SURV-ID
                   WHERE CUST_ID = :DB-ID
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               EXEC SQL
                   UPDATE CUST_LETTER
                   SET CUST_ID = :DB-MRG-SURV-ID
                   WHERE CUST_ID = :DB-ID
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               EXEC SQL
                   UPDATE CUST_SUSP
                   SET CUST_ID_KEYED = :DB-MRG-SURV-ID
                   WHERE CUST_ID_KEYED = :DB-ID
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               EXEC SQL
                   UPDATE CUST_SUSP
                   SET APPL_CUST_ID = :DB-MRG-SURV-ID
                   WHERE APPL_CUST_ID = :DB-ID
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               EXEC SQL
                   UPDATE CUST_STMT_SUM
                   SET LATE_STATUS = 'W'
                   WHERE CUST_ID = :DB-ID
                     AND LATE_STATUS = 'O'
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               EXEC SQL
                   UPDATE CUST_PAYOFF
                   SET CUST_ID = :DB-MRG-SURV-ID
                   WHERE CUST_ID = :DB-ID
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               EXEC SQL
                   UPDATE CUST_FRD_CASE
                   SET CUST_ID = :DB-MRG-SURV-ID
                   WHERE CUST_ID = :DB-ID
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               EXEC SQL
                   UPDATE CUST_REFUND
                   SET CUST_ID = :DB-MRG-SURV-ID
                   WHERE CUST_ID = :DB-ID
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               EXEC SQL
                   UPDATE CUST_CRL_REQ
                   SET CUST_ID = :DB-MRG-SURV-ID
                   WHERE CUST_ID = :DB-ID
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               PERFORM 2988-REPOINT-DRAFT-AND-PREF
           END-IF.
           IF CUST-FOUND
               PERFORM 2992-REPOINT-QUEUE-AND-AGING
           END-IF.

      * AUTOPAY ENROLLMENT AND STATEMENT DELIVERY PREFERENCE ARE ONE
      * ROW PER CUSTOMER: THE SURVIVOR'S OWN ROW STANDS AND THE
      * LOSER'S IS DROPPED; A SURVIVOR WITHOUT ONE INHERITS THE
      * LOSER'S.
       2988-REPOINT-DRAFT-AND-PREF.
           EXEC SQL
               SELECT COUNT(*) INTO :DB-MRG-ROW-COUNT
               FROM CUST_DRAFT
               WHERE CUST_ID = :DB-MRG-SURV-ID
           END-EXEC.
           PERFORM 2990-CHECK-MERGE-STEP.
           IF CUST-FOUND
               IF DB-MRG-ROW-COUNT > 0
                   EXEC SQL
                       DELETE FROM CUST_DRAFT
                       WHERE CUST_ID = :DB-ID
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE CUST_DRAFT
                       SET CUST_ID = :DB-MRG-SURV-ID
                       WHERE CUST_ID = :DB-ID
                   END-EXEC
               END-IF
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               EXEC SQL
                   SELECT COUNT(*) INTO :DB-MRG-ROW-COUNT
                   FROM CUST_STMT_PREF
                   WHERE CUST_ID = :DB-MRG-SURV-ID
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               IF DB-MRG-ROW-COUNT > 0
                   EXEC SQL
                       DELETE FROM CUST_STMT_PREF
                       WHERE CUST_ID = :DB-ID
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE CUST_STMT_PREF
                       SET CUST_ID = :DB-MRG-SURV-ID
                       WHERE CUST_ID = :DB-ID
                   END-EXEC
               END-IF
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.

      * THE ARCHIVE ROW IS THE LOSER AS LEFT (BALANCE ZERO - THE
      * MONEY MOVED, IT DID NOT LEAVE THE BOOKS) PLUS WHO MERGED
      * IT, WHEN, AND THE SURVIVOR IT WAS MERGED INTO.
       2989-RETIRE-LOSER.
           MOVE CUST-OPERATOR-ID TO DB-HIST-OPERATOR.
           EXEC SQL
               INSERT INTO CUST_ARCHIVE
                   (CUST_ID, CUST_NAME, CUST_ADDRESS, CUST_BALANCE,
                    LAST_PAYMENT, ACCOUNT_TYPE, CREDIT_LIMIT,
                    ACCT_STATUS, ARCH_OPERATOR, ARCH_TS,
                    MERGED_INTO_ID)
               SELECT CUST_ID, CUST_NAME, CUST_ADDRESS,
                      CUST_BALANCE, LAST_PAYMENT, ACCOUNT_TYPE,
                      CREDIT_LIMIT, ACCT_STATUS,
                      :DB-HIST-OPERATOR, CURRENT TIMESTAMP,
                      :DB-MRG-SURV-ID
                 FROM CUSTOMER
                WHERE CUST_ID = :DB-ID
           END-EXEC.
           PERFORM 2990-CHECK-MERGE-STEP.
           IF CUST-FOUND
               EXEC SQL
                   DELETE FROM CUSTOMER
                   WHERE CUST_ID = :DB-ID
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.

      * A MERGE STEP WITH NOTHING TO MOVE (SQLCODE 100) IS FINE;
      * ANYTHING ELSE BACKS THE WHOLE MERGE OUT.
       2990-CHECK-MERGE-STEP.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2991-MERGE-FAILED
           END-IF.

       2991-MERGE-FAILED.
           MOVE SQLCODE TO CUST-ERROR-CODE.
           EXEC CICS
               SYNCPOINT ROLLBACK
           END-EXEC.
           MOVE 'E' TO CUST-STATUS.

      * THE COLLECTIONS QUEUE HOLDS ONE ROW PER CUSTOMER PER QUEUE
      * DATE AND THE AGING HISTORY ONE WORST BUCKET PER CUSTOMER
      * PER MONTH. WHERE THE SURVIVOR ALREADY HAS THE DATE OR THE
      * MONTH, THE LOSER'S ROW IS DROPPED - A MONTH KEEPING THE
      * WORSE OF THE TWO BUCKETS - AND THE REST ARE RE-POINTED.
       2992-REPOINT-QUEUE-AND-AGING.
           EXEC SQL
               DELETE FROM CUST_COLLQ L
               WHERE L.CUST_ID = :DB-ID
                 AND EXISTS (SELECT 1
                               FROM CUST_COLLQ S
                              WHERE S.CUST_ID = :DB-MRG-SURV-ID
                                AND S.QUEUE_DATE = L.QUEUE_DATE)
           END-EXEC.
           PERFORM 2990-CHECK-MERGE-STEP.
           IF CUST-FOUND
               EXEC SQL
                   UPDATE CUST_COLLQ
                   SET CUST_ID = :DB-MRG-SURV-ID
                   WHERE CUST_ID = :DB-ID
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               EXEC SQL
                   UPDATE CUST_AGE_WORST S
                   SET WORST_BUCKET =
                       (SELECT L.WORST_BUCKET
                          FROM CUST_AGE_WORST L
                         WHERE L.CUST_ID = :DB-ID
                           AND L.AGE_MONTH = S.AGE_MONTH)
                   WHERE S.CUST_ID = :DB-MRG-SURV-ID
                     AND EXISTS (SELECT 1
                                   FROM CUST_AGE_WORST L
                                  WHERE L.CUST_ID = :DB-ID
                                    AND L.AGE_MONTH = S.AGE_MONTH
                                    AND L.WORST_BUCKET
                                        > S.WORST_BUCKET)
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               EXEC SQL
                   DELETE FROM CUST_AGE_WORST L
                   WHERE L.CUST_ID = :DB-ID
                     AND EXISTS (SELECT 1
                                   FROM CUST_AGE_WORST S
                                  WHERE S.CUST_ID = :DB-MRG-SURV-ID
                                    AND S.AGE_MONTH = L.AGE_MONTH)
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.
           IF CUST-FOUND
               EXEC SQL
                   UPDATE CUST_AGE_WORST
                   SET CUST_ID = :DB-MRG-SURV-ID
                   WHERE CUST_ID = :DB-ID
               END-EXEC
               PERFORM 2990-CHECK-MERGE-STEP
           END-IF.

      *----------------------------------------------------------
      * ONE CUST_HIST ROW PER SUCCESSFUL ACTION. THE CALLER'S
      * OPERATOR ID RIDES IN ON THE COMMAREA; THE ACTION, AMOUNT
                   SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'E' TO CUST-STATUS
           ELSE
               PERFORM 7050-JOURNAL-EVENT
           END-IF.

      * Before image for an action that can change more than the
      * balance, taken ahead of its update. The event journaled
      * after the history row compares it with the row as left.
       7010-TAKE-SNAPSHOT.
           MOVE DB-ID TO EVT-CUST-ID.
           SET EVT-SNAPSHOT TO TRUE.
           CALL 'CUSTEVT' USING EVT-CONTROL-AREA.

      * The CRM change event rides in the same unit of work as the
      * history row, so it is only ever published for work that
      * committed. A failed event backs the action out the same
      * way a failed history insert does.
       7050-JOURNAL-EVENT.
           MOVE DB-ID TO EVT-CUST-ID.
           MOVE DB-HIST-ACTION TO EVT-HIST-ACTION.
           MOVE DB-HIST-OPERATOR TO EVT-OPERATOR.
           MOVE DB-HIST-BAL-BEFORE TO EVT-BAL-BEFORE.
           SET EVT-JOURNAL TO TRUE.
           CALL 'CUSTEVT' USING EVT-CONTROL-AREA.
           IF NOT EVT-OK
               MOVE EVT-SQLCODE TO CUST-ERROR-CODE
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'E' TO CUST-STATUS
           END-IF.

      * Account standing ahead of an enforcement decision. A row
