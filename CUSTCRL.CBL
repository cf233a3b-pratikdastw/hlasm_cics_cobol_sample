      * the keyed supervisor actually holds supervisor authority
      * ('U') on CUST_OPAUTH; a denied attempt is journaled to
      * AUDT with the denied flag set and goes no further.
      * Once the CRLPND queue is empty, PF5/PF4/PF6 work the
      * requests the CUSTCLR quarterly credit-line review left
      * pending on CUST_CRL_REQ - larger increases and every
      * decrease - oldest first, or the keyed customer's. An
      * approval applies the new limit through CUSTDB2 the same
      * way; approve or reject, the request row is closed with
      * the supervisor and time, and the AUDT trail is the same.
      * Review requests show the customer's live limit, and an
      * approval re-reads it first: if it no longer matches the
      * limit the review started from, the request is closed as
      * stale ('S') and the new limit is not applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCRL.


       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * DB2 communication area
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * Common data definitions
       COPY CUSTDEF.


       01  WS-APPROVAL-THRESHOLD    PIC S9(9)V99 COMP-3 VALUE 5000.00.

      * Host variables for a CUST_CRL_REQ review request
       01  DB-CUST-ID               PIC X(6).
       01  DB-REQ-TS                PIC X(26).
       01  DB-REQ-TYPE              PIC X(1).
       01  DB-OLD-LIMIT             PIC S9(9)V99 COMP-3.
       01  DB-NEW-LIMIT             PIC S9(9)V99 COMP-3.
       01  DB-REQ-STATUS            PIC X(1).
       01  DB-DECIDED-BY            PIC X(8).
       01  DB-CURR-LIMIT            PIC S9(9)V99 COMP-3.

       01  WS-LIMIT-SWITCH          PIC X(1)       VALUE 'N'.
           88  WS-LIMIT-FOUND         VALUE 'Y'.

       01  WS-REVIEW-SWITCH         PIC X(1)       VALUE 'N'.
           88  WS-REVIEW-FOUND        VALUE 'Y'.

       01  WS-EDIT-SWITCH           PIC X(1)       VALUE 'Y'.
           88  WS-EDIT-OK             VALUE 'Y'.
           88  WS-EDIT-BAD            VALUE 'N'.
               MOVE 'Pending request - PF4 approve, PF6 reject' TO
                   OUT-CRL-MESSAGE
           ELSE
               PERFORM 1600-FETCH-REVIEW-REQUEST
               IF WS-REVIEW-FOUND
                   PERFORM 1650-SHOW-REVIEW-REQUEST
               ELSE
                   MOVE SPACES TO OUT-CRL-CUSTOMER-ID
                   MOVE 'NONE' TO OUT-CRL-STATUS
                   MOVE 'No pending requests' TO OUT-CRL-MESSAGE
               END-IF
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

      *----------------------------------------------------------
      * THE QUARTERLY REVIEW'S PENDING REQUESTS ON CUST_CRL_REQ.
      * THE KEYED CUSTOMER'S REQUEST IF A CUSTOMER IS ON THE
      * SCREEN, OTHERWISE THE OLDEST ONE WAITING - THE SAME ONE
      * PF5 SHOWS, SO PF4/PF6 ACT ON WHAT THE SUPERVISOR SAW.
      *----------------------------------------------------------
       1600-FETCH-REVIEW-REQUEST.
           MOVE 'N' TO WS-REVIEW-SWITCH.
           IF IN-CRL-CUSTOMER-ID NOT = SPACES
            AND IN-CRL-CUSTOMER-ID NOT = LOW-VALUES
            AND IN-CRL-CUSTOMER-ID NUMERIC
               MOVE IN-CRL-CUSTOMER-ID TO DB-CUST-ID
               EXEC SQL
                   SELECT CUST_ID, CHAR(REQ_TS), REQ_TYPE,
                          OLD_LIMIT, NEW_LIMIT
                     INTO :DB-CUST-ID, :DB-REQ-TS, :DB-REQ-TYPE,
                          :DB-OLD-LIMIT, :DB-NEW-LIMIT
                     FROM CUST_CRL_REQ
                    WHERE CUST_ID = :DB-CUST-ID
                      AND REQ_STATUS = 'P'
                    ORDER BY REQ_TS
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT CUST_ID, CHAR(REQ_TS), REQ_TYPE,
                          OLD_LIMIT, NEW_LIMIT
                     INTO :DB-CUST-ID, :DB-REQ-TS, :DB-REQ-TYPE,
                          :DB-OLD-LIMIT, :DB-NEW-LIMIT
                     FROM CUST_CRL_REQ
                    WHERE REQ_STATUS = 'P'
                    ORDER BY REQ_TS, CUST_ID
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE 'Y' TO WS-REVIEW-SWITCH
           END-IF.

       1650-SHOW-REVIEW-REQUEST.
           MOVE DB-CUST-ID TO OUT-CRL-CUSTOMER-ID.
           PERFORM 1700-FETCH-CURRENT-LIMIT.
           MOVE DB-CURR-LIMIT TO OUT-CRL-CURR-LIMIT.
           MOVE DB-NEW-LIMIT TO OUT-CRL-PEND-LIMIT.
           IF DB-REQ-TYPE = 'D'
               MOVE 'REV-DECR' TO OUT-CRL-STATUS
           ELSE
               MOVE 'REV-INCR' TO OUT-CRL-STATUS
           END-IF.
           IF DB-CURR-LIMIT NOT = DB-OLD-LIMIT
               MOVE 'Limit changed since review' TO OUT-CRL-MESSAGE
           ELSE
               MOVE 'Review - PF4 approve, PF6 reject' TO
                   OUT-CRL-MESSAGE
           END-IF.

      * THE CUSTOMER'S LIVE CREDIT LIMIT. IF IT CANNOT BE READ THE
      * LIMIT THE REVIEW STARTED FROM STANDS IN FOR IT.
       1700-FETCH-CURRENT-LIMIT.
           MOVE 'N' TO WS-LIMIT-SWITCH.
           MOVE DB-OLD-LIMIT TO DB-CURR-LIMIT.
           EXEC SQL
               SELECT CREDIT_LIMIT
                 INTO :DB-CURR-LIMIT
                 FROM CUSTOMER
                WHERE CUST_ID = :DB-CUST-ID
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'Y' TO WS-LIMIT-SWITCH
           ELSE
               MOVE DB-OLD-LIMIT TO DB-CURR-LIMIT
           END-IF.

       2000-APPROVE-PENDING.
           IF IN-CRL-SUPV-USER = SPACES OR LOW-VALUES
               MOVE 'NONE' TO OUT-CRL-STATUS

               PERFORM 4000-WRITE-AUDIT-RECORD
           ELSE
               PERFORM 2200-APPROVE-REVIEW-REQUEST
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

               PERFORM 4000-WRITE-AUDIT-RECORD
           ELSE
               PERFORM 2300-REJECT-REVIEW-REQUEST
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

      *----------------------------------------------------------
      * APPROVE A REVIEW REQUEST: THE NEW LIMIT GOES THROUGH
      * CUSTDB2 EXACTLY AS A QUEUED REQUEST DOES (A DECREASE IS
      * ALLOWED EVEN ON HOLD OR IN COLLECTIONS). AN APPLIED OR
      * REFUSED REQUEST IS CLOSED; A FAILED UPDATE STAYS PENDING.
      * IF THE LIMIT MOVED BUT THE REQUEST CANNOT BE CLOSED, THE
      * WHOLE THING IS BACKED OUT SO IT CANNOT BE APPLIED TWICE.
      * THE LIVE LIMIT IS RE-READ FIRST: A LIMIT CHANGED SINCE THE
      * REVIEW (BY A REP OR ANOTHER APPROVAL) MAKES THE REQUEST
      * STALE, AND IT IS CLOSED WITHOUT BEING APPLIED.
      *----------------------------------------------------------
       2200-APPROVE-REVIEW-REQUEST.
           PERFORM 1600-FETCH-REVIEW-REQUEST.
           IF NOT WS-REVIEW-FOUND
               MOVE 'NONE' TO OUT-CRL-STATUS
               MOVE 'No pending requests' TO OUT-CRL-MESSAGE
           ELSE
               PERFORM 1700-FETCH-CURRENT-LIMIT
               IF NOT WS-LIMIT-FOUND
                   MOVE DB-CUST-ID TO OUT-CRL-CUSTOMER-ID
                   MOVE DB-NEW-LIMIT TO OUT-CRL-PEND-LIMIT
                   MOVE 'ERROR' TO OUT-CRL-STATUS
                   MOVE 'Approval update failed' TO OUT-CRL-MESSAGE
               ELSE
                   IF DB-CURR-LIMIT NOT = DB-OLD-LIMIT
                       PERFORM 2250-CLOSE-STALE-REQUEST
                   ELSE
                       PERFORM 2260-APPLY-REVIEW-REQUEST
                   END-IF
               END-IF
           END-IF.

      * THE LIMIT IS NO LONGER THE ONE THE REVIEW SCORED AGAINST.
      * THE REQUEST IS CLOSED AS STALE AND JOURNALED AS REJECTED;
      * THE NEXT REVIEW STARTS FROM THE LIVE LIMIT.
       2250-CLOSE-STALE-REQUEST.
           MOVE 'S' TO DB-REQ-STATUS.
           PERFORM 2400-CLOSE-REVIEW-REQUEST.
           MOVE DB-CUST-ID TO CUST-ID.
           MOVE DB-CUST-ID TO OUT-CRL-CUSTOMER-ID.
           MOVE DB-CURR-LIMIT TO OUT-CRL-CURR-LIMIT.
           MOVE DB-NEW-LIMIT TO OUT-CRL-PEND-LIMIT.
           IF SQLCODE = 0
               MOVE 'STALE' TO OUT-CRL-STATUS
               MOVE 'Limit changed - request closed' TO
                   OUT-CRL-MESSAGE
               MOVE IN-CRL-SUPV-USER TO CUST-LIMIT-APPR-USER
               SET CUST-LIMIT-REJECTED TO TRUE
               PERFORM 4000-WRITE-AUDIT-RECORD
           ELSE
               MOVE 'ERROR' TO OUT-CRL-STATUS
               MOVE 'Close failed - still pending' TO
                   OUT-CRL-MESSAGE
           END-IF.

       2260-APPLY-REVIEW-REQUEST.
           MOVE DB-CUST-ID TO CUST-ID.
           MOVE DB-NEW-LIMIT TO CUST-NEW-CREDIT-LIMIT.
           MOVE 'L' TO CUST-ACTION-FLAG.
           MOVE EIBOPID TO CUST-OPERATOR-ID.

           EXEC CICS
               LINK PROGRAM('CUSTDB2')
               COMMAREA(CUSTOMER-RECORD)
               LENGTH(LENGTH OF CUSTOMER-RECORD)
           END-EXEC.

           MOVE DB-CUST-ID TO OUT-CRL-CUSTOMER-ID.
           MOVE DB-NEW-LIMIT TO OUT-CRL-PEND-LIMIT.
           MOVE CUST-CREDIT-LIMIT TO OUT-CRL-CURR-LIMIT.
           MOVE IN-CRL-SUPV-USER TO CUST-LIMIT-APPR-USER.
           EVALUATE TRUE
               WHEN CUST-FOUND
                   MOVE 'A' TO DB-REQ-STATUS
                   PERFORM 2400-CLOSE-REVIEW-REQUEST
                   IF SQLCODE = 0
                       SET CUST-LIMIT-APPROVED TO TRUE
                       MOVE 'APPROVED' TO OUT-CRL-STATUS
                       MOVE 'Credit limit approved and updated'
                           TO OUT-CRL-MESSAGE
                   ELSE
                       EXEC CICS
                           SYNCPOINT ROLLBACK
                       END-EXEC
                       SET CUST-LIMIT-PENDING TO TRUE
                       MOVE 'ERROR' TO OUT-CRL-STATUS
                       MOVE 'Approval failed - not updated' TO
                           OUT-CRL-MESSAGE
                   END-IF
               WHEN CUST-REFUSED
                   MOVE 'R' TO DB-REQ-STATUS
                   PERFORM 2400-CLOSE-REVIEW-REQUEST
                   SET CUST-LIMIT-REJECTED TO TRUE
                   MOVE 'REFUSED' TO OUT-CRL-STATUS
                   MOVE 'Refused - account held/collections' TO
                       OUT-CRL-MESSAGE
               WHEN OTHER
                   SET CUST-LIMIT-PENDING TO TRUE
                   MOVE 'ERROR' TO OUT-CRL-STATUS
                   MOVE 'Approval update failed' TO
                       OUT-CRL-MESSAGE
           END-EVALUATE.

           PERFORM 4000-WRITE-AUDIT-RECORD.

       2300-REJECT-REVIEW-REQUEST.
           PERFORM 1600-FETCH-REVIEW-REQUEST.
           IF NOT WS-REVIEW-FOUND
               MOVE 'NONE' TO OUT-CRL-STATUS
               MOVE 'No pending requests' TO OUT-CRL-MESSAGE
           ELSE
               PERFORM 1700-FETCH-CURRENT-LIMIT
               MOVE 'R' TO DB-REQ-STATUS
               PERFORM 2400-CLOSE-REVIEW-REQUEST
               MOVE DB-CUST-ID TO CUST-ID
               MOVE DB-CUST-ID TO OUT-CRL-CUSTOMER-ID
               MOVE DB-CURR-LIMIT TO OUT-CRL-CURR-LIMIT
               MOVE DB-NEW-LIMIT TO OUT-CRL-PEND-LIMIT
               IF SQLCODE = 0
                   MOVE 'REJECTED' TO OUT-CRL-STATUS
                   MOVE 'Credit limit request rejected' TO
                       OUT-CRL-MESSAGE
                   MOVE IN-CRL-SUPV-USER TO CUST-LIMIT-APPR-USER
                   SET CUST-LIMIT-REJECTED TO TRUE
                   PERFORM 4000-WRITE-AUDIT-RECORD
               ELSE
                   MOVE 'ERROR' TO OUT-CRL-STATUS
                   MOVE 'Reject failed - still pending' TO
                       OUT-CRL-MESSAGE
               END-IF
           END-IF.

      * CLOSE THE REQUEST JUST READ, ONLY IF IT IS STILL PENDING -
      * ANOTHER SUPERVISOR MAY HAVE DECIDED IT MEANWHILE.
       2400-CLOSE-REVIEW-REQUEST.
           MOVE IN-CRL-SUPV-USER TO DB-DECIDED-BY.
           EXEC SQL
               UPDATE CUST_CRL_REQ
                  SET REQ_STATUS = :DB-REQ-STATUS,
                      DECIDED_BY = :DB-DECIDED-BY,
                      DECIDED_TS = CURRENT TIMESTAMP
                WHERE CUST_ID = :DB-CUST-ID
                  AND REQ_TS = TIMESTAMP(:DB-REQ-TS)
                  AND REQ_STATUS = 'P'
           END-EXEC.
           IF SQLCODE = 0 AND SQLERRD(3) = 0
               MOVE 100 TO SQLCODE
           END-IF.

      * THE APPROVER'S AUTHORITY IS KEYED BY THE FIRST THREE
      * BYTES OF THE SUPERVISOR USER ID - THE SAME OPERATOR ID
