      *   timestamp in the commarea. Take the do-not-contact
      *   marker on the CHANGE path (Y sets, N clears, blank
      *   leaves as-is); CUSTLTR skips marked accounts.
      *   Keep the screen working through a DB2 outage: when
      *   CUSTSEC cannot read CUST_OPAUTH because DB2 is down,
      *   inquiries still go to CUSTDB2 (VSAM fallback), and a
      *   payment or contact note - unchecked, so never sent to
      *   CUSTDB2 - is captured to the CUSTPND pending file with
      *   operator, terminal and timestamp and shown as accepted,
      *   pending post; so is one an authorized operator keys
      *   that fails on the outage. The CUSTRPL batch replay
      *   posts it once DB2 is back and checks the operator's
      *   authority there first.
      *   Show the bad-address marker (set by the CUSTNCO
      *   returned-mail intake) on the inquiry. CUSTDB2 clears it
      *   when a CHANGE alters the address.
      *   Add the PF17 statement archive exit: CUSTSTV lists the
      *   keyed customer's archived statements, pages through one
      *   as it was produced and queues a duplicate reprint.
      *   Add the PF18 payoff quote exit: CUSTPOQ works out the
      *   keyed customer's payoff good through a chosen date and
      *   saves the quote for the payoff letter.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAIN.

           05  WS-TIME-STAMP        PIC X(6).
           05  WS-AUDIT-SUB         PIC 9(2)  COMP.

      * Outage capture to the CUSTPND pending file
       01  WS-CICS-RESP             PIC S9(8) COMP.

       01  WS-HELP-TEXT             PIC X(50) VALUE
           'SCREEN: ID,NAME,ADDRESS,BALANCE,CALC AMT,DATE'.

               PF14(1970-SET-RETYPE)
               PF15(1980-SET-NOTE)
               PF16(1990-SET-NOTE-BROWSE)
               PF17(9800-STATEMENT-EXIT)
               PF18(9900-PAYOFF-EXIT)
           END-EXEC.

           EXEC CICS

      * Nothing runs for an operator CUST_OPAUTH does not clear
      * for the action; the attempt itself is journaled.
      * With DB2 down CUSTSEC cannot prove anything, so the
      * denial stands for every action except an inquiry (served
      * from the VSAM fallback) and the payment/note capture.
      * An unchecked payment or note never reaches CUSTDB2 - DB2
      * could be back by the time it got there - it goes only to
      * the pending file, and the CUSTRPL replay checks that
      * operator's authority before anything captured is posted.
           PERFORM 0500-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN SEC-ALLOWED
                   PERFORM 1050-PROCESS-AUTHORIZED
               WHEN SEC-DB2-UNAVAILABLE AND CUST-ACT-INQUIRY
                   PERFORM 1050-PROCESS-AUTHORIZED
               WHEN SEC-DB2-UNAVAILABLE
                AND (CUST-ACT-PAYMENT OR CUST-ACT-NOTE)
                   PERFORM 1070-CAPTURE-UNCHECKED
               WHEN OTHER
                   MOVE 'Not authorized for this action' TO
                       OUT-MESSAGE
                   PERFORM 4100-WRITE-DENIED-AUDIT
           END-EVALUATE.

       0500-CHECK-AUTHORITY.
           MOVE EIBOPID TO SEC-OPERATOR-ID.
                   LENGTH(LENGTH OF CUSTOMER-RECORD)
               END-EXEC

               IF (CUST-ACT-PAYMENT OR CUST-ACT-NOTE)
                AND CUST-ERROR
                AND (CUST-ERROR-CODE = -923
                     OR CUST-ERROR-CODE = -30081)
                   PERFORM 1060-CAPTURE-PENDING
               END-IF

               PERFORM 4000-WRITE-AUDIT-RECORD

               PERFORM 3000-BUILD-RESPONSE
           END-IF.

      *----------------------------------------------------------
      * DB2 IS DOWN: HOLD THE PAYMENT OR NOTE ON THE CUSTPND
      * PENDING FILE WITH WHO KEYED IT, WHERE AND WHEN, SO THE
      * CUSTRPL REPLAY CAN POST IT ONCE DB2 IS BACK. ONLY A
      * CLEAN WRITE TURNS THE FAILURE INTO ACCEPTED, PENDING
      * POST - ANYTHING ELSE STILL SHOWS AS FAILED.
      *----------------------------------------------------------
       1060-CAPTURE-PENDING.
           MOVE SPACES TO CUST-PENDING-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(PND-CAPTURE-DATE)
               TIME(PND-CAPTURE-TIME)
           END-EXEC.
           MOVE EIBTRMID TO PND-TERM-ID.
           MOVE EIBOPID TO PND-OPERATOR-ID.
           MOVE CUST-ID TO PND-CUSTOMER-ID.
           MOVE CA-ACTION-FLAG TO PND-ITEM-TYPE.
           IF CUST-ACT-PAYMENT
               MOVE CUST-PAYMENT-AMOUNT TO PND-PAYMENT-AMOUNT
           ELSE
               MOVE ZERO TO PND-PAYMENT-AMOUNT
               MOVE CUST-NOTE-TEXT TO PND-NOTE-TEXT
           END-IF.

           EXEC CICS WRITE
               DATASET('CUSTPND')
               FROM(CUST-PENDING-RECORD)
               RIDFLD(PND-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               MOVE 'Q' TO CUST-STATUS
           END-IF.

      *----------------------------------------------------------
      * DB2 IS DOWN AND THE OPERATOR'S AUTHORITY IS UNPROVED: THE
      * PAYMENT OR NOTE IS EDITED AS USUAL AND GOES STRAIGHT TO
      * THE PENDING FILE, NOT TO CUSTDB2. IT STANDS AS FAILED ON
      * THE OUTAGE UNLESS THE CAPTURE WRITE IS CLEAN.
      *----------------------------------------------------------
       1070-CAPTURE-UNCHECKED.
           PERFORM 1100-EDIT-CUSTOMER-ID.

           IF WS-EDIT-OK AND CUST-ACT-NOTE
               PERFORM 1180-EDIT-NOTE-TEXT
           END-IF.

           IF WS-EDIT-OK
               IF CUST-ACT-PAYMENT
                   MOVE IN-PAYMENT-AMOUNT TO CUST-PAYMENT-AMOUNT
               ELSE
                   MOVE IN-NOTE-TEXT TO CUST-NOTE-TEXT
               END-IF
               MOVE SPACES TO CA-HIST-FROM-TS
               MOVE SPACES TO CA-NOTE-FROM-TS
               MOVE EIBOPID TO CUST-OPERATOR-ID
               MOVE 'E' TO CUST-STATUS
               MOVE -923 TO CUST-ERROR-CODE

               PERFORM 1060-CAPTURE-PENDING

               PERFORM 4000-WRITE-AUDIT-RECORD

               PERFORM 3000-BUILD-RESPONSE
                   WHEN CUST-REFUSED
                       MOVE 'Account closed - payment refused' TO
                           OUT-MESSAGE
                   WHEN CUST-PENDING-POST
                       MOVE CUST-ID TO OUT-CUSTOMER-ID
                       MOVE 'Payment accepted, pending post' TO
                           OUT-MESSAGE
                   WHEN CUST-ERROR
                       MOVE 'Payment failed - see error code' TO
                           OUT-MESSAGE
               MOVE CUST-ADDRESS TO OUT-CUSTOMER-ADDRESS
               MOVE CUST-BALANCE TO OUT-CUSTOMER-BALANCE

      * Compounding frequency follows the account type carried
      * on CUSTOMER-RECORD (R=revolving, C=charge, B=business)
      * so the figure CUSTHLPR returns matches how this
      * customer's balance actually accrues.
               EVALUATE CUST-ACCOUNT-TYPE
                   WHEN 'R'
                       SET WS-COMPOUND-MONTHLY TO TRUE
                       SET WS-COMPOUND-MONTHLY TO TRUE
               END-EVALUATE

      * Price with the rate in effect for this account type
      * on the calculation date, fetched by CUSTDB2 from
      * the effective-dated CUST_RATE table.
               MOVE CUST-INT-RATE TO WS-INTEREST-RATE
               MOVE CUST-TAX-RATE TO WS-TAX-RATE

      * Call HLASM routine for complex calculation
               MOVE CUST-BALANCE TO WS-BASE-AMOUNT
               CALL 'CUSTHLPR' USING WS-BASE-AMOUNT,
                                     WS-INTEREST-RATE,
                       MOVE 'ACTIVE' TO OUT-ACCT-STATUS
               END-EVALUATE

      * Mail to the address on file is coming back - the rep
      * should confirm the address with the customer.
               IF CUST-BAD-ADDRESS
                   MOVE 'BAD ADDRESS' TO OUT-BAD-ADDR
               ELSE
                   MOVE SPACES TO OUT-BAD-ADDR
               END-IF

               MOVE 'Customer found' TO OUT-MESSAGE
           ELSE
               IF CUST-ERROR

       3700-BUILD-NOTE-RESPONSE.
           MOVE CUST-ID TO OUT-CUSTOMER-ID.
           EVALUATE TRUE
               WHEN CUST-FOUND
                   MOVE 'Note recorded' TO OUT-MESSAGE
               WHEN CUST-PENDING-POST
                   MOVE 'Note accepted, pending post' TO OUT-MESSAGE
               WHEN OTHER
                   MOVE 'Note add failed - see error code' TO
                       OUT-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------
      * NOTES BROWSE RESPONSE. SHOWS UP TO WS-MAP-LIST-MAX NOTES

       8000-ERROR-ROUTINE.
           MOVE 'Transaction error occurred' TO OUT-MESSAGE.
           EXEC CICS SEND MAP('CUSTMAP') MAPSET('CUSTSET') ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

       8500-SEND-AND-RETURN.
       9000-CLEAR-EXIT.
           MOVE LOW-VALUES TO CUSTMAPO.
           MOVE 'Enter customer ID' TO OUT-MESSAGE.
           EXEC CICS SEND MAP('CUSTMAP') MAPSET('CUSTSET') ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

       9000-EXIT.
       9500-HELP-OVERLAY.
           MOVE LOW-VALUES TO CUSTMAPO.
           MOVE WS-HELP-TEXT TO OUT-MESSAGE.
           EXEC CICS SEND MAP('CUSTMAP') MAPSET('CUSTSET') ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('CUST')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
               COMMAREA(WS-COMMAREA)
               LENGTH(8)
           END-EXEC.

      * CUSTSTV takes the customer on the screen and lists its
      * archived statements on arrival.
       9800-STATEMENT-EXIT.
           MOVE IN-CUSTOMER-ID TO CA-CUSTOMER-ID.
           EXEC CICS XCTL PROGRAM('CUSTSTV')
               COMMAREA(WS-COMMAREA)
               LENGTH(8)
           END-EXEC.

      * CUSTPOQ takes the customer on the screen and quotes its
      * payoff good through the current business date on arrival.
       9900-PAYOFF-EXIT.
           MOVE IN-CUSTOMER-ID TO CA-CUSTOMER-ID.
           EXEC CICS XCTL PROGRAM('CUSTPOQ')
               COMMAREA(WS-COMMAREA)
               LENGTH(8)
           END-EXEC.
