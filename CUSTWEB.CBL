      * fixed CRM-REPLY message. Every request is checked against
      * CUST_OPAUTH through CUSTSEC and journaled to AUDT exactly
      * like a terminal inquiry, with 'WEB' as the terminal ID.
      * The reply also carries the customer's latest statement
      * summary (CUST_STMT_SUM, stored by CUSTSTM): statement date
      * and balance, past-due amount, minimum payment due and the
      * payment due date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTWEB.


       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * DB2 communication area
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * Common data definitions
       COPY CUSTDEF.

      * Host variables for the latest CUST_STMT_SUM row
       01  DB-CUST-ID               PIC X(6).
       01  DB-STMT-DATE             PIC X(10).
       01  DB-STMT-BALANCE          PIC S9(9)V99 COMP-3.
       01  DB-PAST-DUE              PIC S9(9)V99 COMP-3.
       01  DB-MIN-DUE               PIC S9(9)V99 COMP-3.
       01  DB-DUE-DATE              PIC X(10).

       01  CALCULATION-FIELDS.
           05  WS-INTEREST-RATE     PIC S9(3)V9(5) COMP-3 VALUE 0.05.
           05  WS-TAX-RATE          PIC S9(3)V9(5) COMP-3 VALUE 0.08.
           MOVE ZERO TO CRM-RPY-BALANCE.
           MOVE ZERO TO CRM-RPY-CREDIT-LIM.
           MOVE ZERO TO CRM-RPY-CALC-AMOUNT.
           MOVE ZERO TO CRM-RPY-STMT-BALANCE.
           MOVE ZERO TO CRM-RPY-PAST-DUE.
           MOVE ZERO TO CRM-RPY-MIN-DUE.

           PERFORM 0500-CHECK-AUTHORITY.
           IF SEC-DENIED
               MOVE CUST-ACCT-STATUS TO CRM-RPY-ACCT-STATUS
               MOVE CUST-CREDIT-LIMIT TO CRM-RPY-CREDIT-LIM

      *        Same account-type compounding and effective-dated
      *        rate the CUST screen prices with.
               EVALUATE CUST-ACCOUNT-TYPE
                   WHEN 'R'
                       SET WS-COMPOUND-MONTHLY TO TRUE
                                     WS-GREGORIAN-RESULT

               MOVE WS-CALC-RESULT TO CRM-RPY-CALC-AMOUNT
               PERFORM 3100-FETCH-STMT-SUMMARY
               MOVE 'Customer found' TO CRM-RPY-MESSAGE
           ELSE
               IF CUST-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------
      * LATEST STATEMENT'S FIGURES. A CUSTOMER NOT YET STATEMENTED
      * (OR A LOOKUP FAILURE) LEAVES THEM BLANK - THE INQUIRY
      * ITSELF STILL ANSWERS.
      *----------------------------------------------------------
       3100-FETCH-STMT-SUMMARY.
           MOVE CUST-ID TO DB-CUST-ID.
           EXEC SQL
               SELECT CHAR(STMT_DATE, ISO), STMT_BALANCE, PAST_DUE,
                      MIN_DUE, CHAR(DUE_DATE, ISO)
                 INTO :DB-STMT-DATE, :DB-STMT-BALANCE, :DB-PAST-DUE,
                      :DB-MIN-DUE, :DB-DUE-DATE
                 FROM CUST_STMT_SUM
                WHERE CUST_ID = :DB-CUST-ID
                ORDER BY STMT_DATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE DB-STMT-DATE TO CRM-RPY-STMT-DATE
               MOVE DB-STMT-BALANCE TO CRM-RPY-STMT-BALANCE
               MOVE DB-PAST-DUE TO CRM-RPY-PAST-DUE
               MOVE DB-MIN-DUE TO CRM-RPY-MIN-DUE
               MOVE DB-DUE-DATE TO CRM-RPY-DUE-DATE
           END-IF.

      *----------------------------------------------------------
      * SAME AUDT RECORD THE CUST SCREEN WRITES, SO AN EXTERNAL
      * INQUIRY IS TRACKED LIKE A TERMINAL ONE. 'WEB' STANDS IN
