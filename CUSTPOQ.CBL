****************************************************************
* 20. PAYOFF QUOTE (COBOL)
****************************************************************
      * Payoff quote screen for customers, dealers and title
      * companies asking what it takes to pay an account in full.
      * Reached by PF18 from the CUST screen with the customer
      * already keyed, or on its own. ENTER works out the payoff
      * good through the keyed date (blank is the current
      * business date, and no more than thirty days out): the
      * balance, plus interest since the last CUSTINT accrual at
      * the per-diem the CUST_RATE row for the account type gives
      * through CUSTHLPR, plus late fees CUSTLFE has yet to post,
      * less the open disputed amount, which is shown on its own
      * line. PF5 saves the quote shown on CUST_PAYOFF under a new
      * quote number with the operator and its expiry (the
      * good-through date); the nightly CUSTPOL run prints the
      * payoff letter and CUSTPAY marks the quote paid when a
      * payment settles it. Every quote saved goes to the AUDT
      * journal, as does a refused attempt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPOQ.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * DB2 communication area
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * Common data definitions
       COPY CUSTDEF.

      * Business calendar call area (CUSTCAL)
       COPY CUSTCAL.

       01  WS-COMMAREA.
           05  CA-CUSTOMER-ID       PIC X(6).
           05  CA-ACTION-FLAG       PIC X(1).
           05  CA-RETURN-STATUS     PIC X(1).
      * Good-through date of the payoff on the screen (spaces until
      * ENTER has worked one out), and its quote number once PF5
      * has saved it, so a second PF5 does not save it again.
           05  CA-POQ-THRU-DATE     PIC X(10) VALUE SPACES.
           05  CA-POQ-QUOTE-NO      PIC 9(9)  VALUE ZERO.

      * Host variables for CUSTOMER, CUST_BUSDATE and CUST_RUNCTL
       01  DB-CUST-ID               PIC X(6).
       01  DB-CUST-NAME             PIC X(30).
       01  DB-BALANCE               PIC S9(9)V99 COMP-3.
       01  DB-ACCOUNT-TYPE          PIC X(1).
       01  DB-ACCT-STATUS           PIC X(1).
       01  DB-BUS-DATE              PIC X(10).
       01  DB-THRU-DATE             PIC X(10).
       01  DB-AHEAD-DAYS            PIC S9(9) COMP.
       01  DB-ACCRUAL-DATE          PIC X(10).
       01  DB-ACCRUAL-DAYS          PIC S9(9) COMP.

      * Host variables for CUST_RATE, CUST_DISPUTE, CUST_STMT_SUM
      * and CUST_FEE
       01  DB-INT-RATE              PIC S9(3)V9(5) COMP-3.
       01  DB-TAX-RATE              PIC S9(3)V9(5) COMP-3.
       01  DB-DISPUTED-AMOUNT       PIC S9(11)V99 COMP-3.
       01  DB-STMT-DATE             PIC X(10).
       01  DB-DUE-DATE              PIC X(10).
       01  DB-MIN-DUE               PIC S9(9)V99 COMP-3.
       01  DB-PAID-AMOUNT           PIC S9(11)V99 COMP-3.
       01  DB-LATE-FEE              PIC S9(7)V99 COMP-3.

      * Host variables for the CUST_PAYOFF quote row
       01  DB-QUOTE-NO              PIC S9(9) COMP.
       01  DB-OPERATOR              PIC X(8).
       01  DB-PER-DIEM              PIC S9(7)V99 COMP-3.
       01  DB-INTEREST              PIC S9(9)V99 COMP-3.
       01  DB-FEES                  PIC S9(9)V99 COMP-3.
       01  DB-PAYOFF                PIC S9(11)V99 COMP-3.

      * Same calculation interface the CUST screen and the CUSTINT
      * accrual run drive. The rate VALUE clauses are only the
      * no-rate-on-file fallback.
       01  CALCULATION-FIELDS.
           05  WS-INTEREST-RATE     PIC S9(3)V9(5) COMP-3 VALUE 0.05.
           05  WS-TAX-RATE          PIC S9(3)V9(5) COMP-3 VALUE 0.08.
           05  WS-COMPOUND-FREQ     PIC X(1)       VALUE 'M'.
               88  WS-COMPOUND-MONTHLY   VALUE 'M'.
               88  WS-COMPOUND-QUARTERLY VALUE 'Q'.
               88  WS-COMPOUND-ANNUAL    VALUE 'A'.
           05  WS-BASE-AMOUNT       PIC S9(9)V99   COMP-3.
           05  WS-CALC-RESULT       PIC S9(9)V99   COMP-3.
           05  WS-DATE-CONV-RESULT  PIC S9(8)      COMP.
           05  WS-GREGORIAN-RESULT  PIC X(10).

      * Furthest a quote may be good through, in days after the
      * business date.
       01  WS-POQ-MAX-DAYS          PIC S9(4) COMP VALUE 30.

       01  WS-EDIT-SWITCH           PIC X(1)       VALUE 'Y'.
           88  WS-EDIT-OK             VALUE 'Y'.
           88  WS-EDIT-BAD            VALUE 'N'.

       01  WS-FETCH-SWITCH          PIC X(1)       VALUE 'Y'.
           88  WS-FETCH-DONE          VALUE 'N'.

      * Set when the CUST screen's PF18 transferred control here -
      * there is no POQMAP input to receive on that first pass.
       01  WS-ENTRY-SWITCH          PIC X(1)       VALUE 'N'.
           88  WS-FROM-CUST-SCREEN    VALUE 'Y'.

      * Audit action for the AUDT record: 'Q' payoff quote saved.
       01  WS-AUDIT-ACTION          PIC X(1)       VALUE 'Q'.

       01  WS-AUDIT-WORK.
           05  WS-ABS-TIME          PIC S9(15) COMP.
           05  WS-DATE-STAMP        PIC X(8).
           05  WS-TIME-STAMP        PIC X(6).

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(27).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           IF EIBCALEN = LENGTH OF WS-COMMAREA
               MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
               IF EIBCALEN = 8
                   MOVE DFHCOMMAREA(1:6) TO CA-CUSTOMER-ID
                   MOVE 'Y' TO WS-ENTRY-SWITCH
               END-IF
           END-IF.

           EXEC CICS
               HANDLE AID
               CLEAR(9000-CLEAR-EXIT)
               PF3(9000-EXIT)
               PF5(2000-SAVE-QUOTE)
               PF12(9000-EXIT)
           END-EXEC.

           EXEC CICS
               HANDLE CONDITION
               ERROR(8000-ERROR-ROUTINE)
           END-EXEC.

      * A payoff figure is customer data: the operator needs
      * inquiry authority ('I') on CUST_OPAUTH, the same as the
      * CUST screen's inquiry.
           PERFORM 0500-CHECK-AUTHORITY.

      * From the CUST screen the customer is already known - quote
      * its payoff through the business date straight away.
           IF WS-FROM-CUST-SCREEN
               MOVE LOW-VALUES TO POQMAPO
               PERFORM 0600-REQUIRE-AUTHORITY
               PERFORM 1000-PROCESS-ENTER
               GO TO 8500-SEND-AND-RETURN
           END-IF.

           EXEC CICS
               RECEIVE MAP('POQMAP')
               MAPSET('POQSET')
           END-EXEC.

           IF EIBAID = DFHENTER
               PERFORM 0600-REQUIRE-AUTHORITY
               PERFORM 1000-PROCESS-ENTER
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

       0500-CHECK-AUTHORITY.
           MOVE EIBOPID TO SEC-OPERATOR-ID.
           MOVE 'I' TO SEC-ACTION.
           EXEC CICS
               LINK PROGRAM('CUSTSEC')
               COMMAREA(CUST-SECURITY-CHECK)
               LENGTH(LENGTH OF CUST-SECURITY-CHECK)
           END-EXEC.

       0600-REQUIRE-AUTHORITY.
           IF SEC-DENIED
               MOVE LOW-VALUES TO POQMAPO
               MOVE 'Not authorized for payoff quotes' TO
                   OUT-POQ-MESSAGE
               PERFORM 4100-WRITE-DENIED-AUDIT
               GO TO 8500-SEND-AND-RETURN
           END-IF.

      *----------------------------------------------------------
      * ENTER - WORK OUT THE PAYOFF FOR THE CUSTOMER GOOD THROUGH
      * THE KEYED DATE. NOTHING IS SAVED UNTIL PF5.
      *----------------------------------------------------------
       1000-PROCESS-ENTER.
           MOVE SPACES TO CA-POQ-THRU-DATE.
           MOVE ZERO TO CA-POQ-QUOTE-NO.
           PERFORM 1050-EDIT-CUSTOMER-ID.
           IF WS-EDIT-OK
               IF IN-POQ-THRU-DATE = SPACES OR LOW-VALUES
                   MOVE SPACES TO DB-THRU-DATE
               ELSE
                   MOVE IN-POQ-THRU-DATE TO DB-THRU-DATE
               END-IF
               PERFORM 1060-EDIT-THRU-DATE
           END-IF.
           IF WS-EDIT-OK
               PERFORM 1100-CALCULATE-PAYOFF
           END-IF.
           IF WS-EDIT-OK
               MOVE DB-THRU-DATE TO CA-POQ-THRU-DATE
               PERFORM 3000-FORMAT-QUOTE
               MOVE 'Payoff shown - PF5 saves the quote' TO
                   OUT-POQ-MESSAGE
           END-IF.

      * A customer keyed on the screen replaces the one carried.
       1050-EDIT-CUSTOMER-ID.
           MOVE 'Y' TO WS-EDIT-SWITCH.
           IF IN-POQ-CUSTOMER-ID NOT = SPACES
            AND IN-POQ-CUSTOMER-ID NOT = LOW-VALUES
               MOVE IN-POQ-CUSTOMER-ID TO CA-CUSTOMER-ID
           END-IF.
           IF CA-CUSTOMER-ID NOT NUMERIC
               MOVE 'N' TO WS-EDIT-SWITCH
               MOVE 'Key a customer ID, ENTER for a payoff' TO
                   OUT-POQ-MESSAGE
           ELSE
               MOVE CA-CUSTOMER-ID TO DB-CUST-ID
               MOVE CA-CUSTOMER-ID TO OUT-POQ-CUSTOMER-ID
           END-IF.

      *----------------------------------------------------------
      * THE GOOD-THROUGH DATE (DB-THRU-DATE, SPACES FOR THE
      * BUSINESS DATE) MUST BE VALID, NOT BEFORE THE CURRENT
      * BUSINESS DATE (CUST_BUSDATE) AND NO MORE THAN
      * WS-POQ-MAX-DAYS AFTER IT.
      *----------------------------------------------------------
       1060-EDIT-THRU-DATE.
           EXEC SQL
               SELECT CHAR(BUS_DATE, ISO)
                 INTO :DB-BUS-DATE
                 FROM CUST_BUSDATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-EDIT-SWITCH
               MOVE 'Business date inquiry failed' TO OUT-POQ-MESSAGE
           ELSE
               IF DB-THRU-DATE = SPACES
                   MOVE DB-BUS-DATE TO DB-THRU-DATE
               END-IF
               EXEC SQL
                   SELECT DAYS(DATE(:DB-THRU-DATE))
                          - DAYS(DATE(:DB-BUS-DATE))
                     INTO :DB-AHEAD-DAYS
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Good-through date must be YYYY-MM-DD' TO
                       OUT-POQ-MESSAGE
               ELSE
                   IF DB-AHEAD-DAYS < ZERO
                       MOVE 'N' TO WS-EDIT-SWITCH
                       MOVE 'Good-through date is before today'
                           TO OUT-POQ-MESSAGE
                   ELSE
                       IF DB-AHEAD-DAYS > WS-POQ-MAX-DAYS
                           MOVE 'N' TO WS-EDIT-SWITCH
                           MOVE 'Good-through date over 30 days out'
                               TO OUT-POQ-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------
      * THE PAYOFF GOOD THROUGH DB-THRU-DATE: BALANCE, PLUS
      * INTEREST SINCE THE LAST ACCRUAL, PLUS UNPOSTED LATE FEES,
      * LESS THE OPEN DISPUTED AMOUNT.
      *----------------------------------------------------------
       1100-CALCULATE-PAYOFF.
           PERFORM 1110-FETCH-CUSTOMER.
           IF WS-EDIT-OK
               PERFORM 1120-FETCH-DISPUTED
               PERFORM 1130-FETCH-ACCRUAL-DATE
           END-IF.
           IF WS-EDIT-OK
               PERFORM 1140-PRICE-INTEREST
               PERFORM 1150-PRICE-UNPOSTED-FEES
           END-IF.
           IF WS-EDIT-OK
               COMPUTE DB-PAYOFF = DB-BALANCE + DB-INTEREST
                   + DB-FEES - DB-DISPUTED-AMOUNT
           END-IF.

      * A closed account has nothing left to pay off.
       1110-FETCH-CUSTOMER.
           EXEC SQL
               SELECT CUST_NAME, CUST_BALANCE, ACCOUNT_TYPE,
                      ACCT_STATUS
                 INTO :DB-CUST-NAME, :DB-BALANCE, :DB-ACCOUNT-TYPE,
                      :DB-ACCT-STATUS
                 FROM CUSTOMER
                WHERE CUST_ID = :DB-CUST-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DB-CUST-NAME TO OUT-POQ-CUST-NAME
                   IF DB-ACCT-STATUS = 'X'
                       MOVE 'N' TO WS-EDIT-SWITCH
                       MOVE 'Account is closed - no payoff due' TO
                           OUT-POQ-MESSAGE
                   END-IF
               WHEN 100
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Customer not found' TO OUT-POQ-MESSAGE
               WHEN OTHER
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Customer inquiry failed' TO OUT-POQ-MESSAGE
           END-EVALUATE.

      * Open disputed amount (CUST_DISPUTE status 'O'). Nothing on
      * file shows nothing in dispute; a lookup failure gives no
      * quote.
       1120-FETCH-DISPUTED.
           EXEC SQL
               SELECT COALESCE(SUM(DISP_AMOUNT), 0)
                 INTO :DB-DISPUTED-AMOUNT
                 FROM CUST_DISPUTE
                WHERE CUST_ID = :DB-CUST-ID
                  AND DISP_STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO DB-DISPUTED-AMOUNT
               MOVE 'N' TO WS-EDIT-SWITCH
               MOVE 'Dispute inquiry failed' TO OUT-POQ-MESSAGE
           END-IF.

      * Interest runs from the business date of the last CUSTINT
      * accrual - the last completed run on CUST_RUNCTL, since a
      * run accrues every account, even one it posted nothing to.
      * With no run on file, the customer's own last accrual row
      * on CUST_HIST; with neither, the first of the month.
       1130-FETCH-ACCRUAL-DATE.
           EXEC SQL
               SELECT CHAR(COALESCE(
                          (SELECT MAX(R.BUS_DATE)
                             FROM CUST_RUNCTL R
                            WHERE R.JOB_NAME = 'CUSTINT'
                              AND R.RUN_STATUS = 'C'),
                          (SELECT MAX(DATE(H.HIST_TS))
                             FROM CUST_HIST H
                            WHERE H.CUST_ID = :DB-CUST-ID
                              AND H.HIST_ACTION = 'I'),
                          DATE(:DB-BUS-DATE)
                          - (DAY(DATE(:DB-BUS-DATE)) - 1) DAYS), ISO)
                 INTO :DB-ACCRUAL-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-EDIT-SWITCH
               MOVE 'Accrual date inquiry failed' TO OUT-POQ-MESSAGE
           ELSE
               EXEC SQL
                   SELECT DAYS(DATE(:DB-THRU-DATE))
                          - DAYS(DATE(:DB-ACCRUAL-DATE))
                     INTO :DB-ACCRUAL-DAYS
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0 OR DB-ACCRUAL-DAYS < ZERO
                   MOVE ZERO TO DB-ACCRUAL-DAYS
               END-IF
           END-IF.

      *----------------------------------------------------------
      * SAME CUSTHLPR CALL CUSTINT MAKES, COMPOUNDING BY ACCOUNT
      * TYPE ON THE UNDISPUTED BALANCE AT THE CUST_RATE ROW IN
      * EFFECT. CUSTHLPR RETURNS A MONTH'S ACCRUAL - WHAT CUSTINT
      * POSTS EACH MONTH - SO THE PER-DIEM IS TWELVE OF THEM OVER
      * 365 DAYS, TO THE CENT, AND THE INTEREST IS THE PER-DIEM
      * TIMES THE DAYS SINCE THE LAST ACCRUAL. NOTHING ACCRUES ON
      * A ZERO OR CREDIT BALANCE.
      *----------------------------------------------------------
       1140-PRICE-INTEREST.
           MOVE ZERO TO DB-PER-DIEM.
           MOVE ZERO TO DB-INTEREST.
           EVALUATE DB-ACCOUNT-TYPE
               WHEN 'R'
                   SET WS-COMPOUND-MONTHLY TO TRUE
               WHEN 'C'
                   SET WS-COMPOUND-QUARTERLY TO TRUE
               WHEN 'B'
                   SET WS-COMPOUND-ANNUAL TO TRUE
               WHEN OTHER
                   SET WS-COMPOUND-MONTHLY TO TRUE
           END-EVALUATE.
           PERFORM 1145-FETCH-RATE.
           IF DB-BALANCE > ZERO
            AND DB-BALANCE - DB-DISPUTED-AMOUNT > ZERO
               COMPUTE WS-BASE-AMOUNT =
                   DB-BALANCE - DB-DISPUTED-AMOUNT
               CALL 'CUSTHLPR' USING WS-BASE-AMOUNT,
                                     WS-INTEREST-RATE,
                                     WS-TAX-RATE,
                                     WS-COMPOUND-FREQ,
                                     WS-CALC-RESULT,
                                     WS-DATE-CONV-RESULT,
                                     WS-GREGORIAN-RESULT
               COMPUTE DB-PER-DIEM ROUNDED =
                   WS-CALC-RESULT * 12 / 365
               COMPUTE DB-INTEREST =
                   DB-PER-DIEM * DB-ACCRUAL-DAYS
           END-IF.

      * Rate in effect on the business date for the account type.
      * No row on file leaves the compiled-in fallback rates.
       1145-FETCH-RATE.
           EXEC SQL
               SELECT INT_RATE, TAX_RATE
                 INTO :DB-INT-RATE, :DB-TAX-RATE
                 FROM CUST_RATE
                WHERE ACCOUNT_TYPE = :DB-ACCOUNT-TYPE
                  AND EFF_DATE = (SELECT MAX(EFF_DATE)
                                    FROM CUST_RATE
                                   WHERE ACCOUNT_TYPE
                                         = :DB-ACCOUNT-TYPE
                                     AND EFF_DATE
                                         <= DATE(:DB-BUS-DATE))
           END-EXEC.
           IF SQLCODE = 0
               MOVE DB-INT-RATE TO WS-INTEREST-RATE
               MOVE DB-TAX-RATE TO WS-TAX-RATE
           END-IF.

      *----------------------------------------------------------
      * LATE FEES NOT YET ON THE BALANCE: EVERY STATEMENT CUSTLFE
      * HAS STILL TO JUDGE (LATE_STATUS 'O') WHOSE DUE DATE,
      * ROLLED FORWARD TO A BUSINESS DAY, FALLS BEFORE THE
      * GOOD-THROUGH DATE WITH ITS MINIMUM NOT MET BY PAYMENTS
      * POSTED FROM THE STATEMENT DATE THROUGH THAT DUE DATE, NET
      * OF REVERSALS - THE SAME WINDOW CUSTLFE USES. SAME FEE AND
      * MINIMUM-DUE CAP CUSTLFE APPLIES; A WRITTEN-OFF ACCOUNT
      * IS WAIVED.
      *----------------------------------------------------------
       1150-PRICE-UNPOSTED-FEES.
           MOVE ZERO TO DB-FEES.
           IF DB-ACCT-STATUS NOT = 'W'
               EXEC SQL
                   DECLARE POQSTM CURSOR FOR
                       SELECT CHAR(STMT_DATE, ISO),
                              CHAR(DUE_DATE, ISO), MIN_DUE
                       FROM CUST_STMT_SUM
                       WHERE CUST_ID = :DB-CUST-ID
                         AND LATE_STATUS = 'O'
                         AND DUE_DATE < DATE(:DB-THRU-DATE)
                       ORDER BY STMT_DATE
               END-EXEC
               EXEC SQL OPEN POQSTM END-EXEC
               MOVE 'Y' TO WS-FETCH-SWITCH
               PERFORM 1160-FETCH-STATEMENT
                   UNTIL WS-FETCH-DONE
               EXEC SQL CLOSE POQSTM END-EXEC
           END-IF.

       1160-FETCH-STATEMENT.
           EXEC SQL
               FETCH POQSTM INTO :DB-STMT-DATE, :DB-DUE-DATE,
                                 :DB-MIN-DUE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 1170-JUDGE-STATEMENT
               WHEN 100
                   MOVE 'N' TO WS-FETCH-SWITCH
               WHEN OTHER
                   MOVE 'N' TO WS-FETCH-SWITCH
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Statement inquiry failed' TO OUT-POQ-MESSAGE
           END-EVALUATE.

       1170-JUDGE-STATEMENT.
           INITIALIZE CAL-CONTROL-AREA.
           SET CAL-ROLL-FORWARD TO TRUE.
           MOVE DB-DUE-DATE TO CAL-DATE.
           CALL 'CUSTCAL' USING CAL-CONTROL-AREA.
           IF CAL-OK
               MOVE CAL-RESULT-DATE TO DB-DUE-DATE
           END-IF.
           IF DB-DUE-DATE < DB-THRU-DATE
               EXEC SQL
                   SELECT COALESCE(SUM(CASE HIST_ACTION
                                       WHEN 'P' THEN HIST_AMOUNT
                                       ELSE 0 - HIST_AMOUNT END), 0)
                     INTO :DB-PAID-AMOUNT
                     FROM CUST_HIST
                    WHERE CUST_ID = :DB-CUST-ID
                      AND HIST_ACTION IN ('P', 'V')
                      AND HIST_TS >= TIMESTAMP(DATE(:DB-STMT-DATE),
                                               '00.00.00')
                      AND HIST_TS <  TIMESTAMP(DATE(:DB-DUE-DATE)
                                               + 1 DAY, '00.00.00')
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE ZERO TO DB-PAID-AMOUNT
                   MOVE 'N' TO WS-FETCH-SWITCH
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Payment inquiry failed' TO OUT-POQ-MESSAGE
               ELSE
                   IF DB-PAID-AMOUNT < DB-MIN-DUE
                       PERFORM 1180-ADD-LATE-FEE
                   END-IF
               END-IF
           END-IF.

      * Late fee in effect on the business date for the account
      * type, never more than the minimum that was due. No fee on
      * file adds nothing; a lookup failure gives no quote.
       1180-ADD-LATE-FEE.
           EXEC SQL
               SELECT LATE_FEE
                 INTO :DB-LATE-FEE
                 FROM CUST_FEE
                WHERE ACCOUNT_TYPE = :DB-ACCOUNT-TYPE
                  AND EFF_DATE = (SELECT MAX(EFF_DATE)
                                    FROM CUST_FEE
                                   WHERE ACCOUNT_TYPE
                                         = :DB-ACCOUNT-TYPE
                                     AND EFF_DATE
                                         <= DATE(:DB-BUS-DATE))
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   IF DB-LATE-FEE > DB-MIN-DUE
                       MOVE DB-MIN-DUE TO DB-LATE-FEE
                   END-IF
                   ADD DB-LATE-FEE TO DB-FEES
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-FETCH-SWITCH
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Late fee inquiry failed' TO OUT-POQ-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------
      * PF5 - SAVE THE QUOTE ON THE SCREEN. IT IS WORKED OUT AGAIN
      * FROM THE TABLES RATHER THAN TAKEN FROM THE SCREEN, AND IS
      * GOOD THROUGH (EXPIRES ON) ITS GOOD-THROUGH DATE. TONIGHT'S
      * CUSTPOL RUN PRINTS THE PAYOFF LETTER.
      *----------------------------------------------------------
       2000-SAVE-QUOTE.
           MOVE 'Q' TO WS-AUDIT-ACTION.
           PERFORM 0600-REQUIRE-AUTHORITY.
           MOVE LOW-VALUES TO POQMAPO.
           IF CA-POQ-THRU-DATE = SPACES
               MOVE 'ENTER for a payoff before PF5 save' TO
                   OUT-POQ-MESSAGE
               GO TO 8500-SEND-AND-RETURN
           END-IF.

           MOVE 'Y' TO WS-EDIT-SWITCH.
           MOVE CA-CUSTOMER-ID TO DB-CUST-ID.
           MOVE CA-CUSTOMER-ID TO OUT-POQ-CUSTOMER-ID.
           MOVE CA-POQ-THRU-DATE TO DB-THRU-DATE.
           PERFORM 1060-EDIT-THRU-DATE.
           IF WS-EDIT-OK
               PERFORM 1100-CALCULATE-PAYOFF
           END-IF.
           IF WS-EDIT-BAD
               MOVE SPACES TO CA-POQ-THRU-DATE
               MOVE ZERO TO CA-POQ-QUOTE-NO
               GO TO 8500-SEND-AND-RETURN
           END-IF.
           PERFORM 3000-FORMAT-QUOTE.

           IF CA-POQ-QUOTE-NO NOT = ZERO
               MOVE CA-POQ-QUOTE-NO TO OUT-POQ-QUOTE-NO
               MOVE DB-THRU-DATE TO OUT-POQ-EXPIRY
               MOVE 'Quote already saved' TO OUT-POQ-MESSAGE
               GO TO 8500-SEND-AND-RETURN
           END-IF.

           IF DB-PAYOFF NOT > ZERO
               MOVE 'No payoff due - quote not saved' TO
                   OUT-POQ-MESSAGE
               GO TO 8500-SEND-AND-RETURN
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(QUOTE_NO), 0) + 1
                 INTO :DB-QUOTE-NO
                 FROM CUST_PAYOFF
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Quote save failed' TO OUT-POQ-MESSAGE
               GO TO 8500-SEND-AND-RETURN
           END-IF.

           MOVE EIBOPID TO DB-OPERATOR.
           EXEC SQL
               INSERT INTO CUST_PAYOFF
                   (QUOTE_NO, CUST_ID, QUOTE_TS, OPERATOR_ID,
                    BUS_DATE, GOOD_THRU, EXPIRY_DATE, ACCRUAL_DATE,
                    ACCRUAL_DAYS, INT_RATE, BALANCE, PER_DIEM,
                    INTEREST_AMT, FEE_AMT, DISPUTED_AMT,
                    PAYOFF_AMOUNT, QUOTE_STATUS, LETTER_STATUS,
                    LETTER_DATE, PAID_DATE, PAID_AMOUNT, CHECK_NO)
               VALUES
                   (:DB-QUOTE-NO, :DB-CUST-ID, CURRENT TIMESTAMP,
                    :DB-OPERATOR, DATE(:DB-BUS-DATE),
                    DATE(:DB-THRU-DATE), DATE(:DB-THRU-DATE),
                    DATE(:DB-ACCRUAL-DATE), :DB-ACCRUAL-DAYS,
                    :WS-INTEREST-RATE, :DB-BALANCE, :DB-PER-DIEM,
                    :DB-INTEREST, :DB-FEES, :DB-DISPUTED-AMOUNT,
                    :DB-PAYOFF, 'O', 'P',
                    NULL, NULL, 0, ' ')
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DB-QUOTE-NO TO CA-POQ-QUOTE-NO
                   MOVE DB-QUOTE-NO TO OUT-POQ-QUOTE-NO
                   MOVE DB-THRU-DATE TO OUT-POQ-EXPIRY
                   MOVE 'Quote saved - letter prints tonight' TO
                       OUT-POQ-MESSAGE
                   PERFORM 4000-WRITE-AUDIT-RECORD
               WHEN -803
                   MOVE 'Quote number taken - press PF5 again' TO
                       OUT-POQ-MESSAGE
               WHEN OTHER
                   MOVE 'Quote save failed' TO OUT-POQ-MESSAGE
           END-EVALUATE.

           GO TO 8500-SEND-AND-RETURN.

      *----------------------------------------------------------
      * LAY THE PAYOFF OUT. THE DISPUTED AMOUNT SHOWS ON ITS OWN
      * LINE AND IS ALREADY TAKEN OFF THE PAYOFF.
      *----------------------------------------------------------
       3000-FORMAT-QUOTE.
           MOVE CA-CUSTOMER-ID TO OUT-POQ-CUSTOMER-ID.
           MOVE DB-THRU-DATE TO OUT-POQ-THRU-DATE.
           MOVE DB-CUST-NAME TO OUT-POQ-CUST-NAME.
           MOVE DB-BALANCE TO OUT-POQ-BALANCE.
           MOVE DB-ACCRUAL-DATE TO OUT-POQ-ACCRUAL-DATE.
           MOVE DB-ACCRUAL-DAYS TO OUT-POQ-DAYS.
           MOVE WS-INTEREST-RATE TO OUT-POQ-RATE.
           MOVE DB-PER-DIEM TO OUT-POQ-PER-DIEM.
           MOVE DB-INTEREST TO OUT-POQ-INTEREST.
           MOVE DB-FEES TO OUT-POQ-FEES.
           MOVE DB-DISPUTED-AMOUNT TO OUT-POQ-DISPUTED.
           MOVE DB-PAYOFF TO OUT-POQ-PAYOFF.
           MOVE SPACES TO OUT-POQ-EXPIRY.

      * A refused attempt is journaled with the denied flag set.
       4100-WRITE-DENIED-AUDIT.
           MOVE 'D' TO AUD-DENIED-FLAG.
           PERFORM 4010-BUILD-AND-WRITE-AUDIT.

       4000-WRITE-AUDIT-RECORD.
           MOVE SPACE TO AUD-DENIED-FLAG.
           PERFORM 4010-BUILD-AND-WRITE-AUDIT.

       4010-BUILD-AND-WRITE-AUDIT.
           MOVE EIBTRMID TO AUD-TERM-ID.
           MOVE EIBOPID TO AUD-OPERATOR-ID.
           MOVE CA-CUSTOMER-ID TO AUD-CUSTOMER-ID.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION-FLAG.
           MOVE SPACES TO AUD-SUPV-USER.
           MOVE SPACE TO AUD-LIMIT-STATUS.

           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-DATE-STAMP)
               TIME(WS-TIME-STAMP)
           END-EXEC.

           MOVE SPACES TO AUD-TIMESTAMP.
           STRING WS-DATE-STAMP DELIMITED SIZE
                  WS-TIME-STAMP DELIMITED SIZE
                  INTO AUD-TIMESTAMP.

           EXEC CICS WRITE
               JOURNALNAME('AUDT')
               FROM(CUST-AUDIT-RECORD)
               LENGTH(LENGTH OF CUST-AUDIT-RECORD)
           END-EXEC.

       8000-ERROR-ROUTINE.
           MOVE 'Transaction error occurred' TO OUT-POQ-MESSAGE.
           EXEC CICS SEND MAP('POQMAP') MAPSET('POQSET') ERASE END-EXEC.
           EXEC CICS RETURN END-EXEC.

       8500-SEND-AND-RETURN.
           EXEC CICS
               SEND MAP('POQMAP')
               MAPSET('POQSET')
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN TRANSID('POQT')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       9000-CLEAR-EXIT.
           MOVE LOW-VALUES TO POQMAPO.
           MOVE 'Key a customer ID, ENTER for a payoff' TO
               OUT-POQ-MESSAGE.
           EXEC CICS SEND MAP('POQMAP') MAPSET('POQSET') ERASE END-EXEC.
           EXEC CICS RETURN END-EXEC.

       9000-EXIT.
           EXEC CICS XCTL PROGRAM('CUSTMAIN') END-EXEC.
