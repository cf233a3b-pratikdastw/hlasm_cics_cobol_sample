      *   note-browse ('O') actions with their commarea fields
      *   and map fields, plus the do-not-contact marker carried
      *   on CUSTOMER.DNC_FLAG and honored by CUSTLTR.
      *   Add the accepted-pending-post ('Q') LINK result, the
      *   DB2-unavailable reason on CUST-SECURITY-CHECK, and
      *   CUST-PENDING-RECORD, the CUSTPND outage capture record
      *   CUSTMAIN writes and the CUSTRPL replay run posts.
      *   Add the COLMAP fields for the CUSTCOL collections work
      *   queue screen (CUST_COLLQ) and the collections-work
      *   authority ('K') CUSTSEC checks for it.
      *   Add the late fee to the FEMMAP fields (CUST_FEE now
      *   prices the late fee beside the NSF fee) and the latest
      *   statement's minimum payment, past-due amount and due
      *   date (CUST_STMT_SUM) to the end of CRM-REPLY.
      *   Add the supervised customer merge: action 'M' with the
      *   surviving customer ID (CUST-MERGE-INTO-ID), and the
      *   MRGMAP fields for the CUSTMRG merge screen.
      *   Add the bad-address marker (CUSTOMER.BAD_ADDR_FLAG, set
      *   by the CUSTNCO returned-mail intake), returned on
      *   inquiry and shown on the CUST screen.
      *   Add the HOLMAP fields for the CUSTHOL business calendar
      *   maintenance screen (CUST_CALENDAR).
      *   Add the FRVMAP fields for the CUSTFRV fraud case review
      *   screen (CUST_FRD_CASE) and the fraud-review authority
      *   ('F') CUSTSEC checks for it.
      *   Add the STVMAP fields for the CUSTSTV statement archive
      *   screen (CUST_STMT_ARCH) and the statement view ('E')
      *   and reprint ('R') audit actions it journals.
      *   Add the POQMAP fields for the CUSTPOQ payoff quote
      *   screen (CUST_PAYOFF) and the quote saved ('Q') audit
      *   action it journals.
       01  CUSTOMER-RECORD.
           05  CUST-ID             PIC X(6).
           05  CUST-NAME           PIC X(30).
      * (payment to a closed account, limit increase on a held or
      * collections account).
               88  CUST-REFUSED      VALUE 'R'.
      * DB2 was down, so the payment or note was captured to the
      * CUSTPND pending file instead; CUSTRPL posts it later.
               88  CUST-PENDING-POST VALUE 'Q'.
           05  CUST-ERROR-CODE     PIC S9(9) COMP.

      * Action requested of CUSTDB2 by the calling program. Moved
      * same way the history browse does.
               88  CUST-ACT-NOTE      VALUE 'N'.
               88  CUST-ACT-NOTE-BRWS VALUE 'O'.
      * Customer merge: CUST-ID is the losing (duplicate) customer,
      * CUST-MERGE-INTO-ID the survivor. Supervisor authority
      * ('U' on CUST_OPAUTH) required, the same as a product
      * change.
               88  CUST-ACT-MERGE     VALUE 'M'.

      * Why the payment is being reversed. Only an NSF reversal
      * draws the automatic NSF fee (CUST_FEE schedule); a
                   15  CUST-NOTE-OPER    PIC X(8).
                   15  CUST-NOTE-LINE    PIC X(60).

      * Customer merge (action M). The losing customer's balance
      * and related rows move to this customer; on return the
      * balance and account standing fields carry the survivor
      * as merged.
           05  CUST-MERGE-INTO-ID  PIC X(6).

      * Bad-address marker (CUSTOMER.BAD_ADDR_FLAG). 'Y' means mail
      * to the address on file has come back (CUSTNCO returned-mail
      * intake): CUSTSTM, CUSTLTR and CUSTRCN hold the mail piece
      * for follow-up instead of posting it. Returned on inquiry;
      * a CHANGE that alters the address clears it.
           05  CUST-BAD-ADDR-FLAG  PIC X(1).
               88  CUST-BAD-ADDRESS    VALUE 'Y'.

      * Pending credit-limit increase, held on the CRLPND TS queue
      * by CUSTCRL between the rep's request and the supervisor's
      * approval/rejection.
      * interface (CUSTWEB). Amounts are zoned with an implied
      * decimal, the same convention as the GL feed records.
      * CRM-RPY-STATUS mirrors CUST-STATUS (F/N/E) plus 'D' for a
      * request CUST_OPAUTH denied. The statement fields carry the
      * customer's latest CUST_STMT_SUM row (spaces and zeros when
      * the customer has not yet been statemented).
       01  CRM-REQUEST.
           05  CRM-REQ-CUSTOMER-ID PIC X(6).
           05  CRM-REQ-USER-ID     PIC X(8).
           05  CRM-RPY-CREDIT-LIM  PIC S9(9)V99.
           05  CRM-RPY-CALC-AMOUNT PIC S9(9)V99.
           05  CRM-RPY-MESSAGE     PIC X(30).
           05  CRM-RPY-STMT-DATE   PIC X(10).
           05  CRM-RPY-STMT-BALANCE PIC S9(9)V99.
           05  CRM-RPY-PAST-DUE    PIC S9(9)V99.
           05  CRM-RPY-MIN-DUE     PIC S9(9)V99.
           05  CRM-RPY-DUE-DATE    PIC X(10).

      * Commarea for CUSTSEC, the CUST_OPAUTH authority check.
      * SEC-ACTION carries a CUST-ACTION-FLAG value ('I' for an
      * inquiry) or 'U' for supervisor approve/reject authority.
      * 'K' is collections-work authority: it puts the operator
      * in the CUSTCQB queue assignment and opens the CUSTCOL
      * work queue screen. 'F' is fraud-review authority: it opens
      * the CUSTFRV screen for closing account-takeover cases.
      * CUSTSEC fails secure - anything it cannot prove is allowed
      * comes back denied.
       01  CUST-SECURITY-CHECK.
           05  SEC-RESULT          PIC X(1).
               88  SEC-ALLOWED       VALUE 'Y'.
               88  SEC-DENIED        VALUE 'N'.
      * Why a denial came back: 'U' means CUST_OPAUTH could not be
      * read because DB2 is unavailable (the denial still stands;
      * CUSTMAIN decides what an outage lets through).
           05  SEC-DENY-REASON     PIC X(1).
               88  SEC-DB2-UNAVAILABLE VALUE 'U'.

      * Map fields for CUSTSCM (CUST_OPAUTH administration)
       01  SECMAPI.
           05  OUT-RAT-TAX-RATE    PIC ZZ9.99999.
           05  OUT-RAT-MESSAGE     PIC X(28).

      * Map fields for CUSTFEM (CUST_FEE maintenance, the NSF and
      * late fee schedule by account type). Effective-dated the
      * same way CUST_RATE is: a fee change is a new row with a
      * new effective date, never an update in place. The fees
      * are keyed with an implied decimal like the CRLMAP limit.
       01  FEMMAPI.
           05  FILLER              PIC X(12).
           05  IN-FEM-ACCOUNT-TYPE PIC X(1).
           05  IN-FEM-EFF-DATE     PIC X(10).
           05  IN-FEM-NSF-FEE      PIC 9(5)V99.
           05  IN-FEM-LATE-FEE     PIC 9(5)V99.
           05  FILLER              PIC X(32).

       01  FEMMAPO REDEFINES FEMMAPI.
           05  FILLER              PIC X(12).
           05  OUT-FEM-ACCOUNT-TYPE PIC X(1).
           05  OUT-FEM-EFF-DATE    PIC X(10).
           05  OUT-FEM-NSF-FEE     PIC ZZ,ZZ9.99.
           05  OUT-FEM-LATE-FEE    PIC ZZ,ZZ9.99.
           05  OUT-FEM-MESSAGE     PIC X(28).

      * Map fields for CUSTDLM (statement delivery preference,
           05  OUT-DSP-RES-DATE    PIC X(10).
           05  OUT-DSP-MESSAGE     PIC X(35).

      * Map fields for CUSTCOL (collections work queue,
      * CUST_COLLQ). The rep pages through the accounts the
      * nightly CUSTCQB run assigned to them, five to a page in
      * queue-rank order. PF4 takes the keyed customer to the
      * CUST screen; PF5 records the call disposition (N = no
      * answer, L = left message, P = promise taken, R = refused,
      * W = wrong number) as a CUST_NOTE, with optional text.
       01  COLMAPI.
           05  FILLER              PIC X(12).
           05  IN-COL-CUSTOMER-ID  PIC X(6).
           05  IN-COL-DISP-CODE    PIC X(1).
           05  IN-COL-NOTE-TEXT    PIC X(40).
           05  FILLER              PIC X(314).

      * OUT-COL-LIST holds up to five 60-byte queue lines.
       01  COLMAPO REDEFINES COLMAPI.
           05  FILLER              PIC X(12).
           05  OUT-COL-REP         PIC X(8).
           05  OUT-COL-QUEUE-DATE  PIC X(10).
           05  OUT-COL-PAGE        PIC 9(3).
           05  OUT-COL-LIST        PIC X(300).
           05  OUT-COL-MESSAGE     PIC X(40).

      * Map fields for CUSTMRG (customer merge). ENTER shows the
      * losing and surviving customers side by side with the
      * balance and standing the survivor will carry; PF5 performs
      * the merge. Balances can be credits, so they edit signed.
       01  MRGMAPI.
           05  FILLER              PIC X(12).
           05  IN-MRG-LOSER-ID     PIC X(6).
           05  IN-MRG-SURVIVOR-ID  PIC X(6).
           05  FILLER              PIC X(275).

       01  MRGMAPO REDEFINES MRGMAPI.
           05  FILLER              PIC X(12).
           05  OUT-MRG-LOSER-ID    PIC X(6).
           05  OUT-MRG-LOSER-NAME  PIC X(30).
           05  OUT-MRG-LOSER-ADDR  PIC X(50).
           05  OUT-MRG-LOSER-BAL   PIC Z,ZZZ,ZZ9.99-.
           05  OUT-MRG-LOSER-STAT  PIC X(12).
           05  OUT-MRG-SURV-ID     PIC X(6).
           05  OUT-MRG-SURV-NAME   PIC X(30).
           05  OUT-MRG-SURV-ADDR   PIC X(50).
           05  OUT-MRG-SURV-BAL    PIC Z,ZZZ,ZZ9.99-.
           05  OUT-MRG-SURV-STAT   PIC X(12).
           05  OUT-MRG-NEW-BAL     PIC Z,ZZZ,ZZ9.99-.
           05  OUT-MRG-NEW-STAT    PIC X(12).
           05  OUT-MRG-MESSAGE     PIC X(40).

      * Map fields for CUSTHOL (business calendar, CUST_CALENDAR).
      * ENTER shows how the keyed date is treated and the next
      * business day after it; PF4 adds or replaces the row for
      * the date; PF6 removes it. H = weekday bank holiday,
      * O = weekend date worked as open.
       01  HOLMAPI.
           05  FILLER              PIC X(12).
           05  IN-HOL-CAL-DATE     PIC X(10).
           05  IN-HOL-DAY-TYPE     PIC X(1).
           05  IN-HOL-CAL-DESC     PIC X(30).
           05  FILLER              PIC X(62).

       01  HOLMAPO REDEFINES HOLMAPI.
           05  FILLER              PIC X(12).
           05  OUT-HOL-CAL-DATE    PIC X(10).
           05  OUT-HOL-DAY-TYPE    PIC X(1).
           05  OUT-HOL-CAL-DESC    PIC X(30).
           05  OUT-HOL-DAY-STATUS  PIC X(12).
           05  OUT-HOL-NEXT-BUS-DATE PIC X(10).
           05  OUT-HOL-MESSAGE     PIC X(40).

      * Map fields for CUSTFRV (fraud case review, CUST_FRD_CASE).
      * ENTER shows the keyed case, or the highest-scoring open
      * case when none is keyed, with the count still open. PF5
      * closes it with a disposition (F = confirmed fraud,
      * V = verified legitimate, R = referred to investigations,
      * N = no action) and optional text for the CUST_NOTE.
       01  FRVMAPI.
           05  FILLER              PIC X(12).
           05  IN-FRV-CASE-NO      PIC X(9).
           05  IN-FRV-DISP-CODE    PIC X(1).
           05  IN-FRV-NOTE-TEXT    PIC X(40).
           05  FILLER              PIC X(175).

       01  FRVMAPO REDEFINES FRVMAPI.
           05  FILLER              PIC X(12).
           05  OUT-FRV-CASE-NO     PIC Z(8)9.
           05  OUT-FRV-STATUS      PIC X(6).
           05  OUT-FRV-SCORE       PIC ZZ9.
           05  OUT-FRV-PATTERN     PIC X(3).
           05  OUT-FRV-PATTERN-DESC PIC X(30).
           05  OUT-FRV-CUSTOMER-ID PIC X(6).
           05  OUT-FRV-CUST-NAME   PIC X(30).
           05  OUT-FRV-OPERATOR    PIC X(8).
           05  OUT-FRV-ANCHOR      PIC X(26).
           05  OUT-FRV-DETAIL      PIC X(40).
           05  OUT-FRV-OPENED-DATE PIC X(10).
           05  OUT-FRV-DISP-CODE   PIC X(1).
           05  OUT-FRV-CLOSED-BY   PIC X(8).
           05  OUT-FRV-OPEN-COUNT  PIC ZZZZ9.
           05  OUT-FRV-MESSAGE     PIC X(40).

      * Map fields for CUSTSTV (statement archive, CUST_STMT_ARCH).
      * ENTER with no statement date lists the customer's archived
      * statements newest first; ENTER with a date shows that
      * statement fifteen lines at a time exactly as it was
      * produced (print columns 2-79). PF8/PF7 page either view;
      * PF5 queues a DUPLICATE reprint of the statement shown for
      * the nightly CUSTSRP run.
       01  STVMAPI.
           05  FILLER              PIC X(12).
           05  IN-STV-CUSTOMER-ID  PIC X(6).
           05  IN-STV-STMT-DATE    PIC X(10).
           05  FILLER              PIC X(1260).

      * OUT-STV-LIST holds up to fifteen 78-byte lines.
       01  STVMAPO REDEFINES STVMAPI.
           05  FILLER              PIC X(12).
           05  OUT-STV-CUSTOMER-ID PIC X(6).
           05  OUT-STV-CUST-NAME   PIC X(30).
           05  OUT-STV-STMT-DATE   PIC X(10).
           05  OUT-STV-RANGE       PIC X(20).
           05  OUT-STV-LIST        PIC X(1170).
           05  OUT-STV-MESSAGE     PIC X(40).

      * Map fields for CUSTPOQ (payoff quote, CUST_PAYOFF). ENTER
      * works out the payoff good through the keyed date (blank
      * is the current business date): balance, interest since
      * the last CUSTINT accrual at the per-diem, late fees not
      * yet posted, less the open disputed amount. PF5 saves the
      * quote shown under a new quote number; the nightly CUSTPOL
      * run prints the payoff letter.
       01  POQMAPI.
           05  FILLER              PIC X(12).
           05  IN-POQ-CUSTOMER-ID  PIC X(6).
           05  IN-POQ-THRU-DATE    PIC X(10).
           05  FILLER              PIC X(186).

       01  POQMAPO REDEFINES POQMAPI.
           05  FILLER              PIC X(12).
           05  OUT-POQ-CUSTOMER-ID PIC X(6).
           05  OUT-POQ-THRU-DATE   PIC X(10).
           05  OUT-POQ-CUST-NAME   PIC X(30).
           05  OUT-POQ-BALANCE     PIC Z,ZZZ,ZZ9.99-.
           05  OUT-POQ-ACCRUAL-DATE PIC X(10).
           05  OUT-POQ-DAYS        PIC ZZZ9.
           05  OUT-POQ-RATE        PIC ZZ9.99999.
           05  OUT-POQ-PER-DIEM    PIC ZZ,ZZ9.99.
           05  OUT-POQ-INTEREST    PIC Z,ZZZ,ZZ9.99-.
           05  OUT-POQ-FEES        PIC Z,ZZZ,ZZ9.99-.
           05  OUT-POQ-DISPUTED    PIC Z,ZZZ,ZZ9.99-.
           05  OUT-POQ-PAYOFF      PIC Z,ZZZ,ZZ9.99-.
           05  OUT-POQ-QUOTE-NO    PIC Z(8)9.
           05  OUT-POQ-EXPIRY      PIC X(10).
           05  OUT-POQ-MESSAGE     PIC X(40).

      * Same physical layout as CUSTOMER-RECORD's DB2 image, used
      * as the VSAM KSDS record for the disaster-recovery extract.
       01  CUSTOMER-VSAM-RECORD.
           05  CVR-ACCOUNT-TYPE    PIC X(1).
           05  CVR-CREDIT-LIMIT    PIC S9(9)V99 COMP-3.

      * Outage capture record (VSAM KSDS CUSTPND). While DB2 is
      * down CUSTMAIN writes a keyed payment or contact note here
      * instead of failing it; the CUSTRPL batch replay posts it
      * through the normal payment rules once DB2 is back. Keyed
      * by capture date/time and terminal so the file reads back
      * in the order the items were taken.
       01  CUST-PENDING-RECORD.
           05  PND-KEY.
               10  PND-CAPTURE-DATE PIC X(8).
               10  PND-CAPTURE-TIME PIC X(6).
               10  PND-TERM-ID      PIC X(4).
           05  PND-OPERATOR-ID     PIC X(8).
           05  PND-CUSTOMER-ID     PIC X(6).
           05  PND-ITEM-TYPE       PIC X(1).
               88  PND-ITEM-PAYMENT  VALUE 'P'.
               88  PND-ITEM-NOTE     VALUE 'N'.
           05  PND-PAYMENT-AMOUNT  PIC S9(9)V99 COMP-3.
           05  PND-NOTE-TEXT       PIC X(60).
           05  FILLER              PIC X(21).

      * Audit journal record written by CUSTMAIN for every LINK to
      * CUSTDB2 (inquiries and maintenance alike).
       01  CUST-AUDIT-RECORD.
           05  AUD-TERM-ID         PIC X(4).
           05  AUD-OPERATOR-ID     PIC X(3).
           05  AUD-CUSTOMER-ID     PIC X(6).
      * The CUST-ACTION-FLAG of the LINK, or the screen's own
      * action: 'E' a statement viewed and 'R' a statement reprint
      * queued on CUSTSTV; 'Q' a payoff quote saved on CUSTPOQ.
           05  AUD-ACTION-FLAG     PIC X(1).
           05  AUD-TIMESTAMP       PIC X(15).
      * Supervisor who approved or rejected a queued credit-limit
      * list lives with.
           05  OUT-NOTE-COUNT      PIC 9(2).
           05  OUT-NOTE-LIST       PIC X(165).
      * 'BAD ADDRESS' while mail to the address on file is being
      * returned; spaces otherwise.
           05  OUT-BAD-ADDR        PIC X(12).
           05  FILLER              PIC X(7).
