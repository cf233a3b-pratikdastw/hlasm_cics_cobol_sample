      * action codes are the CUST-ACTION-FLAG values ('I' for an
      * inquiry) plus 'U' for supervisor approve/reject authority.
      * The check fails secure: no row, no table, or any SQL error
      * all come back denied. When the denial is only because DB2
      * is unavailable (-923/-30081) the reason byte says so, so
      * the CUST screen can keep inquiries and outage capture
      * going without ever treating the operator as allowed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSEC.


       1000-CHECK-AUTHORITY.
           MOVE 'N' TO SEC-RESULT.
           MOVE SPACE TO SEC-DENY-REASON.
           MOVE SEC-OPERATOR-ID TO DB-OPERATOR-ID.
           IF SEC-ACTION = SPACE OR LOW-VALUE
               MOVE 'I' TO DB-AUTH-ACTION
           IF SQLCODE = 0 AND DB-AUTH-COUNT > 0
               MOVE 'Y' TO SEC-RESULT
           END-IF.

           IF SQLCODE = -923 OR SQLCODE = -30081
               MOVE 'U' TO SEC-DENY-REASON
           END-IF.
