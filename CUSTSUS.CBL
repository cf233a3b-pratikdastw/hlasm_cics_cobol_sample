      * the same CUSTDB2 payment path (balance update plus
      * CUST_HIST 'P' row) the online payment uses; PF6 flags the
      * item for refund. Applied and refunded items stay on the
      * table with the disposition, operator and timestamp. The
      * nightly CUSTRFD run pays flagged items out through the AP
      * disbursement file and marks them disbursed ('D').
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSUS.

                   MOVE 'APPLIED' TO OUT-SUS-STATUS
               WHEN 'R'
                   MOVE 'REFUND' TO OUT-SUS-STATUS
               WHEN 'D'
                   MOVE 'DISBURSED' TO OUT-SUS-STATUS
               WHEN OTHER
                   MOVE DB-SUSP-STATUS TO OUT-SUS-STATUS
           END-EVALUATE.
