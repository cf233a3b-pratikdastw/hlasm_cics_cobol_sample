      * authority table CUSTSEC checks. ENTER shows whether the
      * keyed operator holds the keyed action; PF4 grants it, PF6
      * revokes it. Action codes are the CUST-ACTION-FLAG values
      * ('I' for an inquiry) plus 'U' for supervisor authority,
      * 'K' for collections work on the CUSTCOL queue and 'F'
      * for fraud case review on the CUSTFRV screen.
      * Every grant and revoke is written to the AUDT journal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSCM.
