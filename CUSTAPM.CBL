      * ENTER shows the enrollment on file; PF4 enrolls or
      * replaces it; PF6 cancels it. Rows are replaced whole -
      * the bank details and draft terms always travel together.
      * Any draft day 01-31 may be enrolled: a day that falls on a
      * weekend or holiday, or past the end of a short month,
      * drafts on the next business day.
      * A new enrollment, or a replacement with a different bank
      * routing or account, stamps the row with when and by whom
      * the bank account was changed (BANK_CHG_TS/BANK_CHG_USER);
      * a replacement that keeps the bank account keeps its stamp.
      * The nightly CUSTFRD takeover scan reads the stamp.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAPM.

       01  DB-DRAFT-DAY             PIC S9(4) COMP.
       01  DB-DRAFT-TYPE            PIC X(1).
       01  DB-DRAFT-AMOUNT          PIC S9(9)V99 COMP-3.
       01  DB-BANK-CHG-TS           PIC X(26).
       01  DB-BANK-CHG-USER         PIC X(8).
       01  DB-OLD-ROUTING           PIC X(9).
       01  DB-OLD-ACCOUNT           PIC X(17).

       01  WS-EDIT-SWITCH           PIC X(1)       VALUE 'Y'.
           88  WS-EDIT-OK             VALUE 'Y'.
               MOVE IN-APM-DRAFT-DAY TO DB-DRAFT-DAY
               MOVE IN-APM-DRAFT-TYPE TO DB-DRAFT-TYPE
               MOVE IN-APM-DRAFT-AMOUNT TO DB-DRAFT-AMOUNT
               PERFORM 2300-STAMP-BANK-CHANGE

               EXEC SQL
                   DELETE FROM CUST_DRAFT
                   EXEC SQL
                       INSERT INTO CUST_DRAFT
                           (CUST_ID, BANK_ROUTING, BANK_ACCOUNT,
                            DRAFT_DAY, DRAFT_TYPE, DRAFT_AMOUNT,
                            BANK_CHG_TS, BANK_CHG_USER)
                       VALUES
                           (:DB-ID, :DB-BANK-ROUTING,
                            :DB-BANK-ACCOUNT, :DB-DRAFT-DAY,
                            :DB-DRAFT-TYPE, :DB-DRAFT-AMOUNT,
                            TIMESTAMP(NULLIF(:DB-BANK-CHG-TS, ' ')),
                            :DB-BANK-CHG-USER)
                   END-EXEC
               END-IF


           GO TO 8500-SEND-AND-RETURN.

      *----------------------------------------------------------
      * STAMP THE BANK-ACCOUNT CHANGE. THE ENROLLMENT ON FILE (IF
      * ANY) IS READ BEFORE IT IS REPLACED: SAME ROUTING AND
      * ACCOUNT CARRIES THE OLD STAMP FORWARD, ANYTHING ELSE IS A
      * CHANGE MADE NOW BY THIS OPERATOR. A ROW ENROLLED BEFORE
      * THE STAMP EXISTED CARRIES NONE UNTIL ITS BANK CHANGES.
      *----------------------------------------------------------
       2300-STAMP-BANK-CHANGE.
           EXEC SQL
               SELECT BANK_ROUTING, BANK_ACCOUNT,
                      COALESCE(CHAR(BANK_CHG_TS), ' '),
                      COALESCE(BANK_CHG_USER, ' ')
                 INTO :DB-OLD-ROUTING, :DB-OLD-ACCOUNT,
                      :DB-BANK-CHG-TS, :DB-BANK-CHG-USER
                 FROM CUST_DRAFT
                WHERE CUST_ID = :DB-ID
           END-EXEC.

           IF SQLCODE NOT = 0
            OR DB-OLD-ROUTING NOT = DB-BANK-ROUTING
            OR DB-OLD-ACCOUNT NOT = DB-BANK-ACCOUNT
               EXEC SQL
                   SELECT CHAR(CURRENT TIMESTAMP)
                     INTO :DB-BANK-CHG-TS
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE EIBOPID TO DB-BANK-CHG-USER
           END-IF.

      *----------------------------------------------------------
      * PF6 - CANCEL THE ENROLLMENT.
      *----------------------------------------------------------
                       MOVE 'N' TO WS-EDIT-SWITCH
                       MOVE 'Invalid draft day' TO OUT-APM-MESSAGE
                   WHEN IN-APM-DRAFT-DAY < 01
                    OR IN-APM-DRAFT-DAY > 31
      * CUSTDFT DRAFTS DAYS 29-31 ON THE LAST DAY OF A SHORTER
      * MONTH, SO ANY DAY OF THE MONTH MAY BE ENROLLED.
                       MOVE 'N' TO WS-EDIT-SWITCH
                       MOVE 'Draft day must be 01-31' TO
                           OUT-APM-MESSAGE
                   WHEN IN-APM-DRAFT-TYPE NOT = 'F'
                    AND IN-APM-DRAFT-TYPE NOT = 'B'
