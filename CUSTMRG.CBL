****************************************************************
* 16. CUSTOMER MERGE (COBOL)
****************************************************************
      * Supervised merge of a duplicate customer into the one that
      * survives. ENTER shows the losing and surviving customers
      * side by side, with the balance and account standing the
      * survivor will carry; PF5 merges the pair shown, through
      * CUSTDB2 action 'M': the loser's balance moves across under
      * a merge row ('M') on both histories, its history, notes,
      * promises, disputes, letters, autopay, delivery preference
      * and suspense items are re-pointed to the survivor, the
      * survivor keeps the later last payment and the worse
      * standing, and the loser is archived to CUST_ARCHIVE with a
      * pointer to the survivor. Supervisor authority ('U' on
      * CUST_OPAUTH) is required; every merge, and every refused
      * attempt, is written to the AUDT journal. The nightly
      * CUSTDUP report suggests the likely duplicates to work.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Common data definitions
       COPY CUSTDEF.

      * The pair last shown by ENTER. PF5 only merges that pair,
      * so the supervisor always merges what they looked at.
       01  WS-COMMAREA.
           05  CA-CUSTOMER-ID       PIC X(6).
           05  CA-ACTION-FLAG       PIC X(1).
           05  CA-RETURN-STATUS     PIC X(1).
           05  CA-MRG-SURVIVOR-ID   PIC X(6).

       01  WS-EDIT-SWITCH           PIC X(1)       VALUE 'Y'.
           88  WS-EDIT-OK             VALUE 'Y'.
           88  WS-EDIT-BAD            VALUE 'N'.

       01  WS-MERGE-WORK.
           05  WS-MRG-LOSER-ID      PIC X(6).
           05  WS-MRG-SURVIVOR-ID   PIC X(6).
           05  WS-MRG-LOSER-BAL     PIC S9(9)V99 COMP-3.
           05  WS-MRG-LOSER-STATUS  PIC X(1).
           05  WS-MRG-NEW-BAL       PIC S9(9)V99 COMP-3.
           05  WS-MRG-NEW-STATUS    PIC X(1).
           05  WS-MRG-RANK-STATUS   PIC X(1).
           05  WS-MRG-RANK          PIC S9(4) COMP.
           05  WS-MRG-LOSER-RANK    PIC S9(4) COMP.
           05  WS-MRG-STAT-DESC     PIC X(12).

       01  WS-AUDIT-WORK.
           05  WS-ABS-TIME          PIC S9(15) COMP.
           05  WS-DATE-STAMP        PIC X(8).
           05  WS-TIME-STAMP        PIC X(6).

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           IF EIBCALEN = LENGTH OF WS-COMMAREA
               MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF.

           EXEC CICS
               HANDLE AID
               CLEAR(9000-CLEAR-EXIT)
               PF3(9000-EXIT)
               PF5(2000-PERFORM-MERGE)
               PF12(9000-EXIT)
           END-EXEC.

           EXEC CICS
               HANDLE CONDITION
               ERROR(8000-ERROR-ROUTINE)
           END-EXEC.

      * Merging is supervisor work: the operator must hold 'U' on
      * CUST_OPAUTH for anything on this screen.
           PERFORM 0500-CHECK-AUTHORITY.

           EXEC CICS
               RECEIVE MAP('MRGMAP')
               MAPSET('MRGSET')
           END-EXEC.

           IF EIBAID = DFHENTER
               PERFORM 0600-REQUIRE-AUTHORITY
               PERFORM 1000-SHOW-MERGE
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

       0500-CHECK-AUTHORITY.
           MOVE EIBOPID TO SEC-OPERATOR-ID.
           MOVE 'U' TO SEC-ACTION.
           EXEC CICS
               LINK PROGRAM('CUSTSEC')
               COMMAREA(CUST-SECURITY-CHECK)
               LENGTH(LENGTH OF CUST-SECURITY-CHECK)
           END-EXEC.

       0600-REQUIRE-AUTHORITY.
           IF SEC-DENIED
               MOVE LOW-VALUES TO MRGMAPO
               MOVE 'Supervisor authority required' TO
                   OUT-MRG-MESSAGE
               GO TO 8500-SEND-AND-RETURN
           END-IF.

      *----------------------------------------------------------
      * ENTER - SHOW THE PAIR. BOTH CUSTOMERS ARE READ THROUGH THE
      * CUSTDB2 INQUIRY, AND THE BALANCE AND STANDING THE
      * SURVIVOR WILL CARRY ARE SHOWN BESIDE THEM.
      *----------------------------------------------------------
       1000-SHOW-MERGE.
           MOVE SPACES TO CA-CUSTOMER-ID.
           MOVE SPACES TO CA-MRG-SURVIVOR-ID.
           PERFORM 1100-EDIT-MERGE-IDS.
           IF WS-EDIT-OK
               MOVE LOW-VALUES TO MRGMAPO
               PERFORM 1200-FETCH-LOSER
           END-IF.
           IF WS-EDIT-OK
               PERFORM 1300-FETCH-SURVIVOR
           END-IF.
           IF WS-EDIT-OK
               PERFORM 1400-SHOW-RESULT
               MOVE WS-MRG-LOSER-ID TO CA-CUSTOMER-ID
               MOVE WS-MRG-SURVIVOR-ID TO CA-MRG-SURVIVOR-ID
               MOVE 'Verify both accounts - PF5 to merge' TO
                   OUT-MRG-MESSAGE
           END-IF.

       1100-EDIT-MERGE-IDS.
           MOVE 'Y' TO WS-EDIT-SWITCH.
           MOVE IN-MRG-LOSER-ID TO WS-MRG-LOSER-ID.
           MOVE IN-MRG-SURVIVOR-ID TO WS-MRG-SURVIVOR-ID.
           EVALUATE TRUE
               WHEN WS-MRG-LOSER-ID = SPACES OR LOW-VALUES
               WHEN WS-MRG-LOSER-ID NOT NUMERIC
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Key the losing customer ID' TO
                       OUT-MRG-MESSAGE
               WHEN WS-MRG-SURVIVOR-ID = SPACES OR LOW-VALUES
               WHEN WS-MRG-SURVIVOR-ID NOT NUMERIC
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Key the surviving customer ID' TO
                       OUT-MRG-MESSAGE
               WHEN WS-MRG-LOSER-ID = WS-MRG-SURVIVOR-ID
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'A customer cannot merge into itself' TO
                       OUT-MRG-MESSAGE
           END-EVALUATE.

       1200-FETCH-LOSER.
           MOVE WS-MRG-LOSER-ID TO CUST-ID.
           PERFORM 1500-INQUIRE-CUSTOMER.
           IF WS-EDIT-OK
               MOVE CUST-ID TO OUT-MRG-LOSER-ID
               MOVE CUST-NAME TO OUT-MRG-LOSER-NAME
               MOVE CUST-ADDRESS TO OUT-MRG-LOSER-ADDR
               MOVE CUST-BALANCE TO OUT-MRG-LOSER-BAL
               MOVE CUST-ACCT-STATUS TO WS-MRG-RANK-STATUS
               PERFORM 1600-DESCRIBE-STANDING
               MOVE WS-MRG-STAT-DESC TO OUT-MRG-LOSER-STAT
               MOVE CUST-BALANCE TO WS-MRG-LOSER-BAL
               MOVE CUST-ACCT-STATUS TO WS-MRG-LOSER-STATUS
           END-IF.

       1300-FETCH-SURVIVOR.
           MOVE WS-MRG-SURVIVOR-ID TO CUST-ID.
           PERFORM 1500-INQUIRE-CUSTOMER.
           IF WS-EDIT-OK
               MOVE CUST-ID TO OUT-MRG-SURV-ID
               MOVE CUST-NAME TO OUT-MRG-SURV-NAME
               MOVE CUST-ADDRESS TO OUT-MRG-SURV-ADDR
               MOVE CUST-BALANCE TO OUT-MRG-SURV-BAL
               MOVE CUST-ACCT-STATUS TO WS-MRG-RANK-STATUS
               PERFORM 1600-DESCRIBE-STANDING
               MOVE WS-MRG-STAT-DESC TO OUT-MRG-SURV-STAT
           END-IF.

      * THE RESULT SHOWN IS WHAT CUSTDB2 WILL APPLY: THE BALANCES
      * ADDED, AND THE WORSE OF THE TWO STANDINGS IN THE SAME
      * ORDER IT RANKS THEM - ACTIVE, CREDIT HOLD, COLLECTIONS,
      * CLOSED.
       1400-SHOW-RESULT.
           COMPUTE WS-MRG-NEW-BAL = CUST-BALANCE + WS-MRG-LOSER-BAL.
           MOVE WS-MRG-NEW-BAL TO OUT-MRG-NEW-BAL.
           MOVE WS-MRG-LOSER-STATUS TO WS-MRG-RANK-STATUS.
           PERFORM 1700-RANK-STANDING.
           MOVE WS-MRG-RANK TO WS-MRG-LOSER-RANK.
           MOVE CUST-ACCT-STATUS TO WS-MRG-RANK-STATUS.
           PERFORM 1700-RANK-STANDING.
           IF WS-MRG-LOSER-RANK > WS-MRG-RANK
               MOVE WS-MRG-LOSER-STATUS TO WS-MRG-NEW-STATUS
           ELSE
               MOVE CUST-ACCT-STATUS TO WS-MRG-NEW-STATUS
           END-IF.
           MOVE WS-MRG-NEW-STATUS TO WS-MRG-RANK-STATUS.
           PERFORM 1600-DESCRIBE-STANDING.
           MOVE WS-MRG-STAT-DESC TO OUT-MRG-NEW-STAT.

      * A WRITTEN-OFF BALANCE IS OFF THE BOOKS AND CANNOT MOVE, SO
      * A WRITTEN-OFF CUSTOMER ON EITHER SIDE STOPS THE MERGE HERE
      * (CUSTDB2 REFUSES IT AS WELL).
       1500-INQUIRE-CUSTOMER.
           MOVE SPACE TO CUST-ACTION-FLAG.
           MOVE EIBOPID TO CUST-OPERATOR-ID.
           EXEC CICS
               LINK PROGRAM('CUSTDB2')
               COMMAREA(CUSTOMER-RECORD)
               LENGTH(LENGTH OF CUSTOMER-RECORD)
           END-EXEC.
           EVALUATE TRUE
               WHEN CUST-FOUND AND CUST-ACCT-WRITTEN-OFF
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Written-off account cannot be merged' TO
                       OUT-MRG-MESSAGE
               WHEN CUST-FOUND
                   CONTINUE
               WHEN CUST-NOT-FOUND
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Customer not found' TO OUT-MRG-MESSAGE
               WHEN OTHER
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Database error' TO OUT-MRG-MESSAGE
           END-EVALUATE.

       1600-DESCRIBE-STANDING.
           EVALUATE WS-MRG-RANK-STATUS
               WHEN 'H'
                   MOVE 'CREDIT HOLD' TO WS-MRG-STAT-DESC
               WHEN 'C'
                   MOVE 'COLLECTIONS' TO WS-MRG-STAT-DESC
               WHEN 'X'
                   MOVE 'CLOSED' TO WS-MRG-STAT-DESC
               WHEN 'W'
                   MOVE 'WRITTEN OFF' TO WS-MRG-STAT-DESC
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-MRG-STAT-DESC
           END-EVALUATE.

       1700-RANK-STANDING.
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

      *----------------------------------------------------------
      * PF5 - MERGE THE PAIR ENTER LAST SHOWED. A REFUSED ATTEMPT
      * IS JOURNALED WITH THE DENIED FLAG; A COMPLETED MERGE
      * JOURNALS ONE AUDIT RECORD UNDER EACH CUSTOMER ID SO
      * EITHER ACCOUNT'S AUDIT TRAIL SHOWS IT.
      *----------------------------------------------------------
       2000-PERFORM-MERGE.
           IF SEC-DENIED
               MOVE IN-MRG-LOSER-ID TO CUST-ID
               MOVE LOW-VALUES TO MRGMAPO
               MOVE 'Supervisor authority required' TO
                   OUT-MRG-MESSAGE
               PERFORM 4100-WRITE-DENIED-AUDIT
               GO TO 8500-SEND-AND-RETURN
           END-IF.

           PERFORM 1100-EDIT-MERGE-IDS.
           IF WS-EDIT-OK
               IF WS-MRG-LOSER-ID NOT = CA-CUSTOMER-ID
                OR WS-MRG-SURVIVOR-ID NOT = CA-MRG-SURVIVOR-ID
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Press ENTER to verify the pair first' TO
                       OUT-MRG-MESSAGE
               END-IF
           END-IF.

           IF WS-EDIT-OK
               MOVE WS-MRG-LOSER-ID TO CUST-ID
               MOVE WS-MRG-SURVIVOR-ID TO CUST-MERGE-INTO-ID
               MOVE 'M' TO CUST-ACTION-FLAG
               MOVE EIBOPID TO CUST-OPERATOR-ID

               EXEC CICS
                   LINK PROGRAM('CUSTDB2')
                   COMMAREA(CUSTOMER-RECORD)
                   LENGTH(LENGTH OF CUSTOMER-RECORD)
               END-EXEC

               MOVE SPACES TO CA-CUSTOMER-ID
               MOVE SPACES TO CA-MRG-SURVIVOR-ID
               EVALUATE TRUE
                   WHEN CUST-FOUND
                       PERFORM 2100-SHOW-MERGED
                       PERFORM 4000-WRITE-AUDIT-RECORD
                       MOVE WS-MRG-SURVIVOR-ID TO CUST-ID
                       PERFORM 4000-WRITE-AUDIT-RECORD
                   WHEN CUST-REFUSED
                       MOVE 'Written-off account - not merged' TO
                           OUT-MRG-MESSAGE
                   WHEN CUST-NOT-FOUND
                       MOVE 'Customer not found - not merged' TO
                           OUT-MRG-MESSAGE
                   WHEN OTHER
                       MOVE 'Merge failed - nothing changed' TO
                           OUT-MRG-MESSAGE
               END-EVALUATE
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

       2100-SHOW-MERGED.
           MOVE LOW-VALUES TO MRGMAPO.
           MOVE WS-MRG-LOSER-ID TO OUT-MRG-LOSER-ID.
           MOVE WS-MRG-SURVIVOR-ID TO OUT-MRG-SURV-ID.
           MOVE CUST-BALANCE TO OUT-MRG-NEW-BAL.
           MOVE CUST-ACCT-STATUS TO WS-MRG-RANK-STATUS.
           PERFORM 1600-DESCRIBE-STANDING.
           MOVE WS-MRG-STAT-DESC TO OUT-MRG-NEW-STAT.
           MOVE 'Customers merged' TO OUT-MRG-MESSAGE.

       4100-WRITE-DENIED-AUDIT.
           MOVE 'D' TO AUD-DENIED-FLAG.
           PERFORM 4010-BUILD-AND-WRITE-AUDIT.

       4000-WRITE-AUDIT-RECORD.
           MOVE SPACE TO AUD-DENIED-FLAG.
           PERFORM 4010-BUILD-AND-WRITE-AUDIT.

       4010-BUILD-AND-WRITE-AUDIT.
           MOVE EIBTRMID TO AUD-TERM-ID.
           MOVE EIBOPID TO AUD-OPERATOR-ID.
           MOVE CUST-ID TO AUD-CUSTOMER-ID.
           MOVE 'M' TO AUD-ACTION-FLAG.
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
           MOVE 'Transaction error occurred' TO OUT-MRG-MESSAGE.
           EXEC CICS SEND MAP('MRGMAP') MAPSET('MRGSET') ERASE END-EXEC.
           EXEC CICS RETURN END-EXEC.

       8500-SEND-AND-RETURN.
           EXEC CICS
               SEND MAP('MRGMAP')
               MAPSET('MRGSET')
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN TRANSID('MRGE')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       9000-CLEAR-EXIT.
           MOVE LOW-VALUES TO MRGMAPO.
           MOVE 'Enter losing and surviving customer IDs' TO
               OUT-MRG-MESSAGE.
           EXEC CICS SEND MAP('MRGMAP') MAPSET('MRGSET') ERASE END-EXEC.
           EXEC CICS RETURN END-EXEC.

       9000-EXIT.
           EXEC CICS XCTL PROGRAM('CUSTMENU') END-EXEC.
