****************************************************************
* 18. FRAUD CASE REVIEW (COBOL)
****************************************************************
      * Review screen for CUST_FRD_CASE, the account-takeover
      * cases the nightly CUSTFRD scan opens and scores. Only
      * operators holding fraud-review authority ('F') on
      * CUST_OPAUTH may use it. ENTER shows the keyed case, or
      * with no case number the highest-scoring open case, with
      * the number of cases still open. PF5 closes the case with
      * a disposition (F confirmed fraud, V verified legitimate,
      * R referred to investigations, N no action) and optional
      * text; the disposition goes on the customer's CUST_NOTE
      * contact log through CUSTDB2 in the same unit of work, so
      * the account carries the outcome of the review.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTFRV.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * DB2 communication area
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * Common data definitions
       COPY CUSTDEF.

       01  WS-COMMAREA.
           05  CA-CUSTOMER-ID       PIC X(6).
           05  CA-ACTION-FLAG       PIC X(1).
           05  CA-RETURN-STATUS     PIC X(1).

      * Host variables for CUST_FRD_CASE
       01  DB-CASE-NO               PIC S9(9) COMP.
       01  DB-CUST-ID               PIC X(6).
       01  DB-CUST-NAME             PIC X(30).
       01  DB-PATTERN-CODE          PIC X(3).
       01  DB-ANCHOR-TS             PIC X(26).
       01  DB-OPERATOR-ID           PIC X(8).
       01  DB-SCORE                 PIC S9(4) COMP.
       01  DB-CASE-DETAIL           PIC X(40).
       01  DB-OPENED-DATE           PIC X(10).
       01  DB-CASE-STATUS           PIC X(1).
       01  DB-DISP-CODE             PIC X(1).
       01  DB-CLOSED-BY             PIC X(8).
       01  DB-OPEN-COUNT            PIC S9(9) COMP.

       01  WS-EDIT-SWITCH           PIC X(1)       VALUE 'Y'.
           88  WS-EDIT-OK             VALUE 'Y'.
           88  WS-EDIT-BAD            VALUE 'N'.

       01  WS-CASE-NO-EDIT          PIC 9(9).
       01  WS-DISP-DESC             PIC X(15).

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           IF EIBCALEN = LENGTH OF WS-COMMAREA
               MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF.

           EXEC CICS
               HANDLE AID
               CLEAR(9000-CLEAR-EXIT)
               PF3(9000-EXIT)
               PF5(2000-CLOSE-CASE)
               PF12(9000-EXIT)
           END-EXEC.

           EXEC CICS
               HANDLE CONDITION
               ERROR(8000-ERROR-ROUTINE)
           END-EXEC.

      * Fraud cases are for the fraud reviewers only: the operator
      * must hold 'F' on CUST_OPAUTH for anything on this screen.
           PERFORM 0500-CHECK-AUTHORITY.

           EXEC CICS
               RECEIVE MAP('FRVMAP')
               MAPSET('FRVSET')
           END-EXEC.

           IF EIBAID = DFHENTER
               PERFORM 0600-REQUIRE-AUTHORITY
               PERFORM 1000-SHOW-CASE
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

       0500-CHECK-AUTHORITY.
           MOVE EIBOPID TO SEC-OPERATOR-ID.
           MOVE 'F' TO SEC-ACTION.
           EXEC CICS
               LINK PROGRAM('CUSTSEC')
               COMMAREA(CUST-SECURITY-CHECK)
               LENGTH(LENGTH OF CUST-SECURITY-CHECK)
           END-EXEC.

       0600-REQUIRE-AUTHORITY.
           IF SEC-DENIED
               MOVE LOW-VALUES TO FRVMAPO
               MOVE 'Not authorized for fraud case review' TO
                   OUT-FRV-MESSAGE
               GO TO 8500-SEND-AND-RETURN
           END-IF.

      *----------------------------------------------------------
      * ENTER - THE KEYED CASE, OR THE HIGHEST-SCORING OPEN CASE
      * (OLDEST FIRST ON A TIE) WHEN NO CASE NUMBER IS KEYED.
      *----------------------------------------------------------
       1000-SHOW-CASE.
           PERFORM 1100-EDIT-CASE-NO.
           IF WS-EDIT-OK
               IF DB-CASE-NO = ZERO
                   PERFORM 1200-FIND-NEXT-CASE
               END-IF
           END-IF.
           IF WS-EDIT-OK
               PERFORM 1300-FETCH-CASE
           END-IF.
           IF WS-EDIT-OK
               PERFORM 3000-FORMAT-CASE
               IF DB-CASE-STATUS = 'O'
                   MOVE 'Key disposition, PF5 to close the case' TO
                       OUT-FRV-MESSAGE
               ELSE
                   MOVE 'Case is closed' TO OUT-FRV-MESSAGE
               END-IF
           END-IF.

       1100-EDIT-CASE-NO.
           MOVE 'Y' TO WS-EDIT-SWITCH.
           IF IN-FRV-CASE-NO = SPACES OR LOW-VALUES
               MOVE ZERO TO DB-CASE-NO
           ELSE
               IF IN-FRV-CASE-NO NUMERIC
                   MOVE IN-FRV-CASE-NO TO WS-CASE-NO-EDIT
                   MOVE WS-CASE-NO-EDIT TO DB-CASE-NO
               ELSE
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Case number must be numeric' TO
                       OUT-FRV-MESSAGE
               END-IF
           END-IF.

       1200-FIND-NEXT-CASE.
           EXEC SQL
               SELECT CASE_NO
                 INTO :DB-CASE-NO
                 FROM CUST_FRD_CASE
                WHERE CASE_STATUS = 'O'
                ORDER BY SCORE DESC, CASE_NO
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE LOW-VALUES TO FRVMAPO
                   MOVE ZERO TO OUT-FRV-OPEN-COUNT
                   MOVE 'No open fraud cases' TO OUT-FRV-MESSAGE
               WHEN OTHER
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Case inquiry failed' TO OUT-FRV-MESSAGE
           END-EVALUATE.

      * A case on an account since merged away still shows,
      * without a name.
       1300-FETCH-CASE.
           EXEC SQL
               SELECT F.CUST_ID, COALESCE(C.CUST_NAME, ' '),
                      F.PATTERN_CODE, CHAR(F.ANCHOR_TS),
                      F.OPERATOR_ID, F.SCORE, F.CASE_DETAIL,
                      CHAR(F.OPENED_DATE, ISO), F.CASE_STATUS,
                      F.DISP_CODE, F.CLOSED_BY
                 INTO :DB-CUST-ID, :DB-CUST-NAME,
                      :DB-PATTERN-CODE, :DB-ANCHOR-TS,
                      :DB-OPERATOR-ID, :DB-SCORE, :DB-CASE-DETAIL,
                      :DB-OPENED-DATE, :DB-CASE-STATUS,
                      :DB-DISP-CODE, :DB-CLOSED-BY
                 FROM CUST_FRD_CASE F
                 LEFT OUTER JOIN CUSTOMER C
                   ON C.CUST_ID = F.CUST_ID
                WHERE F.CASE_NO = :DB-CASE-NO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Case not found' TO OUT-FRV-MESSAGE
               WHEN OTHER
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Case inquiry failed' TO OUT-FRV-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------
      * PF5 - CLOSE THE CASE WITH A DISPOSITION. THE NOTE GOES ON
      * CUST_NOTE THROUGH THE SAME CUSTDB2 CONTACT-LOG PATH THE
      * CUST SCREEN USES, AND THE CASE IS CLOSED IN THE SAME UNIT
      * OF WORK. A DENIALS CASE THAT NAMED NO ACCOUNT IS CLOSED
      * WITHOUT A NOTE.
      *----------------------------------------------------------
       2000-CLOSE-CASE.
           PERFORM 0600-REQUIRE-AUTHORITY.
           PERFORM 1100-EDIT-CASE-NO.
           IF WS-EDIT-OK AND DB-CASE-NO = ZERO
               MOVE 'N' TO WS-EDIT-SWITCH
               MOVE 'Key the case number to close' TO
                   OUT-FRV-MESSAGE
           END-IF.
           IF WS-EDIT-OK
               PERFORM 1300-FETCH-CASE
           END-IF.
           IF WS-EDIT-OK AND DB-CASE-STATUS NOT = 'O'
               MOVE 'N' TO WS-EDIT-SWITCH
               PERFORM 3000-FORMAT-CASE
               MOVE 'Case is already closed' TO OUT-FRV-MESSAGE
           END-IF.
           IF WS-EDIT-OK
               PERFORM 2100-EDIT-DISP-CODE
           END-IF.
           IF WS-EDIT-BAD
               GO TO 8500-SEND-AND-RETURN
           END-IF.

           IF DB-CUST-ID NOT = SPACES
               PERFORM 2200-BUILD-NOTE
               MOVE DB-CUST-ID TO CUST-ID
               MOVE 'N' TO CUST-ACTION-FLAG
               MOVE EIBOPID TO CUST-OPERATOR-ID

               EXEC CICS
                   LINK PROGRAM('CUSTDB2')
                   COMMAREA(CUSTOMER-RECORD)
                   LENGTH(LENGTH OF CUSTOMER-RECORD)
               END-EXEC

               IF NOT CUST-FOUND
                   PERFORM 3000-FORMAT-CASE
                   MOVE 'Close failed - note not written' TO
                       OUT-FRV-MESSAGE
                   GO TO 8500-SEND-AND-RETURN
               END-IF
           END-IF.

           PERFORM 2300-MARK-CLOSED.

           GO TO 8500-SEND-AND-RETURN.

       2100-EDIT-DISP-CODE.
           EVALUATE IN-FRV-DISP-CODE
               WHEN 'F'
                   MOVE 'CONFIRMED FRAUD' TO WS-DISP-DESC
               WHEN 'V'
                   MOVE 'VERIFIED OK' TO WS-DISP-DESC
               WHEN 'R'
                   MOVE 'REFERRED' TO WS-DISP-DESC
               WHEN 'N'
                   MOVE 'NO ACTION' TO WS-DISP-DESC
               WHEN OTHER
                   MOVE 'N' TO WS-EDIT-SWITCH
                   PERFORM 3000-FORMAT-CASE
                   MOVE 'Disposition must be F, V, R or N' TO
                       OUT-FRV-MESSAGE
           END-EVALUATE.

       2200-BUILD-NOTE.
           MOVE DB-CASE-NO TO WS-CASE-NO-EDIT.
           MOVE SPACES TO CUST-NOTE-TEXT.
           IF IN-FRV-NOTE-TEXT = SPACES OR LOW-VALUES
               STRING 'FRAUD ' DELIMITED BY SIZE
                      WS-CASE-NO-EDIT DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WS-DISP-DESC DELIMITED BY '  '
                   INTO CUST-NOTE-TEXT
           ELSE
               STRING 'FRAUD ' DELIMITED BY SIZE
                      WS-CASE-NO-EDIT DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WS-DISP-DESC DELIMITED BY '  '
                      ' - ' DELIMITED BY SIZE
                      IN-FRV-NOTE-TEXT DELIMITED BY SIZE
                   INTO CUST-NOTE-TEXT
           END-IF.

       2300-MARK-CLOSED.
           MOVE IN-FRV-DISP-CODE TO DB-DISP-CODE.
           MOVE EIBOPID TO DB-CLOSED-BY.
           EXEC SQL
               UPDATE CUST_FRD_CASE
                  SET CASE_STATUS = 'C',
                      DISP_CODE = :DB-DISP-CODE,
                      CLOSED_BY = :DB-CLOSED-BY,
                      CLOSED_TS = CURRENT TIMESTAMP
                WHERE CASE_NO = :DB-CASE-NO
                  AND CASE_STATUS = 'O'
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'C' TO DB-CASE-STATUS
               PERFORM 3000-FORMAT-CASE
               MOVE 'Case closed' TO OUT-FRV-MESSAGE
           ELSE
      * THE NOTE WENT IN BUT THE CASE COULD NOT BE CLOSED (OR WAS
      * CLOSED BY ANOTHER REVIEWER MEANWHILE) - BACK BOTH OUT SO
      * THE ACCOUNT NEVER CARRIES AN OUTCOME THE CASE DOES NOT.
               EXEC CICS
                   SYNCPOINT ROLLBACK
               END-EXEC
               PERFORM 3000-FORMAT-CASE
               MOVE 'Close failed - case not updated' TO
                   OUT-FRV-MESSAGE
           END-IF.

      *----------------------------------------------------------
      * SHOW THE CASE AND HOW MANY CASES ARE STILL OPEN.
      *----------------------------------------------------------
       3000-FORMAT-CASE.
           MOVE DB-CASE-NO TO OUT-FRV-CASE-NO.
           IF DB-CASE-STATUS = 'O'
               MOVE 'OPEN' TO OUT-FRV-STATUS
           ELSE
               MOVE 'CLOSED' TO OUT-FRV-STATUS
           END-IF.
           MOVE DB-SCORE TO OUT-FRV-SCORE.
           MOVE DB-PATTERN-CODE TO OUT-FRV-PATTERN.
           EVALUATE DB-PATTERN-CODE
               WHEN 'SEQ'
                   MOVE 'SENSITIVE CHANGE SEQUENCE' TO
                       OUT-FRV-PATTERN-DESC
               WHEN 'OPS'
                   MOVE 'SEVERAL OPERATORS IN A DAY' TO
                       OUT-FRV-PATTERN-DESC
               WHEN 'DNY'
                   MOVE 'REPEATED AUTHORITY DENIALS' TO
                       OUT-FRV-PATTERN-DESC
               WHEN 'REV'
                   MOVE 'REVERSAL BY PAYMENT OPERATOR' TO
                       OUT-FRV-PATTERN-DESC
               WHEN OTHER
                   MOVE SPACES TO OUT-FRV-PATTERN-DESC
           END-EVALUATE.
           MOVE DB-CUST-ID TO OUT-FRV-CUSTOMER-ID.
           MOVE DB-CUST-NAME TO OUT-FRV-CUST-NAME.
           MOVE DB-OPERATOR-ID TO OUT-FRV-OPERATOR.
           MOVE DB-ANCHOR-TS TO OUT-FRV-ANCHOR.
           MOVE DB-CASE-DETAIL TO OUT-FRV-DETAIL.
           MOVE DB-OPENED-DATE TO OUT-FRV-OPENED-DATE.
           MOVE DB-DISP-CODE TO OUT-FRV-DISP-CODE.
           MOVE DB-CLOSED-BY TO OUT-FRV-CLOSED-BY.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB-OPEN-COUNT
                 FROM CUST_FRD_CASE
                WHERE CASE_STATUS = 'O'
           END-EXEC.
           IF SQLCODE = 0
               MOVE DB-OPEN-COUNT TO OUT-FRV-OPEN-COUNT
           ELSE
               MOVE ZERO TO OUT-FRV-OPEN-COUNT
           END-IF.

       8000-ERROR-ROUTINE.
           MOVE 'Transaction error occurred' TO OUT-FRV-MESSAGE.
           EXEC CICS SEND MAP('FRVMAP') MAPSET('FRVSET') ERASE END-EXEC.
           EXEC CICS RETURN END-EXEC.

       8500-SEND-AND-RETURN.
           EXEC CICS
               SEND MAP('FRVMAP')
               MAPSET('FRVSET')
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN TRANSID('FRDV')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       9000-CLEAR-EXIT.
           MOVE LOW-VALUES TO FRVMAPO.
           MOVE 'Press ENTER for the next open case' TO
               OUT-FRV-MESSAGE.
           EXEC CICS SEND MAP('FRVMAP') MAPSET('FRVSET') ERASE END-EXEC.
           EXEC CICS RETURN END-EXEC.

       9000-EXIT.
           EXEC CICS XCTL PROGRAM('CUSTMENU') END-EXEC.
