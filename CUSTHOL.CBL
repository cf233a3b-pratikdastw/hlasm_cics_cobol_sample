****************************************************************
* 17. BUSINESS CALENDAR MAINTENANCE (COBOL)
****************************************************************
      * Maintenance screen for the CUST_CALENDAR table behind the
      * CUSTCAL date service. A date with no row follows the
      * Monday-Friday rule; a row marks a weekday bank holiday
      * ('H', closed) or a weekend date the bank works ('O',
      * open). ENTER shows how the keyed date is treated and the
      * next business day after it; PF4 adds or replaces the row
      * for the date; PF6 removes it. Dates on or before the
      * current business date cannot be changed - the nightly
      * draft window and due dates already judged on them would
      * no longer agree with the calendar.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTHOL.

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

      * Host variables for CUST_CALENDAR and CUST_BUSDATE
       01  DB-CAL-DATE              PIC X(10).
       01  DB-DAY-TYPE              PIC X(1).
       01  DB-CAL-DESC              PIC X(30).
       01  DB-UPD-USER              PIC X(8).
       01  DB-BUS-DATE              PIC X(10).

       01  WS-EDIT-SWITCH           PIC X(1)       VALUE 'Y'.
           88  WS-EDIT-OK             VALUE 'Y'.
           88  WS-EDIT-BAD            VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           EXEC CICS
               HANDLE AID
               CLEAR(9000-CLEAR-EXIT)
               PF3(9000-EXIT)
               PF4(2000-SET-DAY)
               PF6(3000-REMOVE-DAY)
               PF12(9000-EXIT)
           END-EXEC.

           EXEC CICS
               HANDLE CONDITION
               ERROR(8000-ERROR-ROUTINE)
           END-EXEC.

           EXEC CICS
               RECEIVE MAP('HOLMAP')
               MAPSET('HOLSET')
           END-EXEC.

           IF EIBAID = DFHENTER
               PERFORM 1000-SHOW-DAY
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

      *----------------------------------------------------------
      * ENTER - SHOW HOW THE KEYED DATE IS TREATED.
      *----------------------------------------------------------
       1000-SHOW-DAY.
           IF IN-HOL-CAL-DATE = SPACES OR LOW-VALUES
               MOVE 'Enter a date (CCYY-MM-DD)' TO OUT-HOL-MESSAGE
           ELSE
               PERFORM 1100-DESCRIBE-DAY
               IF CAL-OK
                   MOVE 'Calendar day shown' TO OUT-HOL-MESSAGE
               END-IF
           END-IF.

      *----------------------------------------------------------
      * ASK CUSTCAL FOR THE NEXT BUSINESS DAY AFTER THE KEYED DATE;
      * IT DESCRIBES THE DATE ITSELF ON THE SAME CALL.
      *----------------------------------------------------------
       1100-DESCRIBE-DAY.
           INITIALIZE CAL-CONTROL-AREA.
           SET CAL-NEXT-BUSINESS-DAY TO TRUE.
           MOVE IN-HOL-CAL-DATE TO CAL-DATE.
           CALL 'CUSTCAL' USING CAL-CONTROL-AREA.
           IF CAL-OK
               MOVE CAL-DATE TO OUT-HOL-CAL-DATE
               MOVE CAL-RESULT-DATE TO OUT-HOL-NEXT-BUS-DATE
               EVALUATE TRUE
                   WHEN CAL-REASON-HOLIDAY
                       MOVE 'H' TO OUT-HOL-DAY-TYPE
                       MOVE 'BANK HOLIDAY' TO OUT-HOL-DAY-STATUS
                   WHEN CAL-REASON-OPEN-DAY
                       MOVE 'O' TO OUT-HOL-DAY-TYPE
                       MOVE 'OPEN WEEKEND' TO OUT-HOL-DAY-STATUS
                   WHEN CAL-REASON-WEEKEND
                       MOVE SPACE TO OUT-HOL-DAY-TYPE
                       MOVE 'WEEKEND' TO OUT-HOL-DAY-STATUS
                   WHEN OTHER
                       MOVE SPACE TO OUT-HOL-DAY-TYPE
                       MOVE 'BUSINESS DAY' TO OUT-HOL-DAY-STATUS
               END-EVALUATE
               MOVE CAL-DAY-DESC TO OUT-HOL-CAL-DESC
           ELSE
               IF CAL-BAD-REQUEST
                   MOVE CAL-MESSAGE TO OUT-HOL-MESSAGE
               ELSE
                   MOVE 'Calendar inquiry failed' TO OUT-HOL-MESSAGE
               END-IF
           END-IF.

      *----------------------------------------------------------
      * PF4 - ADD OR REPLACE THE CALENDAR ROW FOR THE KEYED DATE.
      *----------------------------------------------------------
       2000-SET-DAY.
           PERFORM 2100-EDIT-DAY-REQUEST.
           IF WS-EDIT-OK
               MOVE IN-HOL-CAL-DATE TO DB-CAL-DATE
               MOVE IN-HOL-DAY-TYPE TO DB-DAY-TYPE
               MOVE IN-HOL-CAL-DESC TO DB-CAL-DESC
               MOVE EIBOPID TO DB-UPD-USER

               EXEC SQL
                   UPDATE CUST_CALENDAR
                      SET DAY_TYPE = :DB-DAY-TYPE,
                          CAL_DESC = :DB-CAL-DESC,
                          UPD_USER = :DB-UPD-USER,
                          UPD_TS   = CURRENT TIMESTAMP
                    WHERE CAL_DATE = DATE(:DB-CAL-DATE)
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO CUST_CALENDAR
                           (CAL_DATE, DAY_TYPE, CAL_DESC,
                            UPD_USER, UPD_TS)
                       VALUES
                           (DATE(:DB-CAL-DATE), :DB-DAY-TYPE,
                            :DB-CAL-DESC, :DB-UPD-USER,
                            CURRENT TIMESTAMP)
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   PERFORM 1100-DESCRIBE-DAY
                   MOVE 'Calendar day set' TO OUT-HOL-MESSAGE
               ELSE
                   MOVE 'Calendar update failed' TO OUT-HOL-MESSAGE
               END-IF
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

      *----------------------------------------------------------
      * A HOLIDAY CAN ONLY CLOSE A WEEKDAY AND AN OPEN DAY CAN ONLY
      * OPEN A WEEKEND DATE. CUSTCAL EDITS THE DATE AND SAYS WHICH
      * IT IS (A WEEKEND DATE ALREADY OPEN STILL COUNTS AS ONE).
      *----------------------------------------------------------
       2100-EDIT-DAY-REQUEST.
           PERFORM 2200-EDIT-DATE-CHANGEABLE.
           IF WS-EDIT-OK
               IF IN-HOL-DAY-TYPE NOT = 'H' AND NOT = 'O'
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'Day type must be H or O' TO OUT-HOL-MESSAGE
               ELSE
                   IF IN-HOL-DAY-TYPE = 'H'
                    AND (CAL-REASON-WEEKEND OR CAL-REASON-OPEN-DAY)
                       MOVE 'N' TO WS-EDIT-SWITCH
                       MOVE 'Holiday must be a weekday' TO
                           OUT-HOL-MESSAGE
                   ELSE
                       IF IN-HOL-DAY-TYPE = 'O'
                        AND NOT CAL-REASON-WEEKEND
                        AND NOT CAL-REASON-OPEN-DAY
                           MOVE 'N' TO WS-EDIT-SWITCH
                           MOVE 'Open day must be a weekend' TO
                               OUT-HOL-MESSAGE
                       ELSE
                           IF IN-HOL-CAL-DESC = SPACES
                            OR IN-HOL-CAL-DESC = LOW-VALUES
                               MOVE 'N' TO WS-EDIT-SWITCH
                               MOVE 'Enter a description' TO
                                   OUT-HOL-MESSAGE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------
      * THE DATE MUST BE VALID AND LATER THAN THE CURRENT BUSINESS
      * DATE (CUST_BUSDATE).
      *----------------------------------------------------------
       2200-EDIT-DATE-CHANGEABLE.
           MOVE 'Y' TO WS-EDIT-SWITCH.
           IF IN-HOL-CAL-DATE = SPACES OR LOW-VALUES
               MOVE 'N' TO WS-EDIT-SWITCH
               MOVE 'Enter a date (CCYY-MM-DD)' TO OUT-HOL-MESSAGE
           ELSE
               INITIALIZE CAL-CONTROL-AREA
               SET CAL-IS-BUSINESS-DAY TO TRUE
               MOVE IN-HOL-CAL-DATE TO CAL-DATE
               CALL 'CUSTCAL' USING CAL-CONTROL-AREA
               IF NOT CAL-OK
                   MOVE 'N' TO WS-EDIT-SWITCH
                   IF CAL-BAD-REQUEST
                       MOVE CAL-MESSAGE TO OUT-HOL-MESSAGE
                   ELSE
                       MOVE 'Calendar inquiry failed' TO
                           OUT-HOL-MESSAGE
                   END-IF
               ELSE
                   EXEC SQL
                       SELECT CHAR(BUS_DATE, ISO)
                         INTO :DB-BUS-DATE
                         FROM CUST_BUSDATE
                   END-EXEC
                   IF SQLCODE NOT = 0
                       MOVE 'N' TO WS-EDIT-SWITCH
                       MOVE 'Business date inquiry failed' TO
                           OUT-HOL-MESSAGE
                   ELSE
                       IF CAL-DATE NOT > DB-BUS-DATE
                           MOVE 'N' TO WS-EDIT-SWITCH
                           MOVE 'Date must be after business date'
                               TO OUT-HOL-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------
      * PF6 - REMOVE THE ROW; THE DATE GOES BACK TO THE
      * MONDAY-FRIDAY RULE.
      *----------------------------------------------------------
       3000-REMOVE-DAY.
           PERFORM 2200-EDIT-DATE-CHANGEABLE.
           IF WS-EDIT-OK
               MOVE IN-HOL-CAL-DATE TO DB-CAL-DATE

               EXEC SQL
                   DELETE FROM CUST_CALENDAR
                    WHERE CAL_DATE = DATE(:DB-CAL-DATE)
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 1100-DESCRIBE-DAY
                       MOVE 'Calendar day removed' TO OUT-HOL-MESSAGE
                   WHEN 100
                       MOVE 'No calendar row for date' TO
                           OUT-HOL-MESSAGE
                   WHEN OTHER
                       MOVE 'Calendar delete failed' TO
                           OUT-HOL-MESSAGE
               END-EVALUATE
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

       8000-ERROR-ROUTINE.
           MOVE 'Transaction error occurred' TO OUT-HOL-MESSAGE.
           EXEC CICS SEND MAP('HOLMAP') MAPSET('HOLSET') ERASE END-EXEC.
           EXEC CICS RETURN END-EXEC.

       8500-SEND-AND-RETURN.
           EXEC CICS
               SEND MAP('HOLMAP')
               MAPSET('HOLSET')
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN TRANSID('HOLM')
               COMMAREA(WS-COMMAREA)
               LENGTH(8)
           END-EXEC.

       9000-CLEAR-EXIT.
           MOVE LOW-VALUES TO HOLMAPO.
           MOVE 'Enter a date (CCYY-MM-DD)' TO OUT-HOL-MESSAGE.
           EXEC CICS SEND MAP('HOLMAP') MAPSET('HOLSET') ERASE END-EXEC.
           EXEC CICS RETURN END-EXEC.

       9000-EXIT.
           EXEC CICS XCTL PROGRAM('CUSTMENU') END-EXEC.
