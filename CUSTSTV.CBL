****************************************************************
* 19. STATEMENT ARCHIVE (COBOL)
****************************************************************
      * Inquiry screen for CUST_STMT_ARCH, the statement lines the
      * CUSTSTM cycle run archives for every statement it renders,
      * print and electronic alike. Reached by PF17 from the CUST
      * screen with the customer already keyed, or on its own.
      * ENTER with no statement date lists the customer's archived
      * statements newest first (delivery and balance from
      * CUST_STMT_SUM); ENTER with a date shows that statement
      * fifteen lines at a time exactly as it was produced. PF8
      * and PF7 page either view. PF5 queues a duplicate copy of
      * the statement shown on CUST_STMT_RPRT; the nightly CUSTSRP
      * run prints it marked DUPLICATE. Every statement viewed and
      * every reprint queued goes to the AUDT journal, as does a
      * refused attempt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTV.

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
      * Which view is on the screen (L = statement list, S = one
      * statement) and where it stands, so PF7/PF8/PF5 act on
      * what the operator is looking at.
           05  CA-STV-MODE          PIC X(1)  VALUE SPACE.
           05  CA-STV-STMT-DATE     PIC X(10) VALUE SPACES.
      * Newest and oldest statement date on the list page shown.
           05  CA-STV-FIRST-DATE    PIC X(10) VALUE SPACES.
           05  CA-STV-LAST-DATE     PIC X(10) VALUE SPACES.
           05  CA-STV-PAGE-NO       PIC 9(3)  VALUE ZERO.
      * First archived line on the statement page shown, and the
      * statement's line count.
           05  CA-STV-FIRST-LINE    PIC 9(4)  VALUE ZERO.
           05  CA-STV-LINE-COUNT    PIC 9(4)  VALUE ZERO.

      * Host variables for CUST_STMT_ARCH, CUST_STMT_SUM and
      * CUST_STMT_RPRT
       01  DB-CUST-ID               PIC X(6).
       01  DB-CUST-NAME             PIC X(30).
       01  DB-STMT-DATE             PIC X(10).
       01  DB-FROM-DATE             PIC X(10).
       01  DB-LINE-COUNT            PIC S9(9) COMP.
       01  DB-DELIV-PREF            PIC X(1).
       01  DB-STMT-BALANCE          PIC S9(9)V99 COMP-3.
       01  DB-FROM-LINE             PIC S9(4) COMP.
       01  DB-LINE-TEXT             PIC X(133).
       01  DB-REQ-USER              PIC X(8).
       01  DB-PEND-COUNT            PIC S9(9) COMP.

       01  WS-EDIT-SWITCH           PIC X(1)       VALUE 'Y'.
           88  WS-EDIT-OK             VALUE 'Y'.
           88  WS-EDIT-BAD            VALUE 'N'.

       01  WS-FETCH-SWITCH          PIC X(1)       VALUE 'Y'.
           88  WS-FETCH-DONE          VALUE 'N'.

      * Set when the CUST screen's PF17 transferred control here -
      * there is no STVMAP input to receive on that first pass.
       01  WS-ENTRY-SWITCH          PIC X(1)       VALUE 'N'.
           88  WS-FROM-CUST-SCREEN    VALUE 'Y'.

      * Which way the list page was read: a backward page comes
      * off the cursor oldest first and is shown reversed.
       01  WS-PAGE-DIRECTION        PIC X(1)       VALUE 'F'.
           88  WS-PAGE-FORWARD        VALUE 'F'.
           88  WS-PAGE-BACKWARD       VALUE 'B'.

      * Audit action for the AUDT record: 'E' statement viewed,
      * 'R' reprint queued.
       01  WS-AUDIT-ACTION          PIC X(1)       VALUE 'E'.

       01  WS-AUDIT-WORK.
           05  WS-ABS-TIME          PIC S9(15) COMP.
           05  WS-DATE-STAMP        PIC X(8).
           05  WS-TIME-STAMP        PIC X(6).

      * One screen page of statement dates or statement lines, in
      * the order fetched.
       01  WS-PAGE-WORK.
           05  WS-PAGE-COUNT        PIC 9(2)  COMP.
           05  WS-PAGE-MAX          PIC 9(2)  COMP VALUE 15.
           05  WS-PAGE-SUB          PIC 9(2)  COMP.
           05  WS-PAGE-LINE-NO      PIC 9(2)  COMP.
           05  WS-PAGE-OFFSET       PIC 9(4)  COMP.
           05  WS-PAGE-ENTRY OCCURS 15 TIMES.
               10  WS-PG-DATE       PIC X(10).
               10  WS-PG-LINE       PIC X(78).

      * The 78-byte statement list line: cycle date, how it was
      * delivered, the statement balance and its archived lines.
       01  WS-STV-DATE-LINE.
           05  WS-STV-LINE-DATE     PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-STV-LINE-DELIV    PIC X(12).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-STV-LINE-BALANCE  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-STV-LINE-COUNT    PIC ZZZ9.
           05  FILLER               PIC X(6)  VALUE ' LINES'.
           05  FILLER               PIC X(27) VALUE SPACES.

       01  WS-STV-LIST-RANGE.
           05  FILLER               PIC X(16) VALUE
               'STATEMENTS PAGE '.
           05  WS-STV-RANGE-PAGE    PIC ZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.

       01  WS-STV-LINE-RANGE.
           05  FILLER               PIC X(5)  VALUE 'LINE '.
           05  WS-STV-RANGE-FROM    PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE '-'.
           05  WS-STV-RANGE-TO      PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE '/'.
           05  WS-STV-RANGE-OF      PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(50).

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
               PF5(2000-QUEUE-REPRINT)
               PF7(1300-PAGE-BACK)
               PF8(1200-PAGE-FORWARD)
               PF12(9000-EXIT)
           END-EXEC.

           EXEC CICS
               HANDLE CONDITION
               ERROR(8000-ERROR-ROUTINE)
           END-EXEC.

      * Statements are customer data: the operator needs inquiry
      * authority ('I') on CUST_OPAUTH, the same as the CUST
      * screen's inquiry.
           PERFORM 0500-CHECK-AUTHORITY.

      * From the CUST screen the customer is already known - list
      * its statements straight away.
           IF WS-FROM-CUST-SCREEN
               MOVE LOW-VALUES TO STVMAPO
               PERFORM 0600-REQUIRE-AUTHORITY
               PERFORM 1000-PROCESS-ENTER
               GO TO 8500-SEND-AND-RETURN
           END-IF.

           EXEC CICS
               RECEIVE MAP('STVMAP')
               MAPSET('STVSET')
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
               MOVE LOW-VALUES TO STVMAPO
               MOVE 'Not authorized for statement inquiry' TO
                   OUT-STV-MESSAGE
               PERFORM 4100-WRITE-DENIED-AUDIT
               GO TO 8500-SEND-AND-RETURN
           END-IF.

      *----------------------------------------------------------
      * ENTER - NO STATEMENT DATE LISTS THE CUSTOMER'S ARCHIVED
      * STATEMENTS; A DATE OPENS THAT STATEMENT AT ITS FIRST LINE.
      *----------------------------------------------------------
       1000-PROCESS-ENTER.
           PERFORM 1050-EDIT-CUSTOMER-ID.
           IF WS-EDIT-OK
               PERFORM 1060-FETCH-CUSTOMER-NAME
               IF IN-STV-STMT-DATE = SPACES OR LOW-VALUES
                   PERFORM 1100-LIST-FIRST-PAGE
               ELSE
                   MOVE IN-STV-STMT-DATE TO DB-STMT-DATE
                   PERFORM 1500-OPEN-STATEMENT
               END-IF
           END-IF.

      * A customer keyed on the screen replaces the one carried.
       1050-EDIT-CUSTOMER-ID.
           MOVE 'Y' TO WS-EDIT-SWITCH.
           IF IN-STV-CUSTOMER-ID NOT = SPACES
            AND IN-STV-CUSTOMER-ID NOT = LOW-VALUES
               MOVE IN-STV-CUSTOMER-ID TO CA-CUSTOMER-ID
           END-IF.
           IF CA-CUSTOMER-ID NOT NUMERIC
               MOVE 'N' TO WS-EDIT-SWITCH
               MOVE SPACES TO CA-STV-MODE
               MOVE 'Key a customer ID, ENTER to list statements'
                   TO OUT-STV-MESSAGE
           END-IF.

      * A customer since merged away is no longer on CUSTOMER, but
      * the statements it was sent stay archived under its own ID
      * and still show, without a name.
       1060-FETCH-CUSTOMER-NAME.
           MOVE CA-CUSTOMER-ID TO DB-CUST-ID.
           EXEC SQL
               SELECT CUST_NAME
                 INTO :DB-CUST-NAME
                 FROM CUSTOMER
                WHERE CUST_ID = :DB-CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO DB-CUST-NAME
           END-IF.

       1100-LIST-FIRST-PAGE.
           MOVE 'L' TO CA-STV-MODE.
           MOVE SPACES TO CA-STV-STMT-DATE.
           MOVE ZERO TO CA-STV-PAGE-NO.
           MOVE '9999-12-31' TO DB-FROM-DATE.
           PERFORM 1210-FETCH-DATES-FORWARD.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 3000-FORMAT-DATE-LIST
               MOVE 'No statements archived for customer' TO
                   OUT-STV-MESSAGE
           ELSE
               ADD 1 TO CA-STV-PAGE-NO
               PERFORM 3000-FORMAT-DATE-LIST
               MOVE 'Key a statement date, ENTER to view it' TO
                   OUT-STV-MESSAGE
           END-IF.

      *----------------------------------------------------------
      * PF8 - NEXT PAGE OF THE LIST OR OF THE STATEMENT. PAST THE
      * END, THE CURRENT PAGE STAYS.
      *----------------------------------------------------------
       1200-PAGE-FORWARD.
           PERFORM 0600-REQUIRE-AUTHORITY.
           PERFORM 1060-FETCH-CUSTOMER-NAME.
           EVALUATE CA-STV-MODE
               WHEN 'L'
                   MOVE CA-STV-LAST-DATE TO DB-FROM-DATE
                   PERFORM 1210-FETCH-DATES-FORWARD
                   IF WS-PAGE-COUNT = ZERO
                       PERFORM 1400-RESHOW-DATES
                       MOVE 'End of statement list' TO
                           OUT-STV-MESSAGE
                   ELSE
                       ADD 1 TO CA-STV-PAGE-NO
                       PERFORM 3000-FORMAT-DATE-LIST
                       MOVE 'Next page shown' TO OUT-STV-MESSAGE
                   END-IF
               WHEN 'S'
                   MOVE CA-STV-STMT-DATE TO DB-STMT-DATE
                   COMPUTE DB-FROM-LINE =
                       CA-STV-FIRST-LINE + WS-PAGE-MAX
                   IF DB-FROM-LINE > CA-STV-LINE-COUNT
                       MOVE CA-STV-FIRST-LINE TO DB-FROM-LINE
                       PERFORM 1600-SHOW-STMT-PAGE
                       MOVE 'End of statement' TO OUT-STV-MESSAGE
                   ELSE
                       PERFORM 1600-SHOW-STMT-PAGE
                       MOVE 'Next page shown' TO OUT-STV-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE LOW-VALUES TO STVMAPO
                   MOVE 'Key a customer ID, ENTER to list statements'
                       TO OUT-STV-MESSAGE
           END-EVALUATE.

           GO TO 8500-SEND-AND-RETURN.

       1210-FETCH-DATES-FORWARD.
           MOVE 'F' TO WS-PAGE-DIRECTION.
           MOVE ZERO TO WS-PAGE-COUNT.
           EXEC SQL
               DECLARE STVFWD CURSOR FOR
                   SELECT CHAR(A.STMT_DATE, ISO), COUNT(*),
                          COALESCE(MAX(S.DELIV_PREF), ' '),
                          COALESCE(MAX(S.STMT_BALANCE), 0)
                   FROM CUST_STMT_ARCH A
                   LEFT OUTER JOIN CUST_STMT_SUM S
                     ON S.CUST_ID = A.CUST_ID
                    AND S.STMT_DATE = A.STMT_DATE
                   WHERE A.CUST_ID = :DB-CUST-ID
                     AND A.STMT_DATE < DATE(:DB-FROM-DATE)
                   GROUP BY A.STMT_DATE
                   ORDER BY A.STMT_DATE DESC
           END-EXEC.
           EXEC SQL OPEN STVFWD END-EXEC.
           MOVE 'Y' TO WS-FETCH-SWITCH.
           PERFORM 1220-FETCH-DATES-FORWARD-ROW
               UNTIL WS-FETCH-DONE
               OR WS-PAGE-COUNT = WS-PAGE-MAX.
           EXEC SQL CLOSE STVFWD END-EXEC.

       1220-FETCH-DATES-FORWARD-ROW.
           EXEC SQL
               FETCH STVFWD INTO :DB-STMT-DATE, :DB-LINE-COUNT,
                                 :DB-DELIV-PREF, :DB-STMT-BALANCE
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 1450-STORE-DATE-ROW
           ELSE
               MOVE 'N' TO WS-FETCH-SWITCH
           END-IF.

      *----------------------------------------------------------
      * PF7 - PRIOR PAGE. AT THE TOP, THE CURRENT PAGE STAYS.
      *----------------------------------------------------------
       1300-PAGE-BACK.
           PERFORM 0600-REQUIRE-AUTHORITY.
           PERFORM 1060-FETCH-CUSTOMER-NAME.
           EVALUATE CA-STV-MODE
               WHEN 'L'
                   MOVE CA-STV-FIRST-DATE TO DB-FROM-DATE
                   PERFORM 1310-FETCH-DATES-BACKWARD
                   IF WS-PAGE-COUNT = ZERO
                       PERFORM 1400-RESHOW-DATES
                       MOVE 'Top of statement list' TO
                           OUT-STV-MESSAGE
                   ELSE
                       IF CA-STV-PAGE-NO > 1
                           SUBTRACT 1 FROM CA-STV-PAGE-NO
                       END-IF
                       PERFORM 3000-FORMAT-DATE-LIST
                       MOVE 'Prior page shown' TO OUT-STV-MESSAGE
                   END-IF
               WHEN 'S'
                   MOVE CA-STV-STMT-DATE TO DB-STMT-DATE
                   IF CA-STV-FIRST-LINE > WS-PAGE-MAX
                       COMPUTE DB-FROM-LINE =
                           CA-STV-FIRST-LINE - WS-PAGE-MAX
                       PERFORM 1600-SHOW-STMT-PAGE
                       MOVE 'Prior page shown' TO OUT-STV-MESSAGE
                   ELSE
                       MOVE 1 TO DB-FROM-LINE
                       PERFORM 1600-SHOW-STMT-PAGE
                       MOVE 'Top of statement' TO OUT-STV-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE LOW-VALUES TO STVMAPO
                   MOVE 'Key a customer ID, ENTER to list statements'
                       TO OUT-STV-MESSAGE
           END-EVALUATE.

           GO TO 8500-SEND-AND-RETURN.

       1310-FETCH-DATES-BACKWARD.
           MOVE 'B' TO WS-PAGE-DIRECTION.
           MOVE ZERO TO WS-PAGE-COUNT.
           EXEC SQL
               DECLARE STVBCK CURSOR FOR
                   SELECT CHAR(A.STMT_DATE, ISO), COUNT(*),
                          COALESCE(MAX(S.DELIV_PREF), ' '),
                          COALESCE(MAX(S.STMT_BALANCE), 0)
                   FROM CUST_STMT_ARCH A
                   LEFT OUTER JOIN CUST_STMT_SUM S
                     ON S.CUST_ID = A.CUST_ID
                    AND S.STMT_DATE = A.STMT_DATE
                   WHERE A.CUST_ID = :DB-CUST-ID
                     AND A.STMT_DATE > DATE(:DB-FROM-DATE)
                   GROUP BY A.STMT_DATE
                   ORDER BY A.STMT_DATE
           END-EXEC.
           EXEC SQL OPEN STVBCK END-EXEC.
           MOVE 'Y' TO WS-FETCH-SWITCH.
           PERFORM 1320-FETCH-DATES-BACKWARD-ROW
               UNTIL WS-FETCH-DONE
               OR WS-PAGE-COUNT = WS-PAGE-MAX.
           EXEC SQL CLOSE STVBCK END-EXEC.

       1320-FETCH-DATES-BACKWARD-ROW.
           EXEC SQL
               FETCH STVBCK INTO :DB-STMT-DATE, :DB-LINE-COUNT,
                                 :DB-DELIV-PREF, :DB-STMT-BALANCE
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 1450-STORE-DATE-ROW
           ELSE
               MOVE 'N' TO WS-FETCH-SWITCH
           END-IF.

      * Show the list page already on the screen again, from its
      * newest date - when a page key runs off either end.
       1400-RESHOW-DATES.
           MOVE CA-STV-FIRST-DATE TO DB-FROM-DATE.
           EXEC SQL
               SELECT CHAR(DATE(:DB-FROM-DATE) + 1 DAY, ISO)
                 INTO :DB-FROM-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '9999-12-31' TO DB-FROM-DATE
           END-IF.
           PERFORM 1210-FETCH-DATES-FORWARD.
           PERFORM 3000-FORMAT-DATE-LIST.

       1450-STORE-DATE-ROW.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE DB-STMT-DATE TO WS-PG-DATE(WS-PAGE-COUNT).
           MOVE DB-STMT-DATE TO WS-STV-LINE-DATE.
           EVALUATE DB-DELIV-PREF
               WHEN 'P'
                   MOVE 'PRINT' TO WS-STV-LINE-DELIV
               WHEN 'E'
                   MOVE 'ELECTRONIC' TO WS-STV-LINE-DELIV
               WHEN 'B'
                   MOVE 'PRINT+ELEC' TO WS-STV-LINE-DELIV
               WHEN OTHER
                   MOVE SPACES TO WS-STV-LINE-DELIV
           END-EVALUATE.
           MOVE DB-STMT-BALANCE TO WS-STV-LINE-BALANCE.
           MOVE DB-LINE-COUNT TO WS-STV-LINE-COUNT.
           MOVE WS-STV-DATE-LINE TO WS-PG-LINE(WS-PAGE-COUNT).

      *----------------------------------------------------------
      * OPEN ONE STATEMENT AT ITS FIRST LINE. THE VIEW IS
      * JOURNALED; PAGING WITHIN IT IS NOT.
      *----------------------------------------------------------
       1500-OPEN-STATEMENT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB-LINE-COUNT
                 FROM CUST_STMT_ARCH
                WHERE CUST_ID = :DB-CUST-ID
                  AND STMT_DATE = DATE(:DB-STMT-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO CA-STV-MODE
               MOVE CA-CUSTOMER-ID TO OUT-STV-CUSTOMER-ID
               MOVE DB-CUST-NAME TO OUT-STV-CUST-NAME
               MOVE 'Statement date must be YYYY-MM-DD' TO
                   OUT-STV-MESSAGE
           ELSE
               IF DB-LINE-COUNT = ZERO
                   MOVE SPACES TO CA-STV-MODE
                   MOVE CA-CUSTOMER-ID TO OUT-STV-CUSTOMER-ID
                   MOVE DB-CUST-NAME TO OUT-STV-CUST-NAME
                   MOVE 'No statement archived for that date' TO
                       OUT-STV-MESSAGE
               ELSE
                   MOVE 'S' TO CA-STV-MODE
                   MOVE DB-STMT-DATE TO CA-STV-STMT-DATE
                   MOVE DB-LINE-COUNT TO CA-STV-LINE-COUNT
                   MOVE 1 TO DB-FROM-LINE
                   PERFORM 1600-SHOW-STMT-PAGE
                   MOVE 'PF8/PF7 page, PF5 queue a reprint' TO
                       OUT-STV-MESSAGE
                   MOVE 'E' TO WS-AUDIT-ACTION
                   PERFORM 4000-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

      * Fifteen archived lines from DB-FROM-LINE, print columns
      * 2-79 (column 1 is the carriage control position).
       1600-SHOW-STMT-PAGE.
           MOVE DB-FROM-LINE TO CA-STV-FIRST-LINE.
           MOVE ZERO TO WS-PAGE-COUNT.
           EXEC SQL
               DECLARE STVLIN CURSOR FOR
                   SELECT LINE_TEXT
                   FROM CUST_STMT_ARCH
                   WHERE CUST_ID = :DB-CUST-ID
                     AND STMT_DATE = DATE(:DB-STMT-DATE)
                     AND LINE_NO >= :DB-FROM-LINE
                   ORDER BY LINE_NO
           END-EXEC.
           EXEC SQL OPEN STVLIN END-EXEC.
           MOVE 'Y' TO WS-FETCH-SWITCH.
           PERFORM 1610-FETCH-STMT-LINE
               UNTIL WS-FETCH-DONE
               OR WS-PAGE-COUNT = WS-PAGE-MAX.
           EXEC SQL CLOSE STVLIN END-EXEC.
           PERFORM 3100-FORMAT-STATEMENT.

       1610-FETCH-STMT-LINE.
           EXEC SQL
               FETCH STVLIN INTO :DB-LINE-TEXT
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO WS-PAGE-COUNT
               MOVE DB-LINE-TEXT(2:78) TO WS-PG-LINE(WS-PAGE-COUNT)
           ELSE
               MOVE 'N' TO WS-FETCH-SWITCH
           END-IF.

      *----------------------------------------------------------
      * PF5 - QUEUE A DUPLICATE OF THE STATEMENT ON THE SCREEN FOR
      * TONIGHT'S CUSTSRP REPRINT RUN. ONE PENDING REQUEST PER
      * STATEMENT IS ENOUGH - A SECOND PF5 IS TOLD SO.
      *----------------------------------------------------------
       2000-QUEUE-REPRINT.
           MOVE 'R' TO WS-AUDIT-ACTION.
           PERFORM 0600-REQUIRE-AUTHORITY.
           IF CA-STV-MODE NOT = 'S'
               IF CA-STV-MODE = 'L'
                   PERFORM 1060-FETCH-CUSTOMER-NAME
                   PERFORM 1400-RESHOW-DATES
               ELSE
                   MOVE LOW-VALUES TO STVMAPO
               END-IF
               MOVE 'View a statement before PF5 reprint' TO
                   OUT-STV-MESSAGE
               GO TO 8500-SEND-AND-RETURN
           END-IF.

           PERFORM 1060-FETCH-CUSTOMER-NAME.
           MOVE CA-STV-STMT-DATE TO DB-STMT-DATE.
           MOVE CA-STV-FIRST-LINE TO DB-FROM-LINE.
           PERFORM 1600-SHOW-STMT-PAGE.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB-PEND-COUNT
                 FROM CUST_STMT_RPRT
                WHERE CUST_ID = :DB-CUST-ID
                  AND STMT_DATE = DATE(:DB-STMT-DATE)
                  AND RPRT_STATUS = 'P'
           END-EXEC.
           IF SQLCODE = 0 AND DB-PEND-COUNT > ZERO
               MOVE 'Reprint already queued for tonight' TO
                   OUT-STV-MESSAGE
               GO TO 8500-SEND-AND-RETURN
           END-IF.

           MOVE EIBOPID TO DB-REQ-USER.
           EXEC SQL
               INSERT INTO CUST_STMT_RPRT
                   (CUST_ID, STMT_DATE, REQ_TS, REQ_USER,
                    RPRT_STATUS, PRINT_DATE)
               VALUES
                   (:DB-CUST-ID, DATE(:DB-STMT-DATE),
                    CURRENT TIMESTAMP, :DB-REQ-USER, 'P', NULL)
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'Reprint queued - prints tonight' TO
                   OUT-STV-MESSAGE
               PERFORM 4000-WRITE-AUDIT-RECORD
           ELSE
               MOVE 'Reprint request failed' TO OUT-STV-MESSAGE
           END-IF.

           GO TO 8500-SEND-AND-RETURN.

      *----------------------------------------------------------
      * LAY THE LIST PAGE OUT NEWEST FIRST AND REMEMBER ITS FIRST
      * AND LAST DATE FOR THE NEXT PAGE KEY.
      *----------------------------------------------------------
       3000-FORMAT-DATE-LIST.
           MOVE CA-CUSTOMER-ID TO OUT-STV-CUSTOMER-ID.
           MOVE DB-CUST-NAME TO OUT-STV-CUST-NAME.
           MOVE SPACES TO OUT-STV-STMT-DATE.
           MOVE CA-STV-PAGE-NO TO WS-STV-RANGE-PAGE.
           MOVE WS-STV-LIST-RANGE TO OUT-STV-RANGE.
           MOVE SPACES TO OUT-STV-LIST.
           IF WS-PAGE-COUNT > ZERO
               IF WS-PAGE-BACKWARD
                   MOVE WS-PG-DATE(WS-PAGE-COUNT) TO
                       CA-STV-FIRST-DATE
                   MOVE WS-PG-DATE(1) TO CA-STV-LAST-DATE
               ELSE
                   MOVE WS-PG-DATE(1) TO CA-STV-FIRST-DATE
                   MOVE WS-PG-DATE(WS-PAGE-COUNT) TO
                       CA-STV-LAST-DATE
               END-IF
               PERFORM 3010-FORMAT-LINE
                   VARYING WS-PAGE-SUB FROM 1 BY 1
                   UNTIL WS-PAGE-SUB > WS-PAGE-COUNT
           END-IF.

       3010-FORMAT-LINE.
           IF WS-PAGE-BACKWARD
               COMPUTE WS-PAGE-LINE-NO =
                   WS-PAGE-COUNT - WS-PAGE-SUB + 1
           ELSE
               MOVE WS-PAGE-SUB TO WS-PAGE-LINE-NO
           END-IF.
           COMPUTE WS-PAGE-OFFSET = (WS-PAGE-LINE-NO - 1) * 78 + 1.
           MOVE WS-PG-LINE(WS-PAGE-SUB)
               TO OUT-STV-LIST(WS-PAGE-OFFSET:78).

      *----------------------------------------------------------
      * LAY THE STATEMENT PAGE OUT IN LINE ORDER WITH THE RANGE
      * OF LINES SHOWN.
      *----------------------------------------------------------
       3100-FORMAT-STATEMENT.
           MOVE 'F' TO WS-PAGE-DIRECTION.
           MOVE CA-CUSTOMER-ID TO OUT-STV-CUSTOMER-ID.
           MOVE DB-CUST-NAME TO OUT-STV-CUST-NAME.
           MOVE CA-STV-STMT-DATE TO OUT-STV-STMT-DATE.
           MOVE CA-STV-FIRST-LINE TO WS-STV-RANGE-FROM.
           COMPUTE WS-STV-RANGE-TO =
               CA-STV-FIRST-LINE + WS-PAGE-COUNT - 1.
           MOVE CA-STV-LINE-COUNT TO WS-STV-RANGE-OF.
           MOVE WS-STV-LINE-RANGE TO OUT-STV-RANGE.
           MOVE SPACES TO OUT-STV-LIST.
           PERFORM 3010-FORMAT-LINE
               VARYING WS-PAGE-SUB FROM 1 BY 1
               UNTIL WS-PAGE-SUB > WS-PAGE-COUNT.

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
           MOVE 'Transaction error occurred' TO OUT-STV-MESSAGE.
           EXEC CICS SEND MAP('STVMAP') MAPSET('STVSET') ERASE END-EXEC.
           EXEC CICS RETURN END-EXEC.

       8500-SEND-AND-RETURN.
           EXEC CICS
               SEND MAP('STVMAP')
               MAPSET('STVSET')
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN TRANSID('STVW')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       9000-CLEAR-EXIT.
           MOVE LOW-VALUES TO STVMAPO.
           MOVE 'Key a customer ID, ENTER to list statements' TO
               OUT-STV-MESSAGE.
           EXEC CICS SEND MAP('STVMAP') MAPSET('STVSET') ERASE END-EXEC.
           EXEC CICS RETURN END-EXEC.

       9000-EXIT.
           EXEC CICS XCTL PROGRAM('CUSTMAIN') END-EXEC.
