000720*                  ACCOUNTS ARE SUPPRESSED OUTRIGHT. THE
000730*                  CONTROL REPORT COUNTS BY DELIVERY METHOD
000740*                  SO THE PRINT VENDOR BILLS CORRECTLY.
      *   OCT 2026  CAG  RUN UNDER THE CUSTRUN BATCH RUN CONTROL,
      *                  KEYED BY BUSINESS DATE AND CYCLE DIGIT.
      *                  THE RUN REFUSES TO START UNTIL THE NIGHT'S
      *                  CUSTPAY, CUSTDFT AND CUSTDFR ARE COMPLETE;
      *                  THE CYCLE DATE IS THE BUSINESS DATE ON
      *                  CUST_BUSDATE, NOT THE SYSTEM CLOCK; AND A
      *                  CYCLE ALREADY STATEMENTED FOR THE DATE IS
      *                  REFUSED WITHOUT A RERUN OVERRIDE. THE
      *                  CYCLE CARD IS NOW READ BEFORE THE DATES
      *                  ARE SET.
      *   OCT 2026  CAG  EVERY STATEMENT NOW BILLS A MINIMUM PAYMENT
      *                  DUE AND A PAYMENT DUE DATE: A PERCENTAGE OF
      *                  THE BALANCE WITH A FLOOR, PLUS ANY MINIMUM
      *                  STILL UNPAID FROM THE PRIOR STATEMENT, LESS
      *                  THE OPEN DISPUTED AMOUNT, DUE A GRACE
      *                  PERIOD AFTER THE CYCLE DATE. THE FIGURES
      *                  PRINT ON THE PAGE, RIDE THE EXTRACT BALANCE
      *                  RECORD, AND ARE STORED PER CUSTOMER AND
      *                  CYCLE ON CUST_STMT_SUM FOR THE CUSTLFE LATE
      *                  FEE RUN AND THE CRM INQUIRY. THE RUN NOW
      *                  COMMITS ON AN INTERVAL. THE FEE SECTION
      *                  ITEMIZES LATE FEES (ACTION G) BESIDE THE
      *                  NSF FEES.
      *   OCT 2026  CAG  HOLD PRINT FOR A BAD ADDRESS: A CUSTOMER
      *                  CARRYING THE BAD-ADDRESS MARKER (SET BY THE
      *                  CUSTNCO RETURNED-MAIL INTAKE) HAS THE PRINT
      *                  STATEMENT ROUTED TO THE NEW EXCOUT EXCEPTION
      *                  LISTING INSTEAD OF STMOUT, OR - WITH AN 'E'
      *                  OR 'B' PREFERENCE - DELIVERED TO THE
      *                  ELECTRONIC EXTRACT ONLY. STATEMENT LINES NOW
      *                  GO OUT THROUGH ONE PUT-LINE PARAGRAPH THAT
      *                  PICKS THE FILE. COUNTS ON THE CONTROL
      *                  REPORT.
      *   OCT 2026  CAG  A PAYMENT DUE DATE THAT LANDS ON A WEEKEND OR
      *                  BANK HOLIDAY ROLLS FORWARD TO THE NEXT
      *                  BUSINESS DAY (CUSTCAL).
      *   OCT 2026  CAG  ARCHIVE EVERY RENDERED STATEMENT LINE TO
      *                  CUST_STMT_ARCH BY CUSTOMER AND CYCLE DATE
      *                  FOR THE CUSTSTV REPRINT SCREEN. ELECTRONIC
      *                  CUSTOMERS NOW HAVE THE PRINT IMAGE RENDERED
      *                  TOO, TO THE ARCHIVE ONLY, SO EVERY DELIVERY
      *                  IS ON FILE EXACTLY AS PRODUCED. A RERUN
      *                  REPLACES THE CYCLE'S ARCHIVED LINES.
      *   OCT 2026  CAG  A DB2 ERROR READING THE PRIOR STATEMENT OR THE
      *                  PAYMENTS SINCE IT NOW ABENDS (915) INSTEAD OF
      *                  BILLING WITHOUT THE PAST-DUE AMOUNT.
000750*-----------------------------------------------------------
000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
000840     SELECT STM-FILE ASSIGN TO STMOUT
000850         ORGANIZATION IS SEQUENTIAL.
000860     SELECT EST-FILE ASSIGN TO ESTOUT
000863         ORGANIZATION IS SEQUENTIAL.
000866     SELECT EXC-FILE ASSIGN TO EXCOUT
000870         ORGANIZATION IS SEQUENTIAL.
000880     SELECT RPT-FILE ASSIGN TO RPTOUT
000890         ORGANIZATION IS SEQUENTIAL.
001050     LABEL RECORDS ARE STANDARD.
001060 01  EST-RECORD              PIC X(80).

001061* Print statements held for a bad address on file - the
001062* same pages, kept here for follow-up instead of mailing
001063 FD  EXC-FILE
001064     RECORDING MODE IS F
001065     LABEL RECORDS ARE STANDARD.
001066 01  EXC-RECORD              PIC X(133).

001070 FD  RPT-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001220 01  DB-ACCOUNT-TYPE         PIC X(1).
001230 01  DB-CREDIT-LIMIT         PIC S9(9)V99 COMP-3.
001240 01  DB-ACCT-STATUS          PIC X(1).
001245 01  DB-BAD-ADDR-FLAG        PIC X(1).

001250* Host variable for the CUST_STMT_PREF delivery preference
001260 01  DB-DELIV-PREF           PIC X(1).
001380* Host variable for the open disputed amount shown/shielded
001390 01  DB-DISPUTED-AMOUNT      PIC S9(11)V99 COMP-3.

      * Host variable for the business date (the cycle date)
       01  DB-BUS-DATE             PIC X(10).

      * Host variables for the CUST_STMT_SUM statement summary
       01  DB-DUE-DATE             PIC X(10).
       01  DB-MIN-DUE              PIC S9(9)V99 COMP-3.
       01  DB-PAST-DUE             PIC S9(9)V99 COMP-3.
       01  DB-PRIOR-STMT-DATE      PIC X(10).
       01  DB-PRIOR-MIN-DUE        PIC S9(9)V99 COMP-3.
       01  DB-PRIOR-PAID           PIC S9(11)V99 COMP-3.
       01  DB-HIST-ACTION          PIC X(1).

      * Host variables for the CUST_STMT_ARCH statement archive
       01  DB-ARCH-LINE-NO         PIC S9(4) COMP.
       01  DB-ARCH-ADVANCE         PIC S9(4) COMP.
       01  DB-ARCH-TEXT            PIC X(133).

001400 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
001410     88  WS-EOF-REACHED        VALUE 'Y'.
001420 77  WS-PMT-FETCH-SWITCH     PIC X(01).
001490 77  WS-MONTH-FEE-TOTAL      PIC S9(09)V99 COMP-3.
001500 77  WS-AVAILABLE-CREDIT     PIC S9(09)V99 COMP-3.
001510 77  WS-ABEND-CODE           PIC S9(04) COMP.
001515 77  WS-RUN-RC               PIC S9(04) COMP.
001520 77  WS-START-MM             PIC S9(04) COMP.
001530 77  WS-START-YYYY           PIC S9(04) COMP.
001540* STATEMENTS BY DELIVERY METHOD, FOR THE CONTROL REPORT
001580 77  WS-CNT-BOTH             PIC S9(07) COMP-3 VALUE 0.
001590 77  WS-CNT-SUPPRESSED       PIC S9(07) COMP-3 VALUE 0.
001600 77  WS-CNT-CLOSED-ZERO      PIC S9(07) COMP-3 VALUE 0.
       77  WS-CNT-HELD-BAD-ADDR    PIC S9(07) COMP-3 VALUE 0.
       77  WS-CNT-BAD-TO-ELEC      PIC S9(07) COMP-3 VALUE 0.
       77  WS-CNT-ARCHIVED         PIC S9(07) COMP-3 VALUE 0.
       77  WS-ARCH-BLANKS          PIC S9(04) COMP.
      * WHERE THE PRINT STATEMENT GOES, AND HOW FAR THE NEXT LINE
      * ADVANCES (ZERO = NEW PAGE). AN ELECTRONIC CUSTOMER'S PAGE
      * GOES TO THE ARCHIVE ONLY.
       77  WS-STMT-DEST-SWITCH     PIC X(01)      VALUE 'P'.
           88  WS-STMT-TO-PRINT      VALUE 'P'.
           88  WS-STMT-TO-EXCEPTION  VALUE 'X'.
           88  WS-STMT-TO-ARCHIVE    VALUE 'A'.
       77  WS-STMT-ADVANCE         PIC S9(04) COMP VALUE 1.
001610* PER-STATEMENT EXTRACT CONTROLS
001620 77  WS-EST-REC-COUNT        PIC S9(05) COMP-3 VALUE 0.
001630 77  WS-EST-HASH             PIC S9(11)V99 COMP-3 VALUE 0.
001640 77  WS-EST-FETCH-SWITCH     PIC X(01).
001650     88  WS-EST-FETCH-DONE     VALUE 'N'.
      * STATEMENT SUMMARY ROWS AND THE COMMIT INTERVAL
       77  WS-CNT-SUMMARY          PIC S9(07) COMP-3 VALUE 0.
       77  WS-COMMIT-INTERVAL      PIC S9(04) COMP VALUE 100.
       77  WS-SINCE-COMMIT         PIC S9(04) COMP VALUE 0.

      * Minimum payment terms: the percentage of the statement
      * balance billed each cycle, the floor below which the
      * minimum never drops (unless the balance itself is
      * smaller), and the grace days from the cycle date to the
      * payment due date.
       01  MINIMUM-PAYMENT-TERMS.
           05  WS-MIN-PAY-PCT       PIC S9(1)V9(4) COMP-3 VALUE 0.0200.
           05  WS-MIN-PAY-FLOOR     PIC S9(5)V99   COMP-3 VALUE 25.00.
           05  WS-GRACE-DAYS        PIC S9(4)      COMP   VALUE 25.
           05  WS-CURRENT-MIN       PIC S9(9)V99   COMP-3.

001660* Same calculation interface the CUST screen drives online.
001670* The rate VALUE clauses are only the no-rate-on-file
001840     05  WS-CURR-MM          PIC 9(02).
001850     05  WS-CURR-DD          PIC 9(02).

001853* Batch run control call area (CUSTRUN)
001856 COPY CUSTRUN.

001857* Business calendar call area (CUSTCAL)
001858 COPY CUSTCAL.

001860* First instant of the cycle period (one month before the
001870* cycle date), as a DB2 timestamp
001880 01  WS-CYCLE-START-TS.
002520 01  STM-FEE-HEADING.
002530     05  FILLER              PIC X(01)  VALUE SPACE.
002540     05  FILLER              PIC X(30)  VALUE
002550         'FEES THIS PERIOD'.
002560     05  FILLER              PIC X(102) VALUE SPACES.

       01  STM-FEE-LINE.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  SF-FEE-DATE         PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  SF-FEE-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  SF-FEE-TYPE         PIC X(10).
           05  FILLER              PIC X(93)  VALUE SPACES.

       01  STM-DATE-LINE.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  SD-LABEL            PIC X(20).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  SD-DATE             PIC X(10).
           05  FILLER              PIC X(99)  VALUE SPACES.

       01  WS-STMT-LINE            PIC X(133).

       01  STM-HELD-LINE.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  FILLER              PIC X(50)  VALUE
               'STATEMENT HELD - BAD ADDRESS ON FILE - NOT MAILED'.
           05  FILLER              PIC X(82)  VALUE SPACES.

002570 01  STM-NO-PAYMENT-LINE.
002580     05  FILLER              PIC X(03)  VALUE SPACES.
002590     05  FILLER              PIC X(30)  VALUE
002920     05  EB-BALANCE          PIC S9(9)V99.
002930     05  EB-CREDIT-LIMIT     PIC S9(9)V99.
002940     05  EB-DISPUTED         PIC S9(9)V99.
002945     05  EB-MIN-DUE          PIC S9(9)V99.
002950     05  EB-DUE-DATE         PIC X(10).
002955     05  FILLER              PIC X(19)  VALUE SPACES.

002960 01  WS-EST-PAYMENT.
002970     05  EP-RECORD-TYPE      PIC X(01)  VALUE 'P'.
003320     OPEN INPUT CYC-FILE.
003330     OPEN OUTPUT STM-FILE.
003340     OPEN OUTPUT EST-FILE.
003345     OPEN OUTPUT EXC-FILE.
003350     OPEN OUTPUT RPT-FILE.
003352* A BAD CYCLE CARD ABENDS BEFORE THE RUN HAS BEGUN.
003354     MOVE 'N' TO RUN-STARTED-SW.
003356     PERFORM 1100-READ-CYCLE-CARD
003358         THRU 1100-EXIT.
003360     PERFORM 1050-BEGIN-RUN
003362         THRU 1050-EXIT.

003364     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
003370     MOVE WS-CURR-MM   TO RH2-RUN-MM.
003380     MOVE WS-CURR-DD   TO RH2-RUN-DD.
003390     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
003410     MOVE WS-CURR-DD   TO SH1-RUN-DD.
003420     MOVE WS-CURR-YYYY TO SH1-RUN-YYYY.

003450* THE CYCLE PERIOD IS THE MONTH ENDING ON THE CYCLE DATE:
003460* FROM THE SAME DAY OF THE PRIOR MONTH (INCLUSIVE) UP TO
003470* MIDNIGHT OF THE CYCLE DATE (EXCLUSIVE), SO CONSECUTIVE
003690     MOVE WS-CURR-DD   TO WS-CET-DD.
003700     MOVE WS-CYCLE-END-TS TO DB-CYCLE-END-TS.

      * THE PAYMENT DUE DATE IS THE SAME FOR EVERY STATEMENT IN THE
      * CYCLE: THE GRACE DAYS AFTER THE CYCLE DATE, ROLLED FORWARD
      * TO A BUSINESS DAY SO THE CUSTOMER IS NEVER DUE ON A DAY A
      * PAYMENT CANNOT POST.
           EXEC SQL
               SELECT CHAR(DATE(:DB-BUS-DATE) + :WS-GRACE-DAYS DAYS,
                           ISO)
                 INTO :DB-DUE-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'CUSTSTM - DUE DATE SELECT FAILED, SQLCODE = '
                   SQLCODE
               MOVE 910 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           INITIALIZE CAL-CONTROL-AREA.
           SET CAL-ROLL-FORWARD TO TRUE.
           MOVE DB-DUE-DATE TO CAL-DATE.
           CALL 'CUSTCAL' USING CAL-CONTROL-AREA.
           IF NOT CAL-OK
               DISPLAY 'CUSTSTM - BUSINESS CALENDAR FAILED: '
                   CAL-MESSAGE ' SQLCODE = ' CAL-SQLCODE
               MOVE 913 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           MOVE CAL-RESULT-DATE TO DB-DUE-DATE.

003710* THE CYCLE IS THE LAST DIGIT OF THE CUSTOMER ID - EVERY
003720* CUSTOMER FALLS IN EXACTLY ONE OF THE TEN CYCLES WITH NO
003730* ASSIGNMENT TO MAINTAIN. THE CURSOR IS HELD ACROSS THE
003732* INTERVAL COMMITS.
003740     EXEC SQL
003750         DECLARE STMCSR CURSOR WITH HOLD FOR
003760         SELECT CUST_ID, CUST_NAME, CUST_ADDRESS, CUST_BALANCE,
003770                LAST_PAYMENT, ACCOUNT_TYPE, CREDIT_LIMIT,
003780                ACCT_STATUS, BAD_ADDR_FLAG
003790           FROM CUSTOMER
003800          WHERE SUBSTR(CUST_ID, 6, 1) = :DB-CYCLE-DIGIT
003810          ORDER BY CUST_ID

003920     PERFORM 2100-FETCH-NEXT-ROW.
003930 1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
      * (THE NIGHT'S POSTING NOT COMPLETE, OR THIS CYCLE ALREADY
      * STATEMENTED FOR THE DATE WITH NO RERUN OVERRIDE). THE
      * CYCLE DIGIT QUALIFIES THE RUN KEY SO SEVERAL CYCLES MAY
      * RUN ON ONE BUSINESS DATE.
      *-----------------------------------------------------------
       1050-BEGIN-RUN.
           INITIALIZE RUN-CONTROL-AREA.
           MOVE 'CUSTSTM ' TO RUN-JOB-NAME.
           MOVE CYC-CYCLE-NO TO RUN-QUALIFIER.
           SET RUN-BEGIN TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTSTM - ' RUN-MESSAGE
               MOVE 912 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
       1050-EXIT.
003940     EXIT.

003950*-----------------------------------------------------------
004280         GO TO 2000-NEXT
004290     END-IF.

004291* A BAD ADDRESS ON FILE KEEPS PAPER OUT OF THE MAIL: A 'B'
004292* CUSTOMER GETS THE ELECTRONIC STATEMENT ONLY, AND A PRINT
004293* CUSTOMER'S PAGE GOES TO THE EXCEPTION LISTING FOR FOLLOW-UP
004294* INSTEAD OF STMOUT.
004295     SET WS-STMT-TO-PRINT TO TRUE.
004296     IF DB-BAD-ADDR-FLAG = 'Y'
004297         IF DB-DELIV-PREF = 'B'
004298             MOVE 'E' TO DB-DELIV-PREF
004299             ADD 1 TO WS-CNT-BAD-TO-ELEC
004300         END-IF
004301         SET WS-STMT-TO-EXCEPTION TO TRUE
004390     END-IF.
      * AN ELECTRONIC STATEMENT IS STILL RENDERED AS A PAGE, BUT TO
      * THE ARCHIVE ONLY, SO THE REPRINT SCREEN CAN SHOW IT.
           IF DB-DELIV-PREF = 'E'
               SET WS-STMT-TO-ARCHIVE TO TRUE
           END-IF.

           PERFORM 2700-CALC-MINIMUM-DUE
               THRU 2700-EXIT.

           PERFORM 2160-CLEAR-ARCHIVE
               THRU 2160-EXIT.
           PERFORM 2200-WRITE-STMT-HEADER
               THRU 2200-EXIT.
           PERFORM 2300-WRITE-BALANCE-BLOCK
               THRU 2300-EXIT.
           PERFORM 2400-LIST-MONTH-PAYMENTS
               THRU 2400-EXIT.
           PERFORM 2500-LIST-MONTH-FEES
               THRU 2500-EXIT.
           ADD 1 TO WS-CNT-ARCHIVED.

004400     IF DB-DELIV-PREF = 'E' OR DB-DELIV-PREF = 'B'
004410         PERFORM 2600-WRITE-EXTRACT

004440     EVALUATE DB-DELIV-PREF
004450         WHEN 'P'
004452             IF WS-STMT-TO-EXCEPTION
004454                 ADD 1 TO WS-CNT-HELD-BAD-ADDR
004456             ELSE
004460                 ADD 1 TO WS-CNT-PRINT
004465             END-IF
004470         WHEN 'E'
004480             ADD 1 TO WS-CNT-ELEC
004490         WHEN 'B'
004600             ADD 1 TO WS-STMT-COUNT-O
004610     END-EVALUATE.

004611     PERFORM 2800-STORE-SUMMARY
004612         THRU 2800-EXIT.
004613     IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
004614         PERFORM 2900-COMMIT-INTERVAL
004615             THRU 2900-EXIT
004616     END-IF.

004620 2000-NEXT.
004630     PERFORM 2100-FETCH-NEXT-ROW.
004640 2000-EXIT.
004690         INTO :DB-CUST-ID, :DB-CUST-NAME, :DB-CUST-ADDRESS,
004700              :DB-CUST-BALANCE, :DB-LAST-PAYMENT,
004710              :DB-ACCOUNT-TYPE, :DB-CREDIT-LIMIT,
004720              :DB-ACCT-STATUS, :DB-BAD-ADDR-FLAG
004730     END-EXEC.

004740     EVALUATE SQLCODE
005010 2150-EXIT.
005020     EXIT.

      *-----------------------------------------------------------
      * CLEAR ANY LINES ALREADY ARCHIVED FOR THIS CUSTOMER AND
      * CYCLE DATE (A RERUN OF THE CYCLE) SO THE ARCHIVE HOLDS
      * THE STATEMENT AS LAST PRODUCED, NUMBERED FROM ONE.
      *-----------------------------------------------------------
       2160-CLEAR-ARCHIVE.
           MOVE ZERO TO DB-ARCH-LINE-NO.
           EXEC SQL
               DELETE FROM CUST_STMT_ARCH
                WHERE CUST_ID = :DB-CUST-ID
                  AND STMT_DATE = DATE(:DB-BUS-DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY 'CUSTSTM - ARCHIVE CLEAR FAILED FOR '
                   DB-CUST-ID ' SQLCODE = ' SQLCODE
               MOVE 914 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       2160-EXIT.
           EXIT.

005030 2200-WRITE-STMT-HEADER.
005042     MOVE ZERO TO WS-STMT-ADVANCE.
005043     MOVE STM-HEADING-1 TO WS-STMT-LINE.
005044     PERFORM 2290-PUT-STMT-LINE
005045         THRU 2290-EXIT.
005046     IF WS-STMT-TO-EXCEPTION
005048         MOVE STM-HELD-LINE TO WS-STMT-LINE
005051         PERFORM 2290-PUT-STMT-LINE
005054             THRU 2290-EXIT
005057     END-IF.
005060     MOVE SPACES TO WS-STMT-LINE.
005063     PERFORM 2290-PUT-STMT-LINE
005066         THRU 2290-EXIT.
005080     MOVE DB-CUST-ID   TO SN-CUST-ID.
005090     MOVE DB-CUST-NAME TO SN-CUST-NAME.
005097     MOVE STM-NAME-LINE TO WS-STMT-LINE.
005104     PERFORM 2290-PUT-STMT-LINE
005111         THRU 2290-EXIT.
005120     MOVE DB-CUST-ADDRESS TO SA-CUST-ADDRESS.
005127     MOVE STM-ADDRESS-LINE TO WS-STMT-LINE.
005134     PERFORM 2290-PUT-STMT-LINE
005141         THRU 2290-EXIT.
005148     MOVE SPACES TO WS-STMT-LINE.
005155     PERFORM 2290-PUT-STMT-LINE
005162         THRU 2290-EXIT.
005170 2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PUT ONE STATEMENT LINE: TO STMOUT FOR THE MAIL, OR TO THE
      * EXCOUT EXCEPTION LISTING WHEN THE ADDRESS ON FILE IS BAD,
      * OR TO NEITHER FOR AN ELECTRONIC CUSTOMER. EVERY LINE IS
      * ARCHIVED FIRST SO A REPRINT LAYS THE PAGE OUT EXACTLY AS
      * IT WAS PRODUCED.
      * THE ADVANCE RESETS TO ONE LINE AFTER EVERY PUT.
      *-----------------------------------------------------------
       2290-PUT-STMT-LINE.
           PERFORM 2295-ARCHIVE-STMT-LINE
               THRU 2295-EXIT.
           IF WS-STMT-TO-ARCHIVE
               GO TO 2290-RESET
           END-IF.
           IF WS-STMT-TO-EXCEPTION
               IF WS-STMT-ADVANCE = ZERO
                   WRITE EXC-RECORD FROM WS-STMT-LINE
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE EXC-RECORD FROM WS-STMT-LINE
                       AFTER ADVANCING WS-STMT-ADVANCE LINES
               END-IF
           ELSE
               IF WS-STMT-ADVANCE = ZERO
                   WRITE STM-RECORD FROM WS-STMT-LINE
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE STM-RECORD FROM WS-STMT-LINE
                       AFTER ADVANCING WS-STMT-ADVANCE LINES
               END-IF
           END-IF.
       2290-RESET.
           MOVE 1 TO WS-STMT-ADVANCE.
       2290-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * ARCHIVE ONE STATEMENT LINE TO CUST_STMT_ARCH, NUMBERED IN
      * THE ORDER IT WAS PUT. A MULTI-LINE ADVANCE IS ARCHIVED AS
      * THAT MANY BLANK LINES AHEAD OF IT, SO EVERY ARCHIVED LINE
      * IS ONE PRINT LINE - LINE_ADVANCE IS ZERO ON THE FIRST LINE
      * OF A PAGE AND ONE ON EVERY OTHER.
      *-----------------------------------------------------------
       2295-ARCHIVE-STMT-LINE.
           IF WS-STMT-ADVANCE > 1
               MOVE 1 TO DB-ARCH-ADVANCE
               MOVE SPACES TO DB-ARCH-TEXT
               COMPUTE WS-ARCH-BLANKS = WS-STMT-ADVANCE - 1
               PERFORM 2296-INSERT-ARCH-LINE
                   THRU 2296-EXIT
                   WS-ARCH-BLANKS TIMES
           ELSE
               MOVE WS-STMT-ADVANCE TO DB-ARCH-ADVANCE
           END-IF.
           MOVE WS-STMT-LINE TO DB-ARCH-TEXT.
           PERFORM 2296-INSERT-ARCH-LINE
               THRU 2296-EXIT.
       2295-EXIT.
           EXIT.

       2296-INSERT-ARCH-LINE.
           ADD 1 TO DB-ARCH-LINE-NO.
           EXEC SQL
               INSERT INTO CUST_STMT_ARCH
                   (CUST_ID, STMT_DATE, LINE_NO, LINE_ADVANCE,
                    LINE_TEXT)
               VALUES
                   (:DB-CUST-ID, DATE(:DB-BUS-DATE),
                    :DB-ARCH-LINE-NO, :DB-ARCH-ADVANCE,
                    :DB-ARCH-TEXT)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'CUSTSTM - ARCHIVE WRITE FAILED FOR '
                   DB-CUST-ID ' SQLCODE = ' SQLCODE
               MOVE 914 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       2296-EXIT.
005180     EXIT.

005190*-----------------------------------------------------------
005240 2300-WRITE-BALANCE-BLOCK.
005250     MOVE 'CURRENT BALANCE' TO SM-LABEL.
005260     MOVE DB-CUST-BALANCE TO SM-AMOUNT.
005275     MOVE STM-MONEY-LINE TO WS-STMT-LINE.
005276     PERFORM 2290-PUT-STMT-LINE
005281         THRU 2290-EXIT.

005290* THE OPEN DISPUTED AMOUNT SHOWS AS ITS OWN LINE SO THE
005303* CUSTOMER CAN SEE THE DISPUTE IS LOGGED. 2700 HAS ALREADY
005316* FETCHED IT FOR THE MINIMUM.
005330     IF DB-DISPUTED-AMOUNT > ZERO
005340         MOVE 'AMOUNT IN DISPUTE' TO SM-LABEL
005350         MOVE DB-DISPUTED-AMOUNT TO SM-AMOUNT
005357         MOVE STM-MONEY-LINE TO WS-STMT-LINE
005364         PERFORM 2290-PUT-STMT-LINE
005371             THRU 2290-EXIT
005380     END-IF.

005390     MOVE 'CREDIT LIMIT' TO SM-LABEL.
005400     MOVE DB-CREDIT-LIMIT TO SM-AMOUNT.
005407     MOVE STM-MONEY-LINE TO WS-STMT-LINE.
005414     PERFORM 2290-PUT-STMT-LINE
005421         THRU 2290-EXIT.

005430     COMPUTE WS-AVAILABLE-CREDIT =
005440         DB-CREDIT-LIMIT - DB-CUST-BALANCE.
005450     MOVE 'AVAILABLE CREDIT' TO SM-LABEL.
005460     MOVE WS-AVAILABLE-CREDIT TO SM-AMOUNT.
005467     MOVE STM-MONEY-LINE TO WS-STMT-LINE.
005474     PERFORM 2290-PUT-STMT-LINE
005481         THRU 2290-EXIT.

005490     EVALUATE DB-ACCOUNT-TYPE
005500         WHEN 'R'

005750     MOVE 'PROJECTED INTEREST' TO SM-LABEL.
005760     MOVE WS-CALC-RESULT TO SM-AMOUNT.
005761     MOVE STM-MONEY-LINE TO WS-STMT-LINE.
005762     PERFORM 2290-PUT-STMT-LINE
005763         THRU 2290-EXIT.
005764     MOVE SPACES TO WS-STMT-LINE.
005765     PERFORM 2290-PUT-STMT-LINE
005766         THRU 2290-EXIT.

005767* WHAT THE CUSTOMER MUST PAY, AND BY WHEN.
005768     IF DB-PAST-DUE > ZERO
005769         MOVE 'PAST DUE AMOUNT' TO SM-LABEL
005770         MOVE DB-PAST-DUE TO SM-AMOUNT
005771         MOVE STM-MONEY-LINE TO WS-STMT-LINE
005772         PERFORM 2290-PUT-STMT-LINE
005773             THRU 2290-EXIT
005774     END-IF.
005775     MOVE 'MINIMUM PAYMENT DUE' TO SM-LABEL.
005776     MOVE DB-MIN-DUE TO SM-AMOUNT.
005777     MOVE STM-MONEY-LINE TO WS-STMT-LINE.
005778     PERFORM 2290-PUT-STMT-LINE
005779         THRU 2290-EXIT.
005780     MOVE 'PAYMENT DUE DATE' TO SD-LABEL.
005781     MOVE DB-DUE-DATE TO SD-DATE.
005782     MOVE STM-DATE-LINE TO WS-STMT-LINE.
005783     PERFORM 2290-PUT-STMT-LINE
005784         THRU 2290-EXIT.
005785     MOVE SPACES TO WS-STMT-LINE.
005786     PERFORM 2290-PUT-STMT-LINE
005787         THRU 2290-EXIT.
005810 2300-EXIT.
005820     EXIT.

006140                              FROM CUST_RATE
006150                             WHERE ACCOUNT_TYPE
006160                                   = :DB-ACCOUNT-TYPE
006170                               AND EFF_DATE <= DATE(:DB-BUS-DATE))
006180     END-EXEC.
006190     IF SQLCODE = ZERO
006200         MOVE DB-INT-RATE TO WS-INTEREST-RATE
006290 2400-LIST-MONTH-PAYMENTS.
006300     MOVE ZERO TO WS-MONTH-PMT-COUNT.
006310     MOVE ZERO TO WS-MONTH-PMT-TOTAL.
006317     MOVE STM-PAYMENT-HEADING TO WS-STMT-LINE.
006324     PERFORM 2290-PUT-STMT-LINE
006331         THRU 2290-EXIT.

006340     EXEC SQL
006350         DECLARE PAYCSR CURSOR FOR
006550     EXEC SQL CLOSE PAYCSR END-EXEC.

006560     IF WS-MONTH-PMT-COUNT = ZERO
006567         MOVE STM-NO-PAYMENT-LINE TO WS-STMT-LINE
006574         PERFORM 2290-PUT-STMT-LINE
006581             THRU 2290-EXIT
006590     ELSE
006600         MOVE 'TOTAL PAYMENTS' TO SM-LABEL
006610         MOVE WS-MONTH-PMT-TOTAL TO SM-AMOUNT
006617         MOVE STM-MONEY-LINE TO WS-STMT-LINE
006624         PERFORM 2290-PUT-STMT-LINE
006631             THRU 2290-EXIT
006640     END-IF.
006650 2400-EXIT.
006660     EXIT.
006740             ADD DB-HIST-AMOUNT TO WS-MONTH-PMT-TOTAL
006750             MOVE DB-HIST-TS(1:10) TO SP-PAYMENT-DATE
006760             MOVE DB-HIST-AMOUNT TO SP-PAYMENT-AMOUNT
006767             MOVE STM-PAYMENT-LINE TO WS-STMT-LINE
006774             PERFORM 2290-PUT-STMT-LINE
006781                 THRU 2290-EXIT
006790         WHEN 100
006800             MOVE 'N' TO WS-PMT-FETCH-SWITCH
006810         WHEN OTHER
006880     EXIT.

006890*-----------------------------------------------------------
006898* NSF FEES (CUST_HIST 'F' ROWS) AND LATE FEES ('G' ROWS)
006906* ASSESSED THIS PERIOD, OLDEST FIRST, EACH MARKED WITH ITS
006914* KIND, WITH A TOTAL LINE - ITEMIZED THE SAME WAY THE
006922* PERIOD'S PAYMENTS ARE. AN ACCOUNT WITH NO FEES GETS NO
006930* FEE SECTION AT ALL.
006940*-----------------------------------------------------------
006950 2500-LIST-MONTH-FEES.

006980     EXEC SQL
006990         DECLARE FEECSR CURSOR FOR
007000         SELECT HIST_AMOUNT, CHAR(HIST_TS), HIST_ACTION
007010           FROM CUST_HIST
007020          WHERE CUST_ID = :DB-CUST-ID
007030            AND HIST_ACTION IN ('F', 'G')
007040            AND HIST_TS >= TIMESTAMP(:DB-CYCLE-START-TS)
007050            AND HIST_TS < TIMESTAMP(:DB-CYCLE-END-TS)
007060          ORDER BY HIST_TS
007190     EXEC SQL CLOSE FEECSR END-EXEC.

007200     IF WS-MONTH-FEE-COUNT > ZERO
007210         MOVE 'TOTAL FEES' TO SM-LABEL
007220         MOVE WS-MONTH-FEE-TOTAL TO SM-AMOUNT
007227         MOVE STM-MONEY-LINE TO WS-STMT-LINE
007234         PERFORM 2290-PUT-STMT-LINE
007241             THRU 2290-EXIT
007250     END-IF.
007260 2500-EXIT.
007270     EXIT.

007280 2510-FETCH-FEE-ROW.
007290     EXEC SQL
007296         FETCH FEECSR INTO :DB-HIST-AMOUNT, :DB-HIST-TS,
007302                           :DB-HIST-ACTION
007310     END-EXEC.

007320     EVALUATE SQLCODE
007330         WHEN ZERO
007340             IF WS-MONTH-FEE-COUNT = ZERO
007347                 MOVE STM-FEE-HEADING TO WS-STMT-LINE
007354                 PERFORM 2290-PUT-STMT-LINE
007361                     THRU 2290-EXIT
007370             END-IF
007380             ADD 1 TO WS-MONTH-FEE-COUNT
007390             ADD DB-HIST-AMOUNT TO WS-MONTH-FEE-TOTAL
007394             MOVE DB-HIST-TS(1:10) TO SF-FEE-DATE
007398             MOVE DB-HIST-AMOUNT TO SF-FEE-AMOUNT
007402             IF DB-HIST-ACTION = 'G'
007406                 MOVE 'LATE FEE' TO SF-FEE-TYPE
007410             ELSE
007414                 MOVE 'NSF FEE' TO SF-FEE-TYPE
007418             END-IF
007423             MOVE STM-FEE-LINE TO WS-STMT-LINE
007428             PERFORM 2290-PUT-STMT-LINE
007433                 THRU 2290-EXIT
007440         WHEN 100
007450             MOVE 'N' TO WS-FEE-FETCH-SWITCH
007460         WHEN OTHER
007680     WRITE EST-RECORD FROM WS-EST-HEADER.
007690     ADD 1 TO WS-EST-REC-COUNT.

007720     MOVE DB-CUST-ID TO EB-CUST-ID.
007730     MOVE DB-CUST-BALANCE TO EB-BALANCE.
007740     MOVE DB-CREDIT-LIMIT TO EB-CREDIT-LIMIT.
007750     MOVE DB-DISPUTED-AMOUNT TO EB-DISPUTED.
007753     MOVE DB-MIN-DUE TO EB-MIN-DUE.
007756     MOVE DB-DUE-DATE TO EB-DUE-DATE.
007760     WRITE EST-RECORD FROM WS-EST-BALANCE.
007770     ADD 1 TO WS-EST-REC-COUNT.
007780     ADD DB-CUST-BALANCE TO WS-EST-HASH.
007790     ADD DB-CREDIT-LIMIT TO WS-EST-HASH.
007800     ADD DB-DISPUTED-AMOUNT TO WS-EST-HASH.
007805     ADD DB-MIN-DUE TO WS-EST-HASH.

007810     EXEC SQL
007820         DECLARE ESTCSR CURSOR FOR
008270             PERFORM 9999-ABEND
008280     END-EVALUATE.
008290 2610-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * MINIMUM PAYMENT DUE: THE PERCENTAGE OF THE STATEMENT
      * BALANCE, NEVER BELOW THE FLOOR, PLUS WHATEVER OF THE PRIOR
      * STATEMENT'S MINIMUM THE PAYMENTS SINCE IT HAVE NOT MET,
      * LESS THE OPEN DISPUTED AMOUNT (THE CUSTOMER IS NOT ASKED TO
      * PAY WHAT IS IN DISPUTE). NEVER MORE THAN THE BALANCE AND
      * NEVER NEGATIVE; A CREDIT OR ZERO BALANCE OWES NOTHING.
      *-----------------------------------------------------------
       2700-CALC-MINIMUM-DUE.
           MOVE ZERO TO DB-MIN-DUE.
           MOVE ZERO TO DB-PAST-DUE.
           PERFORM 2360-FETCH-DISPUTED
               THRU 2360-EXIT.
           IF DB-CUST-BALANCE NOT > ZERO
               GO TO 2700-EXIT
           END-IF.

           PERFORM 2710-FETCH-PAST-DUE
               THRU 2710-EXIT.

           COMPUTE WS-CURRENT-MIN ROUNDED =
               DB-CUST-BALANCE * WS-MIN-PAY-PCT.
           IF WS-CURRENT-MIN < WS-MIN-PAY-FLOOR
               MOVE WS-MIN-PAY-FLOOR TO WS-CURRENT-MIN
           END-IF.

           COMPUTE DB-MIN-DUE = WS-CURRENT-MIN + DB-PAST-DUE
                              - DB-DISPUTED-AMOUNT.
           IF DB-MIN-DUE > DB-CUST-BALANCE
               MOVE DB-CUST-BALANCE TO DB-MIN-DUE
           END-IF.
           IF DB-MIN-DUE < ZERO
               MOVE ZERO TO DB-MIN-DUE
           END-IF.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PAST DUE: THE MOST RECENT EARLIER STATEMENT'S MINIMUM LESS
      * THE PAYMENTS (NET OF REVERSALS) POSTED FROM ITS STATEMENT
      * DATE UP TO THIS CYCLE'S CUTOFF. NO EARLIER STATEMENT
      * CARRIES NOTHING FORWARD; A LOOKUP FAILURE ABENDS.
      *-----------------------------------------------------------
       2710-FETCH-PAST-DUE.
           EXEC SQL
               SELECT CHAR(STMT_DATE, ISO), MIN_DUE
                 INTO :DB-PRIOR-STMT-DATE, :DB-PRIOR-MIN-DUE
                 FROM CUST_STMT_SUM
                WHERE CUST_ID = :DB-CUST-ID
                  AND STMT_DATE < DATE(:DB-BUS-DATE)
                ORDER BY STMT_DATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 100
               GO TO 2710-EXIT
           END-IF.
           IF SQLCODE NOT = ZERO
               DISPLAY 'CUSTSTM - PRIOR STATEMENT READ FAILED FOR '
                   DB-CUST-ID ' SQLCODE = ' SQLCODE
               MOVE 915 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           IF DB-PRIOR-MIN-DUE NOT > ZERO
               GO TO 2710-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(CASE HIST_ACTION
                                   WHEN 'P' THEN HIST_AMOUNT
                                   ELSE 0 - HIST_AMOUNT END), 0)
                 INTO :DB-PRIOR-PAID
                 FROM CUST_HIST
                WHERE CUST_ID = :DB-CUST-ID
                  AND HIST_ACTION IN ('P', 'V')
                  AND HIST_TS >= TIMESTAMP(DATE(:DB-PRIOR-STMT-DATE),
                                           '00.00.00')
                  AND HIST_TS < TIMESTAMP(:DB-CYCLE-END-TS)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'CUSTSTM - PRIOR PAYMENT SUM FAILED FOR '
                   DB-CUST-ID ' SQLCODE = ' SQLCODE
               MOVE 915 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.

           IF DB-PRIOR-MIN-DUE > DB-PRIOR-PAID
               COMPUTE DB-PAST-DUE = DB-PRIOR-MIN-DUE - DB-PRIOR-PAID
           END-IF.
       2710-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * ONE CUST_STMT_SUM ROW PER CUSTOMER AND CYCLE DATE, OPEN
      * ('O') FOR THE CUSTLFE LATE FEE REVIEW ONCE THE DUE DATE
      * PASSES. A RERUN OF THE CYCLE (RERUN OVERRIDE) RESTATES THE
      * FIGURES ON THE ROW ALREADY THERE.
      *-----------------------------------------------------------
       2800-STORE-SUMMARY.
           EXEC SQL
               INSERT INTO CUST_STMT_SUM
                   (CUST_ID, STMT_DATE, CYCLE_NO, STMT_BALANCE,
                    CREDIT_LIMIT, DISPUTED_AMT, PAST_DUE, MIN_DUE,
                    DUE_DATE, DELIV_PREF, LATE_STATUS, PAID_AMOUNT,
                    LATE_FEE, CREATE_TS)
               VALUES
                   (:DB-CUST-ID, DATE(:DB-BUS-DATE), :DB-CYCLE-DIGIT,
                    :DB-CUST-BALANCE, :DB-CREDIT-LIMIT,
                    :DB-DISPUTED-AMOUNT, :DB-PAST-DUE, :DB-MIN-DUE,
                    DATE(:DB-DUE-DATE), :DB-DELIV-PREF, 'O', 0,
                    0, CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE = -803
               EXEC SQL
                   UPDATE CUST_STMT_SUM
                      SET CYCLE_NO     = :DB-CYCLE-DIGIT,
                          STMT_BALANCE = :DB-CUST-BALANCE,
                          CREDIT_LIMIT = :DB-CREDIT-LIMIT,
                          DISPUTED_AMT = :DB-DISPUTED-AMOUNT,
                          PAST_DUE     = :DB-PAST-DUE,
                          MIN_DUE      = :DB-MIN-DUE,
                          DUE_DATE     = DATE(:DB-DUE-DATE),
                          DELIV_PREF   = :DB-DELIV-PREF
                    WHERE CUST_ID = :DB-CUST-ID
                      AND STMT_DATE = DATE(:DB-BUS-DATE)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               DISPLAY 'CUSTSTM - SUMMARY WRITE FAILED FOR '
                   DB-CUST-ID ' SQLCODE = ' SQLCODE
               MOVE 911 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           ADD 1 TO WS-CNT-SUMMARY.
           ADD 1 TO WS-SINCE-COMMIT.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * COMMIT THE SUMMARY ROWS STORED SO FAR. THE CURSOR IS HELD,
      * AND A RESTARTED CYCLE SIMPLY RESTATES ANY ROW ALREADY
      * STORED, SO NO CHECKPOINT ROW IS NEEDED.
      *-----------------------------------------------------------
       2900-COMMIT-INTERVAL.
           EXEC SQL
               COMMIT
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'CUSTSTM - COMMIT FAILED, SQLCODE = ' SQLCODE
               MOVE 906 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           MOVE ZERO TO WS-SINCE-COMMIT.
       2900-EXIT.
008300     EXIT.

008310 3000-TERMINATE.
008810     MOVE WS-CNT-CLOSED-ZERO TO RC-COUNT.
008820     WRITE RPT-RECORD FROM RPT-COUNT-LINE
008830         AFTER ADVANCING 1 LINE.
      * BAD ADDRESS ON FILE: PRINT HELD ON THE EXCEPTION LISTING
      * (INCLUDED IN THE TYPE COUNTS ABOVE, NOT BILLED AS PRINT),
      * AND 'B' CUSTOMERS SENT ELECTRONIC ONLY (COUNTED AS SUCH).
           MOVE 'BAD ADDRESS - PRINT HELD:' TO RC-LABEL.
           MOVE WS-CNT-HELD-BAD-ADDR TO RC-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BAD ADDRESS - TO ELECTRONIC:' TO RC-LABEL.
           MOVE WS-CNT-BAD-TO-ELEC TO RC-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STATEMENT SUMMARIES STORED:' TO RC-LABEL.
           MOVE WS-CNT-SUMMARY TO RC-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STATEMENTS ARCHIVED:' TO RC-LABEL.
           MOVE WS-CNT-ARCHIVED TO RC-COUNT.
           WRITE RPT-RECORD FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

008840* BALANCE THE RUN: EVERY CUSTOMER IN THE CYCLE IS EITHER
008850* STATEMENTED OR DELIBERATELY SUPPRESSED, EXACTLY ONCE, SO
009150         CLOSE STMCSR
009160     END-EXEC.

009163     PERFORM 2900-COMMIT-INTERVAL
009166         THRU 2900-EXIT.

009170     CLOSE CYC-FILE.
009180     CLOSE EST-FILE.
009185     CLOSE EXC-FILE.
009190     CLOSE STM-FILE.
009200     CLOSE RPT-FILE.
009203     PERFORM 3900-END-RUN
009206         THRU 3900-EXIT.
009210 3000-EXIT.
009220     EXIT.

      *-----------------------------------------------------------
      * MARK THE CYCLE COMPLETE ON CUST_RUNCTL. AN OUT-OF-BALANCE
      * CYCLE STILL PRODUCED ITS STATEMENTS, SO IT COMPLETES WITH
      * ITS RETURN CODE 4 KEPT ACROSS THE CALL. SUPPRESSED AND
      * CLOSED-ZERO ACCOUNTS COUNT AS REJECTED.
      *-----------------------------------------------------------
       3900-END-RUN.
           COMPUTE RUN-POSTED-COUNT = WS-STMT-COUNT-R
                                    + WS-STMT-COUNT-C
                                    + WS-STMT-COUNT-B
                                    + WS-STMT-COUNT-O.
           COMPUTE RUN-REJECT-COUNT = WS-CNT-SUPPRESSED
                                    + WS-CNT-CLOSED-ZERO.
           COMPUTE RUN-READ-COUNT = RUN-POSTED-COUNT
                                  + RUN-REJECT-COUNT.
           MOVE RETURN-CODE TO WS-RUN-RC.
           SET RUN-END TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           MOVE WS-RUN-RC TO RETURN-CODE.
           IF NOT RUN-OK
               DISPLAY 'CUSTSTM - ' RUN-MESSAGE
               MOVE 912 TO RETURN-CODE
           END-IF.
       3900-EXIT.
           EXIT.

      * ROLL BACK THE SUMMARY ROWS SINCE THE LAST COMMIT (A GOBACK
      * UNDER THE TSO ATTACHMENT WOULD COMMIT THEM). THE RUN IS
      * MARKED FAILED ON CUST_RUNCTL ONCE IT HAS BEGUN.
009230 9999-ABEND.
009231     EXEC SQL
009232         ROLLBACK
009233     END-EXEC.
009234     IF RUN-STARTED
009235         SET RUN-FAIL TO TRUE
009236         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
009237     END-IF.
009240     CLOSE CYC-FILE.
009250     CLOSE EST-FILE.
009259     CLOSE EXC-FILE.
009260     CLOSE STM-FILE.
009270     CLOSE RPT-FILE.
009280     MOVE WS-ABEND-CODE TO RETURN-CODE.
