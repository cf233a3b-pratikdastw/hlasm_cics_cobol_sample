000100*****************************************************************
000110* CUSTPOL - NIGHTLY PAYOFF LETTERS
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTPOL.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. PRINTS A PAYOFF LETTER FOR
000220*                  EVERY PAYOFF QUOTE SAVED ON THE CUSTPOQ
000230*                  SCREEN (CUST_PAYOFF) TO THE LTROUT LETTER
000240*                  FILE, IN THE CUSTLTR LETTER LAYOUT: BALANCE,
000250*                  INTEREST TO THE GOOD-THROUGH DATE, UNPOSTED
000260*                  FEES, DISPUTED AMOUNT HELD BACK, PAYOFF AND
000270*                  PER-DIEM. EXPIRES OPEN QUOTES PAST THEIR
000280*                  GOOD-THROUGH DATE. CONTROL REPORT OF EVERY
000290*                  LETTER. RUNS DAILY UNDER CUSTRUN.
000300*-----------------------------------------------------------
000310* CUST_PAYOFF.LETTER_STATUS:
000320*   P - PENDING, QUOTE SAVED ON CUSTPOQ
000330*   D - DONE, PRINTED BY THE RUN FOR LETTER_DATE
000340* CUST_PAYOFF.QUOTE_STATUS:
000350*   O - OPEN
000360*   P - PAID, SETTLED BY A CUSTPAY PAYMENT
000370*   X - EXPIRED BY THIS RUN, GOOD-THROUGH DATE PASSED UNPAID
000380*       (CUSTPAY STILL MATCHES TO IT ANY PAYMENT DEPOSITED ON
000390*       OR BEFORE THE EXPIRY DATE, HOWEVER LATE IT POSTS)
000400* THE RUN FIRST MARKS EVERY PENDING LETTER DONE FOR THE
000410* BUSINESS DATE AND EXPIRES THE LAPSED QUOTES (ONE UNIT OF
000420* WORK), THEN PRINTS EVERY LETTER MARKED FOR THE BUSINESS DATE.
000430* A RESTART OR RERUN THEREFORE WRITES THE WHOLE NIGHT'S LETTER
000440* FILE AGAIN, AND A QUOTE SAVED WHILE THE RUN IS UNDER WAY
000450* WAITS FOR THE NEXT NIGHT. A CUSTOMER MARKED BAD-ADDRESS
000460* (CUSTOMER.BAD_ADDR_FLAG) IS REPORTED AND THE LETTER DROPPED -
000470* IT IS NOT PRINTED ON A LATER RUN. A NEW QUOTE TAKEN ONCE THE
000471* ADDRESS IS CORRECTED GETS ITS OWN LETTER.
000480*-----------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.   IBM-370.
000520 OBJECT-COMPUTER.   IBM-370.

000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT LTR-FILE ASSIGN TO LTROUT
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT RPT-FILE ASSIGN TO RPTOUT
000580         ORGANIZATION IS SEQUENTIAL.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  LTR-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  LTR-RECORD              PIC X(133).

000650 FD  RPT-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  RPT-RECORD              PIC X(133).

000690 WORKING-STORAGE SECTION.
000700* DB2 communication area
000710 EXEC SQL
000720     INCLUDE SQLCA
000730 END-EXEC.

000740* Host variable for the business date
000750 01  DB-BUS-DATE             PIC X(10).

000760* Host variables for CUST_PAYOFF and CUSTOMER
000770 01  DB-QUOTE-NO             PIC S9(9) COMP.
000780 01  DB-CUST-ID              PIC X(6).
000790 01  DB-CUST-NAME            PIC X(30).
000800 01  DB-CUST-ADDRESS         PIC X(50).
000810 01  DB-BAD-ADDR-FLAG        PIC X(1).
000820 01  DB-OPERATOR             PIC X(8).
000830 01  DB-GOOD-THRU            PIC X(10).
000840 01  DB-BALANCE              PIC S9(9)V99 COMP-3.
000850 01  DB-PER-DIEM             PIC S9(7)V99 COMP-3.
000860 01  DB-INTEREST             PIC S9(9)V99 COMP-3.
000870 01  DB-FEES                 PIC S9(9)V99 COMP-3.
000880 01  DB-DISPUTED-AMOUNT      PIC S9(11)V99 COMP-3.
000890 01  DB-PAYOFF               PIC S9(11)V99 COMP-3.

000900 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
000910     88  WS-EOF-REACHED        VALUE 'Y'.
000920 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
000930 77  WS-LINE-CNT             PIC 9(02) COMP VALUE 99.
000940 77  WS-LINES-PER-PAGE       PIC 9(02) COMP VALUE 55.
000950 77  WS-MARKED-COUNT         PIC S9(09) COMP VALUE 0.
000960 77  WS-EXPIRED-COUNT        PIC S9(09) COMP VALUE 0.
000970 77  WS-QUOTE-COUNT          PIC S9(09) COMP VALUE 0.
000980 77  WS-PRINTED-COUNT        PIC S9(09) COMP VALUE 0.
000990 77  WS-DROP-COUNT           PIC S9(09) COMP VALUE 0.
001000 77  WS-PAYOFF-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
001010 77  WS-ABEND-CODE           PIC S9(04) COMP.

001020 01  WS-CURRENT-DATE         PIC 9(08).
001030 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001040     05  WS-CURR-YYYY        PIC 9(04).
001050     05  WS-CURR-MM          PIC 9(02).
001060     05  WS-CURR-DD          PIC 9(02).

001070* Batch run control call area (CUSTRUN)
001080 COPY CUSTRUN.

001090* Payoff letter lines, laid out as the CUSTLTR letters are
001100 01  LTR-DATE-LINE.
001110     05  FILLER              PIC X(01)  VALUE SPACE.
001120     05  LD-MM               PIC 99.
001130     05  FILLER              PIC X(01)  VALUE '/'.
001140     05  LD-DD               PIC 99.
001150     05  FILLER              PIC X(01)  VALUE '/'.
001160     05  LD-YYYY             PIC 9999.
001170     05  FILLER              PIC X(122) VALUE SPACES.

001180 01  LTR-NAME-LINE.
001190     05  FILLER              PIC X(01)  VALUE SPACE.
001200     05  LN-CUST-NAME        PIC X(30).
001210     05  FILLER              PIC X(102) VALUE SPACES.

001220 01  LTR-ADDRESS-LINE.
001230     05  FILLER              PIC X(01)  VALUE SPACE.
001240     05  LA-CUST-ADDRESS     PIC X(50).
001250     05  FILLER              PIC X(82)  VALUE SPACES.

001260 01  LTR-TEXT-LINE.
001270     05  FILLER              PIC X(01)  VALUE SPACE.
001280     05  LT-TEXT             PIC X(70).
001290     05  FILLER              PIC X(62)  VALUE SPACES.

001300 01  LTR-QUOTE-LINE.
001310     05  FILLER              PIC X(01)  VALUE SPACE.
001320     05  FILLER              PIC X(20)  VALUE
001330         'QUOTE NUMBER:'.
001340     05  LQ-QUOTE-NO         PIC Z(08)9.
001350     05  FILLER              PIC X(04)  VALUE SPACES.
001360     05  FILLER              PIC X(15)  VALUE
001370         'GOOD THROUGH:'.
001380     05  LQ-GOOD-THRU        PIC X(10).
001390     05  FILLER              PIC X(74)  VALUE SPACES.

001400 01  LTR-AMOUNT-LINE.
001410     05  FILLER              PIC X(01)  VALUE SPACE.
001420     05  LM-LABEL            PIC X(20).
001430     05  LM-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
001440     05  FILLER              PIC X(99)  VALUE SPACES.

001450 01  RPT-HEADING-1.
001460     05  FILLER              PIC X(01)  VALUE SPACE.
001470     05  FILLER              PIC X(40)  VALUE
001480         'PAYOFF LETTER CONTROL REPORT'.
001490     05  FILLER              PIC X(20)  VALUE SPACES.
001500     05  FILLER              PIC X(05)  VALUE 'PAGE '.
001510     05  RH1-PAGE-NO         PIC ZZ9.
001520     05  FILLER              PIC X(64)  VALUE SPACES.

001530 01  RPT-HEADING-2.
001540     05  FILLER              PIC X(01)  VALUE SPACE.
001550     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
001560     05  RH2-RUN-MM          PIC 99.
001570     05  FILLER              PIC X(01)  VALUE '/'.
001580     05  RH2-RUN-DD          PIC 99.
001590     05  FILLER              PIC X(01)  VALUE '/'.
001600     05  RH2-RUN-YYYY        PIC 9999.
001610     05  FILLER              PIC X(111) VALUE SPACES.

001620 01  RPT-HEADING-3.
001630     05  FILLER              PIC X(01)  VALUE SPACE.
001640     05  FILLER              PIC X(11)  VALUE '  QUOTE NO'.
001650     05  FILLER              PIC X(08)  VALUE 'CUST ID'.
001660     05  FILLER              PIC X(32)  VALUE 'CUSTOMER NAME'.
001670     05  FILLER              PIC X(12)  VALUE 'GOOD THRU'.
001680     05  FILLER              PIC X(10)  VALUE 'QUOTED BY'.
001690     05  FILLER              PIC X(20)  VALUE '           PAYOFF'.
001700     05  FILLER              PIC X(39)  VALUE 'RESULT'.

001710 01  RPT-DETAIL-LINE.
001720     05  FILLER              PIC X(01)  VALUE SPACE.
001730     05  RD-QUOTE-NO         PIC Z(08)9.
001740     05  FILLER              PIC X(02)  VALUE SPACES.
001750     05  RD-CUST-ID          PIC X(06).
001760     05  FILLER              PIC X(02)  VALUE SPACES.
001770     05  RD-CUST-NAME        PIC X(30).
001780     05  FILLER              PIC X(02)  VALUE SPACES.
001790     05  RD-GOOD-THRU        PIC X(10).
001800     05  FILLER              PIC X(02)  VALUE SPACES.
001810     05  RD-OPERATOR         PIC X(08).
001820     05  FILLER              PIC X(02)  VALUE SPACES.
001830     05  RD-PAYOFF           PIC Z,ZZZ,ZZZ,ZZ9.99-.
001840     05  FILLER              PIC X(03)  VALUE SPACES.
001850     05  RD-RESULT           PIC X(30).
001860     05  FILLER              PIC X(09)  VALUE SPACES.

001870 01  RPT-TOTAL-LINE.
001880     05  FILLER              PIC X(01)  VALUE SPACE.
001890     05  RT-LABEL            PIC X(30).
001900     05  RT-COUNT            PIC ZZZZZZZ9.
001910     05  FILLER              PIC X(94)  VALUE SPACES.

001920 01  RPT-AMOUNT-LINE.
001930     05  FILLER              PIC X(01)  VALUE SPACE.
001940     05  RA-LABEL            PIC X(30).
001950     05  RA-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
001960     05  FILLER              PIC X(85)  VALUE SPACES.

001970 PROCEDURE DIVISION.
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE
002000         THRU 1000-EXIT.
002010     PERFORM 2000-MARK-QUOTES
002020         THRU 2000-EXIT.
002030     PERFORM 3000-PRINT-LETTERS
002040         THRU 3000-EXIT.
002050     PERFORM 7000-TERMINATE
002060         THRU 7000-EXIT.
002070     GOBACK.

002080 1000-INITIALIZE.
002090     OPEN OUTPUT LTR-FILE.
002100     OPEN OUTPUT RPT-FILE.
002110     PERFORM 1050-BEGIN-RUN
002120         THRU 1050-EXIT.
002130     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
002140     MOVE WS-CURR-MM   TO RH2-RUN-MM.
002150     MOVE WS-CURR-DD   TO RH2-RUN-DD.
002160     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
002170     MOVE WS-CURR-MM   TO LD-MM.
002180     MOVE WS-CURR-DD   TO LD-DD.
002190     MOVE WS-CURR-YYYY TO LD-YYYY.
002200     MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
002210 1000-EXIT.
002220     EXIT.

002230*-----------------------------------------------------------
002240* CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
002250* (ALREADY COMPLETE FOR THE DATE WITH NO RERUN OVERRIDE).
002260*-----------------------------------------------------------
002270 1050-BEGIN-RUN.
002280     INITIALIZE RUN-CONTROL-AREA.
002290     MOVE 'CUSTPOL ' TO RUN-JOB-NAME.
002300     SET RUN-BEGIN TO TRUE.
002310     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
002320     IF NOT RUN-OK
002330         DISPLAY 'CUSTPOL - ' RUN-MESSAGE
002340         MOVE 912 TO WS-ABEND-CODE
002350         PERFORM 9999-ABEND
002360     END-IF.
002370 1050-EXIT.
002380     EXIT.

002390*-----------------------------------------------------------
002400* TAKE TONIGHT'S LETTERS: EVERY PENDING LETTER IS MARKED DONE
002410* FOR THE BUSINESS DATE, SO WHAT PRINTS BELOW IS FIXED EVEN IF
002420* THE RUN IS RESTARTED. AN OPEN QUOTE WHOSE GOOD-THROUGH DATE
002430* HAS PASSED IS EXPIRED IN THE SAME UNIT OF WORK; CUSTPAY HAS
002440* ALREADY MATCHED THE NIGHT'S PAYMENTS TO IT.
002450*-----------------------------------------------------------
002460 2000-MARK-QUOTES.
002470     EXEC SQL
002480         UPDATE CUST_PAYOFF
002490            SET LETTER_STATUS = 'D',
002500                LETTER_DATE   = DATE(:DB-BUS-DATE)
002510          WHERE LETTER_STATUS = 'P'
002520     END-EXEC.
002530     IF SQLCODE = 100
002540         MOVE ZERO TO SQLCODE
002550     END-IF.
002560     IF SQLCODE NOT = ZERO
002570         DISPLAY 'CUSTPOL - LETTER MARK FAILED, SQLCODE = '
002580             SQLCODE
002590         MOVE 901 TO WS-ABEND-CODE
002600         PERFORM 9999-ABEND
002610     END-IF.
002620     MOVE SQLERRD(3) TO WS-MARKED-COUNT.

002630     EXEC SQL
002640         UPDATE CUST_PAYOFF
002650            SET QUOTE_STATUS = 'X'
002660          WHERE QUOTE_STATUS = 'O'
002670            AND EXPIRY_DATE < DATE(:DB-BUS-DATE)
002680     END-EXEC.
002690     IF SQLCODE = 100
002700         MOVE ZERO TO SQLCODE
002710     END-IF.
002720     IF SQLCODE NOT = ZERO
002730         DISPLAY 'CUSTPOL - QUOTE EXPIRY FAILED, SQLCODE = '
002740             SQLCODE
002750         MOVE 905 TO WS-ABEND-CODE
002760         PERFORM 9999-ABEND
002770     END-IF.
002780     MOVE SQLERRD(3) TO WS-EXPIRED-COUNT.

002790     EXEC SQL
002800         COMMIT
002810     END-EXEC.
002820     IF SQLCODE NOT = ZERO
002830         DISPLAY 'CUSTPOL - COMMIT FAILED, SQLCODE = ' SQLCODE
002840         MOVE 904 TO WS-ABEND-CODE
002850         PERFORM 9999-ABEND
002860     END-IF.
002870 2000-EXIT.
002880     EXIT.

002890*-----------------------------------------------------------
002900* PRINT EVERY LETTER MARKED FOR THE BUSINESS DATE, IN
002910* CUSTOMER AND QUOTE ORDER FOR THE MAIL ROOM. THE FIGURES ARE
002920* THE ONES QUOTED ON THE SCREEN, NOT WORKED OUT AGAIN.
002930*-----------------------------------------------------------
002940 3000-PRINT-LETTERS.
002950     EXEC SQL
002960         DECLARE POQCSR CURSOR FOR
002970         SELECT Q.QUOTE_NO, Q.CUST_ID,
002980                COALESCE(C.CUST_NAME, ' '),
002990                COALESCE(C.CUST_ADDRESS, ' '),
003000                COALESCE(C.BAD_ADDR_FLAG, 'N'),
003010                Q.OPERATOR_ID, CHAR(Q.GOOD_THRU, ISO),
003020                Q.BALANCE, Q.PER_DIEM, Q.INTEREST_AMT,
003030                Q.FEE_AMT, Q.DISPUTED_AMT, Q.PAYOFF_AMOUNT
003040           FROM CUST_PAYOFF Q
003050           LEFT OUTER JOIN CUSTOMER C
003060             ON C.CUST_ID = Q.CUST_ID
003070          WHERE Q.LETTER_STATUS = 'D'
003080            AND Q.LETTER_DATE = DATE(:DB-BUS-DATE)
003090          ORDER BY Q.CUST_ID, Q.QUOTE_NO
003100     END-EXEC.

003110     EXEC SQL
003120         OPEN POQCSR
003130     END-EXEC.
003140     IF SQLCODE NOT = ZERO
003150         DISPLAY 'CUSTPOL - OPEN POQCSR FAILED, SQLCODE = '
003160             SQLCODE
003170         MOVE 902 TO WS-ABEND-CODE
003180         PERFORM 9999-ABEND
003190     END-IF.

003200     MOVE 'N' TO WS-EOF-SWITCH.
003210     PERFORM 3100-FETCH-QUOTE
003220         THRU 3100-EXIT.
003230     PERFORM 3200-PRINT-ONE-QUOTE
003240         THRU 3200-EXIT
003250         UNTIL WS-EOF-REACHED.

003260     EXEC SQL
003270         CLOSE POQCSR
003280     END-EXEC.
003290 3000-EXIT.
003300     EXIT.

003310 3100-FETCH-QUOTE.
003320     EXEC SQL
003330         FETCH POQCSR
003340         INTO :DB-QUOTE-NO, :DB-CUST-ID, :DB-CUST-NAME,
003350              :DB-CUST-ADDRESS, :DB-BAD-ADDR-FLAG,
003360              :DB-OPERATOR, :DB-GOOD-THRU,
003370              :DB-BALANCE, :DB-PER-DIEM, :DB-INTEREST,
003380              :DB-FEES, :DB-DISPUTED-AMOUNT, :DB-PAYOFF
003390     END-EXEC.

003400     EVALUATE SQLCODE
003410         WHEN ZERO
003420             CONTINUE
003430         WHEN 100
003440             SET WS-EOF-REACHED TO TRUE
003450         WHEN OTHER
003460             DISPLAY 'CUSTPOL - FETCH POQCSR FAILED, SQLCODE = '
003470                 SQLCODE
003480             MOVE 903 TO WS-ABEND-CODE
003490             PERFORM 9999-ABEND
003500     END-EVALUATE.
003510 3100-EXIT.
003520     EXIT.

003530 3200-PRINT-ONE-QUOTE.
003540     ADD 1 TO WS-QUOTE-COUNT.
003550     IF DB-BAD-ADDR-FLAG = 'Y'
003560         ADD 1 TO WS-DROP-COUNT
003570         MOVE 'DROPPED - BAD ADDRESS' TO RD-RESULT
003580     ELSE
003590         PERFORM 3300-WRITE-LETTER
003600             THRU 3300-EXIT
003610         ADD 1 TO WS-PRINTED-COUNT
003620         ADD DB-PAYOFF TO WS-PAYOFF-TOTAL
003630         MOVE 'PRINTED' TO RD-RESULT
003640     END-IF.
003650     PERFORM 3500-WRITE-DETAIL
003660         THRU 3500-EXIT.

003670     PERFORM 3100-FETCH-QUOTE
003680         THRU 3100-EXIT.
003690 3200-EXIT.
003700     EXIT.

003710*-----------------------------------------------------------
003720* ONE PAYOFF LETTER: DATE, NAME AND ADDRESS AS ON CUSTLTR,
003730* THE TEXT, THE QUOTE NUMBER AND GOOD-THROUGH DATE, THEN HOW
003740* THE PAYOFF IS MADE UP AND THE PER-DIEM FOR A LATE PAYMENT.
003750*-----------------------------------------------------------
003760 3300-WRITE-LETTER.
003770     WRITE LTR-RECORD FROM LTR-DATE-LINE
003780         AFTER ADVANCING PAGE.
003790     MOVE SPACES TO LTR-RECORD.
003800     WRITE LTR-RECORD AFTER ADVANCING 1 LINE.
003810     MOVE DB-CUST-NAME TO LN-CUST-NAME.
003820     WRITE LTR-RECORD FROM LTR-NAME-LINE
003830         AFTER ADVANCING 1 LINE.
003840     MOVE DB-CUST-ADDRESS TO LA-CUST-ADDRESS.
003850     WRITE LTR-RECORD FROM LTR-ADDRESS-LINE
003860         AFTER ADVANCING 1 LINE.
003870     MOVE SPACES TO LTR-RECORD.
003880     WRITE LTR-RECORD AFTER ADVANCING 1 LINE.

003890     MOVE 'AS REQUESTED, THE AMOUNT BELOW PAYS YOUR ACCOUNT IN'
003900         TO LT-TEXT.
003910     PERFORM 3310-WRITE-TEXT-LINE THRU 3310-EXIT.
003920     MOVE 'FULL IF RECEIVED ON OR BEFORE THE GOOD-THROUGH DATE.'
003930         TO LT-TEXT.
003940     PERFORM 3310-WRITE-TEXT-LINE THRU 3310-EXIT.
003950     MOVE 'PLEASE QUOTE THE QUOTE NUMBER WITH YOUR PAYMENT. ANY'
003960         TO LT-TEXT.
003970     PERFORM 3310-WRITE-TEXT-LINE THRU 3310-EXIT.
003980     MOVE 'AMOUNT IN DISPUTE IS NOT INCLUDED AND IS SETTLED'
003990         TO LT-TEXT.
004000     PERFORM 3310-WRITE-TEXT-LINE THRU 3310-EXIT.
004010     MOVE 'SEPARATELY.' TO LT-TEXT.
004020     PERFORM 3310-WRITE-TEXT-LINE THRU 3310-EXIT.

004030     MOVE SPACES TO LTR-RECORD.
004040     WRITE LTR-RECORD AFTER ADVANCING 1 LINE.
004050     MOVE DB-QUOTE-NO TO LQ-QUOTE-NO.
004060     MOVE DB-GOOD-THRU TO LQ-GOOD-THRU.
004070     WRITE LTR-RECORD FROM LTR-QUOTE-LINE
004080         AFTER ADVANCING 1 LINE.
004090     MOVE SPACES TO LTR-RECORD.
004100     WRITE LTR-RECORD AFTER ADVANCING 1 LINE.

004110     MOVE 'CURRENT BALANCE:' TO LM-LABEL.
004120     MOVE DB-BALANCE TO LM-AMOUNT.
004130     PERFORM 3320-WRITE-AMOUNT-LINE THRU 3320-EXIT.
004140     MOVE 'INTEREST TO DATE:' TO LM-LABEL.
004150     MOVE DB-INTEREST TO LM-AMOUNT.
004160     PERFORM 3320-WRITE-AMOUNT-LINE THRU 3320-EXIT.
004170     MOVE 'FEES DUE:' TO LM-LABEL.
004180     MOVE DB-FEES TO LM-AMOUNT.
004190     PERFORM 3320-WRITE-AMOUNT-LINE THRU 3320-EXIT.
004200     IF DB-DISPUTED-AMOUNT NOT = ZERO
004210         MOVE 'LESS IN DISPUTE:' TO LM-LABEL
004220         MOVE DB-DISPUTED-AMOUNT TO LM-AMOUNT
004230         PERFORM 3320-WRITE-AMOUNT-LINE THRU 3320-EXIT
004240     END-IF.
004250     MOVE 'PAYOFF AMOUNT:' TO LM-LABEL.
004260     MOVE DB-PAYOFF TO LM-AMOUNT.
004270     PERFORM 3320-WRITE-AMOUNT-LINE THRU 3320-EXIT.

004280     MOVE SPACES TO LTR-RECORD.
004290     WRITE LTR-RECORD AFTER ADVANCING 1 LINE.
004300     MOVE 'AFTER THE GOOD-THROUGH DATE ADD THE DAILY INTEREST'
004310         TO LT-TEXT.
004320     PERFORM 3310-WRITE-TEXT-LINE THRU 3310-EXIT.
004330     MOVE 'BELOW FOR EACH DAY, OR CALL US FOR A NEW QUOTE.'
004340         TO LT-TEXT.
004350     PERFORM 3310-WRITE-TEXT-LINE THRU 3310-EXIT.
004360     MOVE 'PER-DIEM INTEREST:' TO LM-LABEL.
004370     MOVE DB-PER-DIEM TO LM-AMOUNT.
004380     PERFORM 3320-WRITE-AMOUNT-LINE THRU 3320-EXIT.
004390 3300-EXIT.
004400     EXIT.

004410 3310-WRITE-TEXT-LINE.
004420     WRITE LTR-RECORD FROM LTR-TEXT-LINE
004430         AFTER ADVANCING 1 LINE.
004440 3310-EXIT.
004450     EXIT.

004460 3320-WRITE-AMOUNT-LINE.
004470     WRITE LTR-RECORD FROM LTR-AMOUNT-LINE
004480         AFTER ADVANCING 1 LINE.
004490 3320-EXIT.
004500     EXIT.

004510 3500-WRITE-DETAIL.
004520     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
004530         PERFORM 3600-WRITE-HEADINGS
004540             THRU 3600-EXIT
004550     END-IF.
004560     MOVE DB-QUOTE-NO TO RD-QUOTE-NO.
004570     MOVE DB-CUST-ID TO RD-CUST-ID.
004580     MOVE DB-CUST-NAME TO RD-CUST-NAME.
004590     MOVE DB-GOOD-THRU TO RD-GOOD-THRU.
004600     MOVE DB-OPERATOR TO RD-OPERATOR.
004610     MOVE DB-PAYOFF TO RD-PAYOFF.
004620     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
004630         AFTER ADVANCING 1 LINE.
004640     ADD 1 TO WS-LINE-CNT.
004650 3500-EXIT.
004660     EXIT.

004670 3600-WRITE-HEADINGS.
004680     ADD 1 TO WS-PAGE-NO.
004690     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
004700     IF WS-PAGE-NO > 1
004710         WRITE RPT-RECORD FROM RPT-HEADING-1
004720             AFTER ADVANCING PAGE
004730     ELSE
004740         WRITE RPT-RECORD FROM RPT-HEADING-1
004750             AFTER ADVANCING 1 LINE
004760     END-IF.
004770     WRITE RPT-RECORD FROM RPT-HEADING-2
004780         AFTER ADVANCING 1 LINE.
004790     MOVE SPACES TO RPT-RECORD.
004800     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
004810     WRITE RPT-RECORD FROM RPT-HEADING-3
004820         AFTER ADVANCING 1 LINE.
004830     MOVE 4 TO WS-LINE-CNT.
004840 3600-EXIT.
004850     EXIT.

004860*-----------------------------------------------------------
004870* RUN TOTALS. THE LETTERS PRINTED PLUS THOSE DROPPED FOR A BAD
004880* ADDRESS ACCOUNT FOR EVERY QUOTE MARKED FOR THE DATE.
004890*-----------------------------------------------------------
004900 7000-TERMINATE.
004910     IF WS-PAGE-NO = ZERO
004920         PERFORM 3600-WRITE-HEADINGS
004930             THRU 3600-EXIT
004940     END-IF.

004950     MOVE SPACES TO RPT-RECORD.
004960     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
004970     MOVE 'QUOTES TAKEN THIS RUN:' TO RT-LABEL.
004980     MOVE WS-MARKED-COUNT TO RT-COUNT.
004990     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005000         AFTER ADVANCING 1 LINE.
005010     MOVE 'QUOTES FOR THE DATE:' TO RT-LABEL.
005020     MOVE WS-QUOTE-COUNT TO RT-COUNT.
005030     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005040         AFTER ADVANCING 1 LINE.
005050     MOVE 'PAYOFF LETTERS PRINTED:' TO RT-LABEL.
005060     MOVE WS-PRINTED-COUNT TO RT-COUNT.
005070     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005080         AFTER ADVANCING 1 LINE.
005090     MOVE 'DROPPED - BAD ADDRESS:' TO RT-LABEL.
005100     MOVE WS-DROP-COUNT TO RT-COUNT.
005110     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005120         AFTER ADVANCING 1 LINE.
005130     MOVE 'OPEN QUOTES EXPIRED:' TO RT-LABEL.
005140     MOVE WS-EXPIRED-COUNT TO RT-COUNT.
005150     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
005160         AFTER ADVANCING 1 LINE.
005170     MOVE 'PAYOFF AMOUNT PRINTED:' TO RA-LABEL.
005180     MOVE WS-PAYOFF-TOTAL TO RA-AMOUNT.
005190     WRITE RPT-RECORD FROM RPT-AMOUNT-LINE
005200         AFTER ADVANCING 1 LINE.

005210     CLOSE LTR-FILE.
005220     CLOSE RPT-FILE.
005230     DISPLAY 'CUSTPOL - QUOTES: ' WS-QUOTE-COUNT
005240         ' PRINTED: ' WS-PRINTED-COUNT
005250         ' DROPPED: ' WS-DROP-COUNT
005260         ' EXPIRED: ' WS-EXPIRED-COUNT.
005270     PERFORM 7900-END-RUN
005280         THRU 7900-EXIT.
005290 7000-EXIT.
005300     EXIT.

005310 7900-END-RUN.
005320     MOVE WS-QUOTE-COUNT TO RUN-READ-COUNT.
005330     MOVE WS-PRINTED-COUNT TO RUN-POSTED-COUNT.
005340     MOVE WS-DROP-COUNT TO RUN-REJECT-COUNT.
005350     SET RUN-END TO TRUE.
005360     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
005370     IF NOT RUN-OK
005380         DISPLAY 'CUSTPOL - ' RUN-MESSAGE
005390         MOVE 912 TO RETURN-CODE
005400     END-IF.
005410 7900-EXIT.
005420     EXIT.

005430* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
005440* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
005450* UNIT OF WORK. ROLL IT BACK FIRST; QUOTES ALREADY MARKED FOR
005460* THE DATE PRINT AGAIN ON THE RESTART. THE RUN IS THEN MARKED
005470* FAILED ON CUST_RUNCTL.
005480 9999-ABEND.
005490     EXEC SQL
005500         ROLLBACK
005510     END-EXEC.
005520     IF RUN-STARTED
005530         SET RUN-FAIL TO TRUE
005540         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
005550     END-IF.
005560     CLOSE LTR-FILE.
005570     CLOSE RPT-FILE.
005580     MOVE WS-ABEND-CODE TO RETURN-CODE.
005590     GOBACK.
