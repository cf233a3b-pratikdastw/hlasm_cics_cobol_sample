000100*****************************************************************
000110* CUSTRFD - REFUND DISBURSEMENT TO ACCOUNTS PAYABLE
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTRFD.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. SENDS REFUNDS TO ACCOUNTS
000220*                  PAYABLE ON A FIXED-FORMAT DISBURSEMENT FILE
000230*                  WITH A HASH-TOTAL TRAILER IN THE CUSTGLF
000240*                  STYLE. TWO SOURCES: CUST_SUSP ITEMS FLAGGED
000250*                  FOR REFUND ON THE CUSTSUS SCREEN (STATUS
000260*                  'R', MARKED DISBURSED 'D' HERE), AND CUSTOMER
000270*                  CREDIT BALANCES OVER THE REFUND MINIMUM WITH
000280*                  NO CUST_HIST ACTIVITY FOR THE INACTIVITY
000290*                  PERIOD. A CUSTOMER REFUND ZEROES THE CREDIT
000300*                  BALANCE AND IS JOURNALED AS CUST_HIST ACTION
000310*                  'E', WHICH CUSTGLF FEEDS TO THE GL AS RFD.
000320*                  CLOSED ACCOUNTS AND ACCOUNTS WITH AN OPEN
000330*                  DISPUTE ARE NOT REFUNDED BUT LISTED ON THE
000340*                  EXCLUSION LIST, AS IS A SUSPENSE ITEM WITH NO
000350*                  CUSTOMER ON FILE TO PAY. EVERY REFUND IS
000360*                  RECORDED ON CUST_REFUND IN THE SAME UNIT OF
000370*                  WORK AS ITS POSTING; THE AP FILE AND THE
000380*                  REFUND REGISTER ARE PRODUCED WHOLE AT END OF
000390*                  JOB FROM THE COMMITTED CUST_REFUND ROWS FOR
000400*                  THE BUSINESS DATE, AS CUSTDFT PRODUCES ITS
000410*                  DEBIT FILE, SO A RESTART NEVER PAYS TWICE.
000420*-----------------------------------------------------------
000430* CTLIN: OPTIONAL CARD. COLUMNS 1-9 THE REFUND MINIMUM FOR A
000440* CREDIT BALANCE (9999999V99, NO DECIMAL POINT); COLUMNS
000450* 10-12 THE INACTIVITY PERIOD IN DAYS. A BLANK FIELD (OR NO
000460* CARD, DD DUMMY) TAKES THE DEFAULT BELOW.
000470*-----------------------------------------------------------
000480* CUST_REFUND.REFUND_SOURCE:
000490*   S - CUST_SUSP ITEM FLAGGED FOR REFUND
000500*   C - CUSTOMER CREDIT BALANCE
000510*-----------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.

000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CTL-FILE ASSIGN TO CTLIN
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT AP-FILE ASSIGN TO APOUT
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT RPT-FILE ASSIGN TO RPTOUT
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT EXC-FILE ASSIGN TO EXCOUT
000650         ORGANIZATION IS SEQUENTIAL.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CTL-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 01  CTL-RECORD.
000720     05  CTL-REFUND-MIN      PIC X(09).
000730     05  CTL-REFUND-MIN-N REDEFINES CTL-REFUND-MIN
000740                             PIC 9(7)V99.
000750     05  CTL-INACTIVE-DAYS   PIC X(03).
000760     05  CTL-INACTIVE-DAYS-N REDEFINES CTL-INACTIVE-DAYS
000770                             PIC 9(03).
000780     05  FILLER              PIC X(68).

000790 FD  AP-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820* Amounts are zoned with an implied decimal, the same
000830* convention as the GL feed records.
000840 01  AP-RECORD.
000850     05  AP-REFERENCE        PIC X(12).
000860     05  AP-PAYEE-NAME       PIC X(30).
000870     05  AP-PAYEE-ADDRESS    PIC X(50).
000880     05  AP-AMOUNT           PIC S9(9)V99.
000890     05  AP-PAY-DATE         PIC X(10).
000900     05  AP-SOURCE           PIC X(01).
000910     05  AP-CUSTOMER-ID      PIC X(06).
000920     05  AP-SOURCE-REF       PIC X(10).
000930     05  FILLER              PIC X(20).

000940 FD  RPT-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  RPT-RECORD              PIC X(133).

000980 FD  EXC-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 01  EXC-RECORD              PIC X(133).

001020 WORKING-STORAGE SECTION.
001030* DB2 communication area
001040 EXEC SQL
001050     INCLUDE SQLCA
001060 END-EXEC.

001070* Host variables for the suspense refund cursor
001080 01  DB-SUSP-NO              PIC S9(9) COMP.
001090 01  DB-ID-KEYED             PIC X(6).
001100 01  DB-CHECK-NO             PIC X(10).
001110 01  DB-SUSP-AMOUNT          PIC S9(9)V99 COMP-3.

001120* Host variables for the credit balance cursor
001130 01  DB-CUST-ID              PIC X(6).
001140 01  DB-CUST-NAME            PIC X(30).
001150 01  DB-CUST-ADDRESS         PIC X(50).
001160 01  DB-CUST-BALANCE         PIC S9(9)V99 COMP-3.
001170 01  DB-ACCT-STATUS          PIC X(1).
001180 01  DB-DISPUTE-CNT          PIC S9(9) COMP.
001190 01  DB-REFUND-MIN           PIC S9(7)V99 COMP-3.
001200 01  DB-INACTIVE-DAYS        PIC S9(4) COMP.

001210* Host variables for the CUST_REFUND row
001220 01  DB-REFUND-NO            PIC S9(9) COMP.
001230 01  DB-REFUND-SOURCE        PIC X(1).
001240 01  DB-REFUND-AMOUNT        PIC S9(9)V99 COMP-3.
001250 01  DB-SOURCE-REF           PIC X(10).

001260* Host variables for the CUST_HIST refund journal row
001270 01  DB-HIST-OPERATOR        PIC X(8).

001280* Host variable for the business date the run disburses for
001290 01  DB-BUS-DATE             PIC X(10).

001300 77  WS-SUSP-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001310     88  WS-SUSP-EOF           VALUE 'Y'.
001320 77  WS-CRED-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001330     88  WS-CRED-EOF           VALUE 'Y'.
001340 77  WS-EXT-SWITCH           PIC X(01).
001350     88  WS-EXT-DONE           VALUE 'N'.
001360 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
001370 77  WS-LINE-CNT             PIC 9(02) COMP VALUE 99.
001380 77  WS-EXC-PAGE-NO          PIC 9(03) COMP VALUE 0.
001390 77  WS-EXC-LINE-CNT         PIC 9(02) COMP VALUE 99.
001400 77  WS-LINES-PER-PAGE       PIC 9(02) COMP VALUE 55.
001410 77  WS-COMMIT-INTERVAL      PIC S9(04) COMP VALUE 100.
001420 77  WS-SINCE-COMMIT         PIC S9(04) COMP VALUE 0.
001430 77  WS-SUSP-REFUND-COUNT    PIC S9(07) COMP-3 VALUE 0.
001440 77  WS-CRED-REFUND-COUNT    PIC S9(07) COMP-3 VALUE 0.
001450 77  WS-EXCLUDED-COUNT       PIC S9(07) COMP-3 VALUE 0.
001460 77  WS-EXCLUDED-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.
001470* AP FILE AND REGISTER COUNTS, TAKEN FROM THE COMMITTED ROWS
001480* THE EXTRACT ACTUALLY WRITES - THE TRAILER ALWAYS MATCHES THE
001490* DETAIL RECORDS, RESTART OR NOT
001500 77  WS-FILE-COUNT           PIC S9(07) COMP-3 VALUE 0.
001510 77  WS-FILE-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
001520 77  WS-FILE-SUSP-COUNT      PIC S9(07) COMP-3 VALUE 0.
001530 77  WS-FILE-SUSP-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.
001540 77  WS-FILE-CRED-COUNT      PIC S9(07) COMP-3 VALUE 0.
001550 77  WS-FILE-CRED-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.
001560 77  WS-ABEND-CODE           PIC S9(04) COMP.

001570* Refund selection defaults, overridden by the CTLIN card
001580 01  REFUND-TERMS.
001590     05  WS-DEFAULT-REFUND-MIN   PIC S9(7)V99 COMP-3
001600                                 VALUE 10.00.
001610     05  WS-DEFAULT-INACTIVE     PIC S9(4) COMP VALUE 90.

001620 01  WS-CURRENT-DATE         PIC 9(08).
001630 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001640     05  WS-CURR-YYYY        PIC 9(04).
001650     05  WS-CURR-MM          PIC 9(02).
001660     05  WS-CURR-DD          PIC 9(02).

001670* AP reference - the refund number under a fixed prefix
001680 01  WS-AP-REFERENCE.
001690     05  FILLER              PIC X(03)  VALUE 'RFD'.
001700     05  WS-APR-REFUND-NO    PIC 9(09).

001710* Exclusion work fields
001720 01  WS-EXCLUSION.
001730     05  WS-EXC-SOURCE       PIC X(01).
001740     05  WS-EXC-CUST-ID      PIC X(06).
001750     05  WS-EXC-SOURCE-REF   PIC X(10).
001760     05  WS-EXC-AMOUNT       PIC S9(9)V99 COMP-3.
001770     05  WS-EXC-REASON       PIC X(25).

001780* Trailer image - reference all nines marks it for AP
001790 01  WS-TRAILER-RECORD.
001800     05  WST-REFERENCE       PIC X(12)  VALUE '999999999999'.
001810     05  FILLER              PIC X(80)  VALUE SPACES.
001820     05  WST-HASH-TOTAL      PIC S9(11)V99.
001830     05  WST-RECORD-COUNT    PIC 9(07).
001840     05  FILLER              PIC X(38)  VALUE SPACES.

001850* Batch run control call area (CUSTRUN)
001860 COPY CUSTRUN.

001870* CRM change-event call area (CUSTEVT)
001880 COPY CUSTEVT.

001890 01  RPT-HEADING-1.
001900     05  FILLER              PIC X(01)  VALUE SPACE.
001910     05  FILLER              PIC X(40)  VALUE
001920         'REFUND DISBURSEMENT REGISTER'.
001930     05  FILLER              PIC X(20)  VALUE SPACES.
001940     05  FILLER              PIC X(05)  VALUE 'PAGE '.
001950     05  RH1-PAGE-NO         PIC ZZ9.
001960     05  FILLER              PIC X(64)  VALUE SPACES.

001970 01  RPT-HEADING-2.
001980     05  FILLER              PIC X(01)  VALUE SPACE.
001990     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
002000     05  RH2-RUN-MM          PIC 99.
002010     05  FILLER              PIC X(01)  VALUE '/'.
002020     05  RH2-RUN-DD          PIC 99.
002030     05  FILLER              PIC X(01)  VALUE '/'.
002040     05  RH2-RUN-YYYY        PIC 9999.
002050     05  FILLER              PIC X(111) VALUE SPACES.

002060 01  RPT-HEADING-3.
002070     05  FILLER              PIC X(01)  VALUE SPACE.
002080     05  FILLER              PIC X(14)  VALUE 'REFERENCE'.
002090     05  FILLER              PIC X(12)  VALUE 'SOURCE'.
002100     05  FILLER              PIC X(08)  VALUE 'CUST ID'.
002110     05  FILLER              PIC X(32)  VALUE 'PAYEE'.
002120     05  FILLER              PIC X(12)  VALUE 'CHECK NO'.
002130     05  FILLER              PIC X(15)  VALUE '       AMOUNT'.
002140     05  FILLER              PIC X(39)  VALUE SPACES.

002150 01  RPT-DETAIL-LINE.
002160     05  FILLER              PIC X(01)  VALUE SPACE.
002170     05  RD-REFERENCE        PIC X(12).
002180     05  FILLER              PIC X(02)  VALUE SPACES.
002190     05  RD-SOURCE           PIC X(10).
002200     05  FILLER              PIC X(02)  VALUE SPACES.
002210     05  RD-CUST-ID          PIC X(06).
002220     05  FILLER              PIC X(02)  VALUE SPACES.
002230     05  RD-PAYEE-NAME       PIC X(30).
002240     05  FILLER              PIC X(02)  VALUE SPACES.
002250     05  RD-SOURCE-REF       PIC X(10).
002260     05  FILLER              PIC X(02)  VALUE SPACES.
002270     05  RD-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
002280     05  FILLER              PIC X(41)  VALUE SPACES.

002290 01  RPT-TOTAL-LINE.
002300     05  FILLER              PIC X(01)  VALUE SPACE.
002310     05  RT-LABEL            PIC X(25).
002320     05  RT-COUNT            PIC ZZZZZZZ9.
002330     05  FILLER              PIC X(05)  VALUE SPACES.
002340     05  RT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
002350     05  FILLER              PIC X(77)  VALUE SPACES.

002360 01  EXC-HEADING-1.
002370     05  FILLER              PIC X(01)  VALUE SPACE.
002380     05  FILLER              PIC X(40)  VALUE
002390         'REFUND EXCLUSION LIST'.
002400     05  FILLER              PIC X(20)  VALUE SPACES.
002410     05  FILLER              PIC X(05)  VALUE 'PAGE '.
002420     05  EH1-PAGE-NO         PIC ZZ9.
002430     05  FILLER              PIC X(64)  VALUE SPACES.

002440 01  EXC-HEADING-3.
002450     05  FILLER              PIC X(01)  VALUE SPACE.
002460     05  FILLER              PIC X(12)  VALUE 'SOURCE'.
002470     05  FILLER              PIC X(08)  VALUE 'CUST ID'.
002480     05  FILLER              PIC X(12)  VALUE 'CHECK NO'.
002490     05  FILLER              PIC X(15)  VALUE '       AMOUNT'.
002500     05  FILLER              PIC X(25)  VALUE 'REASON'.
002510     05  FILLER              PIC X(60)  VALUE SPACES.

002520 01  EXC-DETAIL-LINE.
002530     05  FILLER              PIC X(01)  VALUE SPACE.
002540     05  ED-SOURCE           PIC X(10).
002550     05  FILLER              PIC X(02)  VALUE SPACES.
002560     05  ED-CUST-ID          PIC X(06).
002570     05  FILLER              PIC X(02)  VALUE SPACES.
002580     05  ED-SOURCE-REF       PIC X(10).
002590     05  FILLER              PIC X(02)  VALUE SPACES.
002600     05  ED-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
002610     05  FILLER              PIC X(02)  VALUE SPACES.
002620     05  ED-REASON           PIC X(25).
002630     05  FILLER              PIC X(60)  VALUE SPACES.

002640 PROCEDURE DIVISION.
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE
002670         THRU 1000-EXIT.
002680     PERFORM 2000-REFUND-SUSPENSE-ITEM
002690         THRU 2000-EXIT
002700         UNTIL WS-SUSP-EOF.
002710     PERFORM 1500-OPEN-CREDIT-CURSOR
002720         THRU 1500-EXIT.
002730     PERFORM 2100-REFUND-CREDIT-BALANCE
002740         THRU 2100-EXIT
002750         UNTIL WS-CRED-EOF.
002760     PERFORM 3000-TERMINATE
002770         THRU 3000-EXIT.
002780     GOBACK.

002790 1000-INITIALIZE.
002800     OPEN INPUT CTL-FILE.
002810     OPEN OUTPUT AP-FILE.
002820     OPEN OUTPUT RPT-FILE.
002830     OPEN OUTPUT EXC-FILE.
002840     PERFORM 1050-BEGIN-RUN
002850         THRU 1050-EXIT.
002860     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
002870     MOVE WS-CURR-MM   TO RH2-RUN-MM.
002880     MOVE WS-CURR-DD   TO RH2-RUN-DD.
002890     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
002900     MOVE 'CUSTRFD ' TO DB-HIST-OPERATOR.
002910     INITIALIZE EVT-CONTROL-AREA.

002920     PERFORM 1100-READ-CONTROL-CARD
002930         THRU 1100-EXIT.

002940* ITEMS FLAGGED ON THE CUSTSUS SCREEN. AN ITEM IS MARKED
002950* DISBURSED IN THE SAME UNIT OF WORK AS ITS CUST_REFUND ROW,
002960* SO A RESTART NEVER SELECTS IT AGAIN.
002970     EXEC SQL
002980         DECLARE SUSCSR CURSOR WITH HOLD FOR
002990         SELECT SUSP_NO, CUST_ID_KEYED, CHECK_NO, SUSP_AMOUNT
003000           FROM CUST_SUSP
003010          WHERE SUSP_STATUS = 'R'
003020          ORDER BY SUSP_NO
003030     END-EXEC.

003040     EXEC SQL
003050         OPEN SUSCSR
003060     END-EXEC.

003070     IF SQLCODE NOT = ZERO
003080         DISPLAY 'CUSTRFD - OPEN SUSCSR FAILED, SQLCODE = '
003090             SQLCODE
003100         MOVE 900 TO WS-ABEND-CODE
003110         PERFORM 9999-ABEND
003120     END-IF.

003130     PERFORM 2050-FETCH-NEXT-ITEM
003140         THRU 2050-EXIT.
003150 1000-EXIT.
003160     EXIT.

003170*-----------------------------------------------------------
003180* CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
003190* (THE NIGHT'S POSTING NOT COMPLETE, OR ALREADY COMPLETE FOR
003200* THE DATE WITH NO RERUN OVERRIDE) BEFORE ANYTHING IS PAID.
003210*-----------------------------------------------------------
003220 1050-BEGIN-RUN.
003230     INITIALIZE RUN-CONTROL-AREA.
003240     MOVE 'CUSTRFD ' TO RUN-JOB-NAME.
003250     SET RUN-BEGIN TO TRUE.
003260     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
003270     IF NOT RUN-OK
003280         DISPLAY 'CUSTRFD - ' RUN-MESSAGE
003290         MOVE 912 TO WS-ABEND-CODE
003300         PERFORM 9999-ABEND
003310     END-IF.
003320     MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
003330 1050-EXIT.
003340     EXIT.

003350*-----------------------------------------------------------
003360* THE OPTIONAL CONTROL CARD OVERRIDES THE REFUND MINIMUM AND
003370* THE INACTIVITY PERIOD. A FIELD THAT IS NOT NUMERIC ABENDS
003380* BEFORE ANYTHING IS PAID.
003390*-----------------------------------------------------------
003400 1100-READ-CONTROL-CARD.
003410     MOVE WS-DEFAULT-REFUND-MIN TO DB-REFUND-MIN.
003420     MOVE WS-DEFAULT-INACTIVE TO DB-INACTIVE-DAYS.
003430     MOVE SPACES TO CTL-RECORD.
003440     READ CTL-FILE
003450         AT END
003460             MOVE SPACES TO CTL-RECORD
003470     END-READ.

003480     IF CTL-REFUND-MIN NOT = SPACES
003490         IF CTL-REFUND-MIN-N NUMERIC
003500             MOVE CTL-REFUND-MIN-N TO DB-REFUND-MIN
003510         ELSE
003520             DISPLAY 'CUSTRFD - INVALID REFUND MINIMUM: '
003530                 CTL-REFUND-MIN
003540             MOVE 909 TO WS-ABEND-CODE
003550             PERFORM 9999-ABEND
003560         END-IF
003570     END-IF.

003580     IF CTL-INACTIVE-DAYS NOT = SPACES
003590         IF CTL-INACTIVE-DAYS-N NUMERIC
003600             MOVE CTL-INACTIVE-DAYS-N TO DB-INACTIVE-DAYS
003610         ELSE
003620             DISPLAY 'CUSTRFD - INVALID INACTIVITY DAYS: '
003630                 CTL-INACTIVE-DAYS
003640             MOVE 909 TO WS-ABEND-CODE
003650             PERFORM 9999-ABEND
003660         END-IF
003670     END-IF.
003680     DISPLAY 'CUSTRFD - REFUND MINIMUM: ' DB-REFUND-MIN
003690         ' INACTIVE DAYS: ' DB-INACTIVE-DAYS.
003700 1100-EXIT.
003710     EXIT.

003720*-----------------------------------------------------------
003730* CREDIT BALANCES OVER THE REFUND MINIMUM WITH NO CUST_HIST
003740* ROW OF ANY KIND IN THE INACTIVITY PERIOD. A REFUNDED
003750* CUSTOMER IS AT ZERO, SO A RESTART NEVER SELECTS IT AGAIN.
003760*-----------------------------------------------------------
003770 1500-OPEN-CREDIT-CURSOR.
003780     EXEC SQL
003790         DECLARE CRDCSR CURSOR WITH HOLD FOR
003800         SELECT C.CUST_ID, C.CUST_NAME, C.CUST_ADDRESS,
003810                C.CUST_BALANCE, C.ACCT_STATUS
003820           FROM CUSTOMER C
003830          WHERE C.CUST_BALANCE < 0 - :DB-REFUND-MIN
003840            AND NOT EXISTS
003850                (SELECT 1
003860                   FROM CUST_HIST H
003870                  WHERE H.CUST_ID = C.CUST_ID
003880                    AND H.HIST_TS >=
003890                        TIMESTAMP(DATE(:DB-BUS-DATE)
003900                                  - :DB-INACTIVE-DAYS DAYS,
003910                                  '00.00.00'))
003920          ORDER BY C.CUST_ID
003930     END-EXEC.

003940     EXEC SQL
003950         OPEN CRDCSR
003960     END-EXEC.

003970     IF SQLCODE NOT = ZERO
003980         DISPLAY 'CUSTRFD - OPEN CRDCSR FAILED, SQLCODE = '
003990             SQLCODE
004000         MOVE 900 TO WS-ABEND-CODE
004010         PERFORM 9999-ABEND
004020     END-IF.

004030     PERFORM 2150-FETCH-NEXT-CUSTOMER
004040         THRU 2150-EXIT.
004050 1500-EXIT.
004060     EXIT.

004070*-----------------------------------------------------------
004080* ONE SUSPENSE ITEM FLAGGED FOR REFUND. THE PAYEE IS THE
004090* CUSTOMER THE REMITTER KEYED; WITH NO SUCH CUSTOMER ON FILE
004100* THERE IS NO ONE TO PAY AND THE ITEM STAYS FLAGGED ON THE
004110* EXCLUSION LIST FOR A MANUAL REFUND. THE MONEY NEVER REACHED
004120* A RECEIVABLE, SO THERE IS NO CUST_HIST ROW.
004130*-----------------------------------------------------------
004140 2000-REFUND-SUSPENSE-ITEM.
004150     MOVE DB-ID-KEYED TO DB-CUST-ID.
004160     EXEC SQL
004170         SELECT CUST_NAME, CUST_ADDRESS
004180           INTO :DB-CUST-NAME, :DB-CUST-ADDRESS
004190           FROM CUSTOMER
004200          WHERE CUST_ID = :DB-CUST-ID
004210     END-EXEC.

004220     EVALUATE SQLCODE
004230         WHEN ZERO
004240             CONTINUE
004250         WHEN 100
004260             MOVE 'S' TO WS-EXC-SOURCE
004270             MOVE DB-ID-KEYED TO WS-EXC-CUST-ID
004280             MOVE DB-CHECK-NO TO WS-EXC-SOURCE-REF
004290             MOVE DB-SUSP-AMOUNT TO WS-EXC-AMOUNT
004300             MOVE 'NO PAYEE ON FILE' TO WS-EXC-REASON
004310             PERFORM 2400-WRITE-EXCLUSION
004320                 THRU 2400-EXIT
004330             GO TO 2000-NEXT
004340         WHEN OTHER
004350             DISPLAY 'CUSTRFD - PAYEE READ FAILED FOR '
004360                 DB-CUST-ID ' SQLCODE = ' SQLCODE
004370             MOVE 902 TO WS-ABEND-CODE
004380             PERFORM 9999-ABEND
004390     END-EVALUATE.

004400     EXEC SQL
004410         UPDATE CUST_SUSP
004420            SET SUSP_STATUS = 'D'
004430          WHERE SUSP_NO = :DB-SUSP-NO
004440            AND SUSP_STATUS = 'R'
004450     END-EXEC.

004460     IF SQLCODE NOT = ZERO
004470         DISPLAY 'CUSTRFD - SUSPENSE UPDATE FAILED FOR ITEM '
004480             DB-SUSP-NO ' SQLCODE = ' SQLCODE
004490         MOVE 905 TO WS-ABEND-CODE
004500         PERFORM 9999-ABEND
004510     END-IF.

004520     MOVE 'S' TO DB-REFUND-SOURCE.
004530     MOVE DB-SUSP-AMOUNT TO DB-REFUND-AMOUNT.
004540     MOVE DB-CHECK-NO TO DB-SOURCE-REF.
004550     PERFORM 2300-INSERT-REFUND
004560         THRU 2300-EXIT.
004570     ADD 1 TO WS-SUSP-REFUND-COUNT.

004580     ADD 1 TO WS-SINCE-COMMIT.
004590     IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
004600         PERFORM 2600-COMMIT-INTERVAL
004610             THRU 2600-EXIT
004620     END-IF.

004630 2000-NEXT.
004640     PERFORM 2050-FETCH-NEXT-ITEM
004650         THRU 2050-EXIT.
004660 2000-EXIT.
004670     EXIT.

004680 2050-FETCH-NEXT-ITEM.
004690     EXEC SQL
004700         FETCH SUSCSR
004710         INTO :DB-SUSP-NO, :DB-ID-KEYED, :DB-CHECK-NO,
004720              :DB-SUSP-AMOUNT
004730     END-EXEC.

004740     EVALUATE SQLCODE
004750         WHEN ZERO
004760             CONTINUE
004770         WHEN 100
004780             SET WS-SUSP-EOF TO TRUE
004790             EXEC SQL
004800                 CLOSE SUSCSR
004810             END-EXEC
004820         WHEN OTHER
004830             DISPLAY 'CUSTRFD - SUSCSR FETCH FAILED, SQLCODE = '
004840                 SQLCODE
004850             MOVE 901 TO WS-ABEND-CODE
004860             PERFORM 9999-ABEND
004870     END-EVALUATE.
004880 2050-EXIT.
004890     EXIT.

004900*-----------------------------------------------------------
004910* ONE DORMANT CREDIT BALANCE. CLOSED ACCOUNTS AND ACCOUNTS
004920* WITH AN OPEN DISPUTE ARE EXCLUDED - THE MONEY MAY YET BE
004930* OWED BACK TO THE ACCOUNT.
004940*-----------------------------------------------------------
004950 2100-REFUND-CREDIT-BALANCE.
004960     MOVE 'C' TO WS-EXC-SOURCE.
004970     MOVE DB-CUST-ID TO WS-EXC-CUST-ID.
004980     MOVE SPACES TO WS-EXC-SOURCE-REF.
004990     COMPUTE WS-EXC-AMOUNT = ZERO - DB-CUST-BALANCE.

005000     IF DB-ACCT-STATUS = 'X'
005010         MOVE 'ACCOUNT CLOSED' TO WS-EXC-REASON
005020         PERFORM 2400-WRITE-EXCLUSION
005030             THRU 2400-EXIT
005040         GO TO 2100-NEXT
005050     END-IF.

005060     EXEC SQL
005070         SELECT COUNT(*)
005080           INTO :DB-DISPUTE-CNT
005090           FROM CUST_DISPUTE
005100          WHERE CUST_ID = :DB-CUST-ID
005110            AND DISP_STATUS = 'O'
005120     END-EXEC.
005130     IF SQLCODE NOT = ZERO
005140         DISPLAY 'CUSTRFD - DISPUTE READ FAILED FOR '
005150             DB-CUST-ID ' SQLCODE = ' SQLCODE
005160         MOVE 910 TO WS-ABEND-CODE
005170         PERFORM 9999-ABEND
005180     END-IF.
005190     IF DB-DISPUTE-CNT > ZERO
005200         MOVE 'OPEN DISPUTE' TO WS-EXC-REASON
005210         PERFORM 2400-WRITE-EXCLUSION
005220             THRU 2400-EXIT
005230         GO TO 2100-NEXT
005240     END-IF.

005250     PERFORM 2200-POST-CUSTOMER-REFUND
005260         THRU 2200-EXIT.

005270 2100-NEXT.
005280     PERFORM 2150-FETCH-NEXT-CUSTOMER
005290         THRU 2150-EXIT.
005300 2100-EXIT.
005310     EXIT.

005320 2150-FETCH-NEXT-CUSTOMER.
005330     EXEC SQL
005340         FETCH CRDCSR
005350         INTO :DB-CUST-ID, :DB-CUST-NAME, :DB-CUST-ADDRESS,
005360              :DB-CUST-BALANCE, :DB-ACCT-STATUS
005370     END-EXEC.

005380     EVALUATE SQLCODE
005390         WHEN ZERO
005400             CONTINUE
005410         WHEN 100
005420             SET WS-CRED-EOF TO TRUE
005430         WHEN OTHER
005440             DISPLAY 'CUSTRFD - CRDCSR FETCH FAILED, SQLCODE = '
005450                 SQLCODE
005460             MOVE 901 TO WS-ABEND-CODE
005470             PERFORM 9999-ABEND
005480     END-EVALUATE.
005490 2150-EXIT.
005500     EXIT.

005510*-----------------------------------------------------------
005520* ZERO THE CREDIT BALANCE AND JOURNAL THE REFUND AS ITS OWN
005530* 'E' ROW, WITH ITS CRM CHANGE EVENT. THE UPDATE IS GUARDED
005540* ON THE BALANCE FETCHED: A POSTING MADE ONLINE SINCE THE
005550* FETCH LEAVES THE ACCOUNT ALONE AND ON THE EXCLUSION LIST.
005560*-----------------------------------------------------------
005570 2200-POST-CUSTOMER-REFUND.
005580     EXEC SQL
005590         UPDATE CUSTOMER
005600            SET CUST_BALANCE = 0
005610          WHERE CUST_ID = :DB-CUST-ID
005620            AND CUST_BALANCE = :DB-CUST-BALANCE
005630     END-EXEC.

005640     EVALUATE SQLCODE
005650         WHEN ZERO
005660             CONTINUE
005670         WHEN 100
005680             MOVE 'BALANCE CHANGED' TO WS-EXC-REASON
005690             PERFORM 2400-WRITE-EXCLUSION
005700                 THRU 2400-EXIT
005710             GO TO 2200-EXIT
005720         WHEN OTHER
005730             DISPLAY 'CUSTRFD - BALANCE UPDATE FAILED FOR '
005740                 DB-CUST-ID ' SQLCODE = ' SQLCODE
005750             MOVE 902 TO WS-ABEND-CODE
005760             PERFORM 9999-ABEND
005770     END-EVALUATE.

005780     COMPUTE DB-REFUND-AMOUNT = ZERO - DB-CUST-BALANCE.

005790     EXEC SQL
005800         INSERT INTO CUST_HIST
005810             (CUST_ID, HIST_ACTION, HIST_AMOUNT, BAL_BEFORE,
005820              BAL_AFTER, OPERATOR_ID, HIST_TS)
005830         VALUES
005840             (:DB-CUST-ID, 'E', :DB-REFUND-AMOUNT,
005850              :DB-CUST-BALANCE, 0,
005860              :DB-HIST-OPERATOR, CURRENT TIMESTAMP)
005870     END-EXEC.

005880     IF SQLCODE NOT = ZERO
005890         DISPLAY 'CUSTRFD - REFUND HISTORY FAILED FOR '
005900             DB-CUST-ID ' SQLCODE = ' SQLCODE
005910         MOVE 906 TO WS-ABEND-CODE
005920         PERFORM 9999-ABEND
005930     END-IF.
005940     MOVE 'E' TO EVT-HIST-ACTION.
005950     MOVE DB-CUST-BALANCE TO EVT-BAL-BEFORE.
005960     PERFORM 2210-JOURNAL-EVENT
005970         THRU 2210-EXIT.

005980     MOVE 'C' TO DB-REFUND-SOURCE.
005990     MOVE ZERO TO DB-SUSP-NO.
006000     MOVE SPACES TO DB-SOURCE-REF.
006010     PERFORM 2300-INSERT-REFUND
006020         THRU 2300-EXIT.
006030     ADD 1 TO WS-CRED-REFUND-COUNT.

006040     ADD 1 TO WS-SINCE-COMMIT.
006050     IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
006060         PERFORM 2600-COMMIT-INTERVAL
006070             THRU 2600-EXIT
006080     END-IF.
006090 2200-EXIT.
006100     EXIT.

006110*-----------------------------------------------------------
006120* CRM CHANGE EVENT FOR THE CUST_HIST ROW JUST WRITTEN, IN THE
006130* SAME UNIT OF WORK, SO IT IS PUBLISHED ONLY IF THE REFUND
006140* COMMITS. A FAILED EVENT FAILS THE RUN THE SAME WAY A FAILED
006150* HISTORY INSERT DOES.
006160*-----------------------------------------------------------
006170 2210-JOURNAL-EVENT.
006180     MOVE DB-CUST-ID TO EVT-CUST-ID.
006190     MOVE DB-HIST-OPERATOR TO EVT-OPERATOR.
006200     SET EVT-JOURNAL TO TRUE.
006210     CALL 'CUSTEVT' USING EVT-CONTROL-AREA.
006220     IF NOT EVT-OK
006230         DISPLAY 'CUSTRFD - CHANGE EVENT FAILED FOR '
006240             DB-CUST-ID ' SQLCODE = ' EVT-SQLCODE
006250         MOVE 906 TO WS-ABEND-CODE
006260         PERFORM 9999-ABEND
006270     END-IF.
006280 2210-EXIT.
006290     EXIT.

006300*-----------------------------------------------------------
006310* THE CUST_REFUND ROW IS THE DISBURSEMENT RECORD: PAYEE AS
006320* IT STOOD WHEN PAID, AMOUNT, SOURCE AND THE BUSINESS DATE
006330* WHOSE AP FILE CARRIES IT. THE REFUND NUMBER IS THE AP
006340* REFERENCE.
006350*-----------------------------------------------------------
006360 2300-INSERT-REFUND.
006370     EXEC SQL
006380         SELECT COALESCE(MAX(REFUND_NO), 0) + 1
006390           INTO :DB-REFUND-NO
006400           FROM CUST_REFUND
006410     END-EXEC.
006420     IF SQLCODE NOT = ZERO
006430         DISPLAY 'CUSTRFD - REFUND KEY READ FAILED, '
006440             'SQLCODE = ' SQLCODE
006450         MOVE 903 TO WS-ABEND-CODE
006460         PERFORM 9999-ABEND
006470     END-IF.

006480     EXEC SQL
006490         INSERT INTO CUST_REFUND
006500             (REFUND_NO, REFUND_SOURCE, CUST_ID, SUSP_NO,
006510              SOURCE_REF, PAYEE_NAME, PAYEE_ADDRESS,
006520              REFUND_AMOUNT, DISB_DATE, CREATE_TS)
006530         VALUES
006540             (:DB-REFUND-NO, :DB-REFUND-SOURCE, :DB-CUST-ID,
006550              :DB-SUSP-NO, :DB-SOURCE-REF, :DB-CUST-NAME,
006560              :DB-CUST-ADDRESS, :DB-REFUND-AMOUNT,
006570              DATE(:DB-BUS-DATE), CURRENT TIMESTAMP)
006580     END-EXEC.

006590     IF SQLCODE NOT = ZERO
006600         DISPLAY 'CUSTRFD - REFUND INSERT FAILED FOR '
006610             DB-CUST-ID ' SQLCODE = ' SQLCODE
006620         MOVE 903 TO WS-ABEND-CODE
006630         PERFORM 9999-ABEND
006640     END-IF.
006650 2300-EXIT.
006660     EXIT.

006670 2400-WRITE-EXCLUSION.
006680     IF WS-EXC-LINE-CNT >= WS-LINES-PER-PAGE
006690         PERFORM 2450-WRITE-EXC-HEADINGS
006700             THRU 2450-EXIT
006710     END-IF.
006720     IF WS-EXC-SOURCE = 'S'
006730         MOVE 'SUSPENSE' TO ED-SOURCE
006740     ELSE
006750         MOVE 'CREDIT BAL' TO ED-SOURCE
006760     END-IF.
006770     MOVE WS-EXC-CUST-ID    TO ED-CUST-ID.
006780     MOVE WS-EXC-SOURCE-REF TO ED-SOURCE-REF.
006790     MOVE WS-EXC-AMOUNT     TO ED-AMOUNT.
006800     MOVE WS-EXC-REASON     TO ED-REASON.
006810     WRITE EXC-RECORD FROM EXC-DETAIL-LINE
006820         AFTER ADVANCING 1 LINE.
006830     ADD 1 TO WS-EXC-LINE-CNT.
006840     ADD 1 TO WS-EXCLUDED-COUNT.
006850     ADD WS-EXC-AMOUNT TO WS-EXCLUDED-AMOUNT.
006860 2400-EXIT.
006870     EXIT.

006880 2450-WRITE-EXC-HEADINGS.
006890     ADD 1 TO WS-EXC-PAGE-NO.
006900     MOVE WS-EXC-PAGE-NO TO EH1-PAGE-NO.
006910     IF WS-EXC-PAGE-NO > 1
006920         WRITE EXC-RECORD FROM EXC-HEADING-1
006930             AFTER ADVANCING PAGE
006940     ELSE
006950         WRITE EXC-RECORD FROM EXC-HEADING-1
006960             AFTER ADVANCING 1 LINE
006970     END-IF.
006980     WRITE EXC-RECORD FROM RPT-HEADING-2
006990         AFTER ADVANCING 1 LINE.
007000     MOVE SPACES TO EXC-RECORD.
007010     WRITE EXC-RECORD AFTER ADVANCING 1 LINE.
007020     WRITE EXC-RECORD FROM EXC-HEADING-3
007030         AFTER ADVANCING 1 LINE.
007040     MOVE 4 TO WS-EXC-LINE-CNT.
007050 2450-EXIT.
007060     EXIT.

007070*-----------------------------------------------------------
007080* COMMIT THE REFUNDS SO FAR. THE CURSORS ARE HELD; A RESTART
007090* PICKS UP THE ITEMS STILL FLAGGED AND THE BALANCES STILL IN
007100* CREDIT.
007110*-----------------------------------------------------------
007120 2600-COMMIT-INTERVAL.
007130     EXEC SQL
007140         COMMIT
007150     END-EXEC.

007160     IF SQLCODE NOT = ZERO
007170         DISPLAY 'CUSTRFD - COMMIT FAILED, SQLCODE = ' SQLCODE
007180         MOVE 904 TO WS-ABEND-CODE
007190         PERFORM 9999-ABEND
007200     END-IF.

007210     MOVE ZERO TO WS-SINCE-COMMIT.
007220 2600-EXIT.
007230     EXIT.

007240*-----------------------------------------------------------
007250* END OF JOB: COMMIT THE TAIL OF THE REFUND WORK, THEN
007260* PRODUCE THE AP FILE AND THE REGISTER WHOLE FROM COMMITTED
007270* WORK.
007280*-----------------------------------------------------------
007290 3000-TERMINATE.
007300     EXEC SQL
007310         CLOSE CRDCSR
007320     END-EXEC.

007330     PERFORM 2600-COMMIT-INTERVAL
007340         THRU 2600-EXIT.

007350     PERFORM 3100-WRITE-AP-FILE
007360         THRU 3100-EXIT.

007370     IF WS-PAGE-NO = ZERO
007380         PERFORM 3160-WRITE-HEADINGS
007390             THRU 3160-EXIT
007400     END-IF.
007410     MOVE SPACES TO RPT-RECORD.
007420     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
007430     MOVE 'SUSPENSE REFUNDS:' TO RT-LABEL.
007440     MOVE WS-FILE-SUSP-COUNT TO RT-COUNT.
007450     MOVE WS-FILE-SUSP-AMOUNT TO RT-AMOUNT.
007460     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007470         AFTER ADVANCING 1 LINE.
007480     MOVE 'CREDIT BALANCE REFUNDS:' TO RT-LABEL.
007490     MOVE WS-FILE-CRED-COUNT TO RT-COUNT.
007500     MOVE WS-FILE-CRED-AMOUNT TO RT-AMOUNT.
007510     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007520         AFTER ADVANCING 1 LINE.
007530     MOVE 'AP RECORDS WRITTEN:' TO RT-LABEL.
007540     MOVE WS-FILE-COUNT TO RT-COUNT.
007550     MOVE WS-FILE-AMOUNT TO RT-AMOUNT.
007560     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007570         AFTER ADVANCING 1 LINE.

007580     IF WS-EXC-PAGE-NO = ZERO
007590         PERFORM 2450-WRITE-EXC-HEADINGS
007600             THRU 2450-EXIT
007610     END-IF.
007620     MOVE SPACES TO EXC-RECORD.
007630     WRITE EXC-RECORD AFTER ADVANCING 2 LINES.
007640     MOVE 'ITEMS EXCLUDED:' TO RT-LABEL.
007650     MOVE WS-EXCLUDED-COUNT TO RT-COUNT.
007660     MOVE WS-EXCLUDED-AMOUNT TO RT-AMOUNT.
007670     WRITE EXC-RECORD FROM RPT-TOTAL-LINE
007680         AFTER ADVANCING 1 LINE.

007690     CLOSE CTL-FILE.
007700     CLOSE AP-FILE.
007710     CLOSE RPT-FILE.
007720     CLOSE EXC-FILE.
007730     DISPLAY 'CUSTRFD - SUSPENSE REFUNDS: ' WS-SUSP-REFUND-COUNT
007740         ' CREDIT REFUNDS: ' WS-CRED-REFUND-COUNT
007750         ' EXCLUDED: ' WS-EXCLUDED-COUNT
007760         ' AP RECORDS: ' WS-FILE-COUNT.
007770     PERFORM 3900-END-RUN
007780         THRU 3900-EXIT.
007790 3000-EXIT.
007800     EXIT.

007810*-----------------------------------------------------------
007820* THE AP FILE IS PRODUCED HERE, WHOLE, FROM THE BUSINESS
007830* DATE'S COMMITTED CUST_REFUND ROWS. A RESTARTED RUN PICKS UP
007840* THE EARLIER RUN'S COMMITTED REFUNDS TOO, SO EVERY REFUND
007850* GOES TO AP EXACTLY ONCE AND THE TRAILER'S COUNT AND HASH
007860* ALWAYS MATCH THE DETAIL RECORDS. THE REGISTER LISTS THE
007870* SAME ROWS.
007880*-----------------------------------------------------------
007890 3100-WRITE-AP-FILE.
007900     EXEC SQL
007910         DECLARE EXTCSR CURSOR FOR
007920         SELECT REFUND_NO, REFUND_SOURCE, CUST_ID, SOURCE_REF,
007930                PAYEE_NAME, PAYEE_ADDRESS, REFUND_AMOUNT
007940           FROM CUST_REFUND
007950          WHERE DISB_DATE = DATE(:DB-BUS-DATE)
007960          ORDER BY REFUND_NO
007970     END-EXEC.

007980     EXEC SQL
007990         OPEN EXTCSR
008000     END-EXEC.

008010     IF SQLCODE NOT = ZERO
008020         DISPLAY 'CUSTRFD - OPEN EXTCSR FAILED, SQLCODE = '
008030             SQLCODE
008040         MOVE 907 TO WS-ABEND-CODE
008050         PERFORM 9999-ABEND
008060     END-IF.

008070     MOVE 'Y' TO WS-EXT-SWITCH.
008080     PERFORM 3110-WRITE-AP-RECORD
008090         THRU 3110-EXIT
008100         UNTIL WS-EXT-DONE.
008110     EXEC SQL CLOSE EXTCSR END-EXEC.

008120* TRAILER: REFERENCE ALL NINES, THE HASH TOTAL OF EVERY
008130* REFUND AMOUNT AND THE DETAIL COUNT, SO AP CAN VERIFY THE
008140* FILE ARRIVED WHOLE.
008150     MOVE WS-FILE-AMOUNT TO WST-HASH-TOTAL.
008160     MOVE WS-FILE-COUNT  TO WST-RECORD-COUNT.
008170     WRITE AP-RECORD FROM WS-TRAILER-RECORD.
008180 3100-EXIT.
008190     EXIT.

008200 3110-WRITE-AP-RECORD.
008210     EXEC SQL
008220         FETCH EXTCSR
008230         INTO :DB-REFUND-NO, :DB-REFUND-SOURCE, :DB-CUST-ID,
008240              :DB-SOURCE-REF, :DB-CUST-NAME, :DB-CUST-ADDRESS,
008250              :DB-REFUND-AMOUNT
008260     END-EXEC.

008270     EVALUATE SQLCODE
008280         WHEN ZERO
008290             MOVE DB-REFUND-NO      TO WS-APR-REFUND-NO
008300             MOVE SPACES            TO AP-RECORD
008310             MOVE WS-AP-REFERENCE   TO AP-REFERENCE
008320             MOVE DB-CUST-NAME      TO AP-PAYEE-NAME
008330             MOVE DB-CUST-ADDRESS   TO AP-PAYEE-ADDRESS
008340             MOVE DB-REFUND-AMOUNT  TO AP-AMOUNT
008350             MOVE DB-BUS-DATE       TO AP-PAY-DATE
008360             MOVE DB-REFUND-SOURCE  TO AP-SOURCE
008370             MOVE DB-CUST-ID        TO AP-CUSTOMER-ID
008380             MOVE DB-SOURCE-REF     TO AP-SOURCE-REF
008390             WRITE AP-RECORD
008400             ADD 1 TO WS-FILE-COUNT
008410             ADD DB-REFUND-AMOUNT TO WS-FILE-AMOUNT
008420             IF DB-REFUND-SOURCE = 'S'
008430                 ADD 1 TO WS-FILE-SUSP-COUNT
008440                 ADD DB-REFUND-AMOUNT TO WS-FILE-SUSP-AMOUNT
008450             ELSE
008460                 ADD 1 TO WS-FILE-CRED-COUNT
008470                 ADD DB-REFUND-AMOUNT TO WS-FILE-CRED-AMOUNT
008480             END-IF
008490             PERFORM 3150-WRITE-REGISTER-LINE
008500                 THRU 3150-EXIT
008510         WHEN 100
008520             MOVE 'N' TO WS-EXT-SWITCH
008530         WHEN OTHER
008540             DISPLAY 'CUSTRFD - EXTCSR FETCH FAILED, '
008550                 'SQLCODE = ' SQLCODE
008560             MOVE 908 TO WS-ABEND-CODE
008570             PERFORM 9999-ABEND
008580     END-EVALUATE.
008590 3110-EXIT.
008600     EXIT.

008610 3150-WRITE-REGISTER-LINE.
008620     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
008630         PERFORM 3160-WRITE-HEADINGS
008640             THRU 3160-EXIT
008650     END-IF.
008660     MOVE WS-AP-REFERENCE  TO RD-REFERENCE.
008670     IF DB-REFUND-SOURCE = 'S'
008680         MOVE 'SUSPENSE' TO RD-SOURCE
008690     ELSE
008700         MOVE 'CREDIT BAL' TO RD-SOURCE
008710     END-IF.
008720     MOVE DB-CUST-ID       TO RD-CUST-ID.
008730     MOVE DB-CUST-NAME     TO RD-PAYEE-NAME.
008740     MOVE DB-SOURCE-REF    TO RD-SOURCE-REF.
008750     MOVE DB-REFUND-AMOUNT TO RD-AMOUNT.
008760     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
008770         AFTER ADVANCING 1 LINE.
008780     ADD 1 TO WS-LINE-CNT.
008790 3150-EXIT.
008800     EXIT.

008810 3160-WRITE-HEADINGS.
008820     ADD 1 TO WS-PAGE-NO.
008830     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
008840     IF WS-PAGE-NO > 1
008850         WRITE RPT-RECORD FROM RPT-HEADING-1
008860             AFTER ADVANCING PAGE
008870     ELSE
008880         WRITE RPT-RECORD FROM RPT-HEADING-1
008890             AFTER ADVANCING 1 LINE
008900     END-IF.
008910     WRITE RPT-RECORD FROM RPT-HEADING-2
008920         AFTER ADVANCING 1 LINE.
008930     MOVE SPACES TO RPT-RECORD.
008940     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
008950     WRITE RPT-RECORD FROM RPT-HEADING-3
008960         AFTER ADVANCING 1 LINE.
008970     MOVE 4 TO WS-LINE-CNT.
008980 3160-EXIT.
008990     EXIT.

009000*-----------------------------------------------------------
009010* MARK THE RUN COMPLETE FOR THE BUSINESS DATE. EXCLUDED ITEMS
009020* COUNT AS REJECTED.
009030*-----------------------------------------------------------
009040 3900-END-RUN.
009050     COMPUTE RUN-READ-COUNT = WS-SUSP-REFUND-COUNT
009060                            + WS-CRED-REFUND-COUNT
009070                            + WS-EXCLUDED-COUNT.
009080     COMPUTE RUN-POSTED-COUNT = WS-SUSP-REFUND-COUNT
009090                              + WS-CRED-REFUND-COUNT.
009100     MOVE WS-EXCLUDED-COUNT TO RUN-REJECT-COUNT.
009110     SET RUN-END TO TRUE.
009120     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
009130     IF NOT RUN-OK
009140         DISPLAY 'CUSTRFD - ' RUN-MESSAGE
009150         MOVE 912 TO RETURN-CODE
009160     END-IF.
009170 3900-EXIT.
009180     EXIT.

009190* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
009200* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
009210* UNIT OF WORK. ROLL IT BACK FIRST SO NO BALANCE IS ZEROED
009220* OR ITEM MARKED DISBURSED WITHOUT ITS CUST_REFUND ROW. THE
009230* RUN IS THEN MARKED FAILED ON CUST_RUNCTL.
009240 9999-ABEND.
009250     EXEC SQL
009260         ROLLBACK
009270     END-EXEC.
009280     IF RUN-STARTED
009290         SET RUN-FAIL TO TRUE
009300         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
009310     END-IF.
009320     CLOSE CTL-FILE.
009330     CLOSE AP-FILE.
009340     CLOSE RPT-FILE.
009350     CLOSE EXC-FILE.
009360     MOVE WS-ABEND-CODE TO RETURN-CODE.
009370     GOBACK.
