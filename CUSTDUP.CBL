000100*****************************************************************
000110* CUSTDUP - MERGE-CANDIDATE (LIKELY DUPLICATE CUSTOMER) REPORT
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTDUP.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. LISTS PAIRS OF CUSTOMERS
000220*                  THAT ARE LIKELY THE SAME PERSON, FOR THE
000230*                  SUPERVISED MERGE SCREEN (CUSTMRG). A PAIR
000240*                  MATCHES ON THE FULL NAME AND ADDRESS, ON THE
000250*                  FULL NAME AND THE START OF THE ADDRESS, OR ON
000260*                  THE FULL ADDRESS AND THE START OF THE NAME -
000270*                  CASE IGNORED - STRONGEST MATCHES FIRST. EACH
000280*                  PAIR SUGGESTS A SURVIVOR: THE OLDER (LOWER)
000290*                  CUSTOMER ID, UNLESS IT IS CLOSED AND THE
000300*                  OTHER IS NOT. WRITTEN-OFF ACCOUNTS CANNOT BE
000310*                  MERGED AND ARE LEFT OFF. READ-ONLY.
000320*-----------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.

000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RPT-FILE ASSIGN TO RPTOUT
000400         ORGANIZATION IS SEQUENTIAL.

000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  RPT-FILE
000440     RECORDING MODE IS F
000450     LABEL RECORDS ARE STANDARD.
000460 01  RPT-RECORD              PIC X(133).

000470 WORKING-STORAGE SECTION.
000480* DB2 communication area
000490 EXEC SQL
000500     INCLUDE SQLCA
000510 END-EXEC.

000520* Host variables for the candidate-pair cursor: the lower
000530* customer ID of the pair first, then the higher, then how
000540* strongly they match (1 name and address, 2 name and start
000550* of address, 3 address and start of name).
000560 01  DB-LOW-ID               PIC X(6).
000570 01  DB-LOW-NAME             PIC X(30).
000580 01  DB-LOW-ADDRESS          PIC X(50).
000590 01  DB-LOW-BALANCE          PIC S9(9)V99 COMP-3.
000600 01  DB-LOW-STATUS           PIC X(1).
000610 01  DB-HIGH-ID              PIC X(6).
000620 01  DB-HIGH-NAME            PIC X(30).
000630 01  DB-HIGH-ADDRESS         PIC X(50).
000640 01  DB-HIGH-BALANCE         PIC S9(9)V99 COMP-3.
000650 01  DB-HIGH-STATUS          PIC X(1).
000660 01  DB-MATCH-LEVEL          PIC X(1).

000670 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
000680     88  WS-EOF-REACHED        VALUE 'Y'.
000690 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
000700 77  WS-LINE-CNT             PIC 9(02) COMP VALUE 99.
000710 77  WS-LINES-PER-PAGE       PIC 9(02) COMP VALUE 55.
000720 77  WS-PAIR-COUNT           PIC S9(07) COMP-3 VALUE 0.
000730 77  WS-FULL-COUNT           PIC S9(07) COMP-3 VALUE 0.
000740 77  WS-NAME-COUNT           PIC S9(07) COMP-3 VALUE 0.
000750 77  WS-ADDR-COUNT           PIC S9(07) COMP-3 VALUE 0.
000760 77  WS-ABEND-CODE           PIC S9(04) COMP.

000770* The suggested survivor is the lower ID unless it is closed
000780* and the higher is not.
000790 01  WS-SURVIVOR-SW          PIC X(01).
000800     88  WS-KEEP-LOW           VALUE 'L'.
000810     88  WS-KEEP-HIGH          VALUE 'H'.

000820 01  WS-CURRENT-DATE         PIC 9(08).
000830 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
000840     05  WS-CURR-YYYY        PIC 9(04).
000850     05  WS-CURR-MM          PIC 9(02).
000860     05  WS-CURR-DD          PIC 9(02).

000870 01  RPT-HEADING-1.
000880     05  FILLER              PIC X(01)  VALUE SPACE.
000890     05  FILLER              PIC X(40)  VALUE
000900         'MERGE CANDIDATES - LIKELY DUPLICATES'.
000910     05  FILLER              PIC X(20)  VALUE SPACES.
000920     05  FILLER              PIC X(05)  VALUE 'PAGE '.
000930     05  RH1-PAGE-NO         PIC ZZ9.
000940     05  FILLER              PIC X(64)  VALUE SPACES.

000950 01  RPT-HEADING-2.
000960     05  FILLER              PIC X(01)  VALUE SPACE.
000970     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
000980     05  RH2-RUN-MM          PIC 99.
000990     05  FILLER              PIC X(01)  VALUE '/'.
001000     05  RH2-RUN-DD          PIC 99.
001010     05  FILLER              PIC X(01)  VALUE '/'.
001020     05  RH2-RUN-YYYY        PIC 9999.
001030     05  FILLER              PIC X(111) VALUE SPACES.

001040 01  RPT-HEADING-3.
001050     05  FILLER              PIC X(01)  VALUE SPACE.
001060     05  FILLER              PIC X(16)  VALUE 'MATCH ON'.
001070     05  FILLER              PIC X(08)  VALUE 'KEEP'.
001080     05  FILLER              PIC X(31)  VALUE 'NAME / ADDRESS'.
001090     05  FILLER              PIC X(14)  VALUE '      BALANCE'.
001100     05  FILLER              PIC X(04)  VALUE 'ST'.
001110     05  FILLER              PIC X(08)  VALUE 'MERGE'.
001120     05  FILLER              PIC X(31)  VALUE 'NAME / ADDRESS'.
001130     05  FILLER              PIC X(14)  VALUE '      BALANCE'.
001140     05  FILLER              PIC X(02)  VALUE 'ST'.
001150     05  FILLER              PIC X(04)  VALUE SPACES.

001160* One pair: the suggested survivor on the left, the customer
001170* to merge into it on the right; their addresses print on the
001180* line below.
001190 01  RPT-PAIR-LINE.
001200     05  FILLER              PIC X(01)  VALUE SPACE.
001210     05  RD-MATCH            PIC X(14).
001220     05  FILLER              PIC X(02)  VALUE SPACES.
001230     05  RD-KEEP-ID          PIC X(06).
001240     05  FILLER              PIC X(02)  VALUE SPACES.
001250     05  RD-KEEP-NAME        PIC X(30).
001260     05  FILLER              PIC X(01)  VALUE SPACE.
001270     05  RD-KEEP-BALANCE     PIC Z,ZZZ,ZZ9.99-.
001280     05  FILLER              PIC X(01)  VALUE SPACE.
001290     05  RD-KEEP-STATUS      PIC X(01).
001300     05  FILLER              PIC X(03)  VALUE SPACES.
001310     05  RD-MERGE-ID         PIC X(06).
001320     05  FILLER              PIC X(02)  VALUE SPACES.
001330     05  RD-MERGE-NAME       PIC X(30).
001340     05  FILLER              PIC X(01)  VALUE SPACE.
001350     05  RD-MERGE-BALANCE    PIC Z,ZZZ,ZZ9.99-.
001360     05  FILLER              PIC X(01)  VALUE SPACE.
001370     05  RD-MERGE-STATUS     PIC X(01).
001380     05  FILLER              PIC X(05)  VALUE SPACES.

001390 01  RPT-ADDRESS-LINE.
001400     05  FILLER              PIC X(25)  VALUE SPACES.
001410     05  RA-KEEP-ADDRESS     PIC X(50).
001420     05  FILLER              PIC X(07)  VALUE SPACES.
001430     05  RA-MERGE-ADDRESS    PIC X(50).
001440     05  FILLER              PIC X(01)  VALUE SPACE.

001450 01  RPT-TOTAL-LINE.
001460     05  FILLER              PIC X(01)  VALUE SPACE.
001470     05  RT-LABEL            PIC X(35).
001480     05  RT-COUNT            PIC ZZZZZZZZ9.
001490     05  FILLER              PIC X(88)  VALUE SPACES.

001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE
001530         THRU 1000-EXIT.
001540     PERFORM 2000-PROCESS-ONE-PAIR
001550         THRU 2000-EXIT
001560         UNTIL WS-EOF-REACHED.
001570     PERFORM 3000-TERMINATE
001580         THRU 3000-EXIT.
001590     GOBACK.

001600*-----------------------------------------------------------
001610* TWO EQUALITY JOINS OF CUSTOMER TO ITSELF, SO EACH CAN BE
001620* DRIVEN ON ITS OWN MATCH KEY: THE FULL NAME (WITH THE START
001630* OF THE ADDRESS), AND THE FULL ADDRESS (WITH THE START OF
001640* THE NAME). A PAIR BOTH WOULD FIND COMES OFF THE FIRST.
001650*-----------------------------------------------------------
001660 1000-INITIALIZE.
001670     OPEN OUTPUT RPT-FILE.
001680     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
001690     MOVE WS-CURR-MM   TO RH2-RUN-MM.
001700     MOVE WS-CURR-DD   TO RH2-RUN-DD.
001710     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.

001720     EXEC SQL
001730         DECLARE DUPCSR CURSOR FOR
001740         SELECT A.CUST_ID, A.CUST_NAME, A.CUST_ADDRESS,
001750                A.CUST_BALANCE, A.ACCT_STATUS,
001760                B.CUST_ID, B.CUST_NAME, B.CUST_ADDRESS,
001770                B.CUST_BALANCE, B.ACCT_STATUS,
001780                CASE WHEN UPPER(A.CUST_ADDRESS) =
001790                          UPPER(B.CUST_ADDRESS)
001800                     THEN '1' ELSE '2' END
001810           FROM CUSTOMER A, CUSTOMER B
001820          WHERE A.CUST_ID < B.CUST_ID
001830            AND UPPER(A.CUST_NAME) = UPPER(B.CUST_NAME)
001840            AND SUBSTR(UPPER(A.CUST_ADDRESS), 1, 20) =
001850                SUBSTR(UPPER(B.CUST_ADDRESS), 1, 20)
001860            AND A.ACCT_STATUS <> 'W'
001870            AND B.ACCT_STATUS <> 'W'
001880         UNION ALL
001890         SELECT A.CUST_ID, A.CUST_NAME, A.CUST_ADDRESS,
001900                A.CUST_BALANCE, A.ACCT_STATUS,
001910                B.CUST_ID, B.CUST_NAME, B.CUST_ADDRESS,
001920                B.CUST_BALANCE, B.ACCT_STATUS, '3'
001930           FROM CUSTOMER A, CUSTOMER B
001940          WHERE A.CUST_ID < B.CUST_ID
001950            AND UPPER(A.CUST_ADDRESS) = UPPER(B.CUST_ADDRESS)
001960            AND SUBSTR(UPPER(A.CUST_NAME), 1, 10) =
001970                SUBSTR(UPPER(B.CUST_NAME), 1, 10)
001980            AND UPPER(A.CUST_NAME) <> UPPER(B.CUST_NAME)
001990            AND A.ACCT_STATUS <> 'W'
002000            AND B.ACCT_STATUS <> 'W'
002010          ORDER BY 11, 1, 6
002020     END-EXEC.

002030     EXEC SQL
002040         OPEN DUPCSR
002050     END-EXEC.

002060     IF SQLCODE NOT = ZERO
002070         DISPLAY 'CUSTDUP - OPEN CURSOR FAILED, SQLCODE = '
002080             SQLCODE
002090         MOVE 900 TO WS-ABEND-CODE
002100         PERFORM 9999-ABEND
002110     END-IF.

002120     PERFORM 2200-WRITE-HEADINGS
002130         THRU 2200-EXIT.
002140     PERFORM 2100-FETCH-NEXT-PAIR
002141         THRU 2100-EXIT.
002150 1000-EXIT.
002160     EXIT.

002170*-----------------------------------------------------------
002180* ONE CANDIDATE PAIR, SUGGESTED SURVIVOR ON THE LEFT.
002190*-----------------------------------------------------------
002200 2000-PROCESS-ONE-PAIR.
002210     ADD 1 TO WS-PAIR-COUNT.
002220     EVALUATE DB-MATCH-LEVEL
002230         WHEN '1'
002240             MOVE 'NAME+ADDRESS' TO RD-MATCH
002250             ADD 1 TO WS-FULL-COUNT
002260         WHEN '2'
002270             MOVE 'NAME+ADDR PART' TO RD-MATCH
002280             ADD 1 TO WS-NAME-COUNT
002290         WHEN OTHER
002300             MOVE 'ADDR+NAME PART' TO RD-MATCH
002310             ADD 1 TO WS-ADDR-COUNT
002320     END-EVALUATE.

002330     SET WS-KEEP-LOW TO TRUE.
002340     IF DB-LOW-STATUS = 'X'
002350      AND DB-HIGH-STATUS NOT = 'X'
002360         SET WS-KEEP-HIGH TO TRUE
002370     END-IF.

002380     IF WS-KEEP-LOW
002390         MOVE DB-LOW-ID        TO RD-KEEP-ID
002400         MOVE DB-LOW-NAME      TO RD-KEEP-NAME
002410         MOVE DB-LOW-BALANCE   TO RD-KEEP-BALANCE
002420         MOVE DB-LOW-STATUS    TO RD-KEEP-STATUS
002430         MOVE DB-LOW-ADDRESS   TO RA-KEEP-ADDRESS
002440         MOVE DB-HIGH-ID       TO RD-MERGE-ID
002450         MOVE DB-HIGH-NAME     TO RD-MERGE-NAME
002460         MOVE DB-HIGH-BALANCE  TO RD-MERGE-BALANCE
002470         MOVE DB-HIGH-STATUS   TO RD-MERGE-STATUS
002480         MOVE DB-HIGH-ADDRESS  TO RA-MERGE-ADDRESS
002490     ELSE
002500         MOVE DB-HIGH-ID       TO RD-KEEP-ID
002510         MOVE DB-HIGH-NAME     TO RD-KEEP-NAME
002520         MOVE DB-HIGH-BALANCE  TO RD-KEEP-BALANCE
002530         MOVE DB-HIGH-STATUS   TO RD-KEEP-STATUS
002540         MOVE DB-HIGH-ADDRESS  TO RA-KEEP-ADDRESS
002550         MOVE DB-LOW-ID        TO RD-MERGE-ID
002560         MOVE DB-LOW-NAME      TO RD-MERGE-NAME
002570         MOVE DB-LOW-BALANCE   TO RD-MERGE-BALANCE
002580         MOVE DB-LOW-STATUS    TO RD-MERGE-STATUS
002590         MOVE DB-LOW-ADDRESS   TO RA-MERGE-ADDRESS
002600     END-IF.

002610     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
002620         PERFORM 2200-WRITE-HEADINGS
002630             THRU 2200-EXIT
002640     END-IF.
002650     WRITE RPT-RECORD FROM RPT-PAIR-LINE
002660         AFTER ADVANCING 2 LINES.
002670     WRITE RPT-RECORD FROM RPT-ADDRESS-LINE
002680         AFTER ADVANCING 1 LINE.
002690     ADD 3 TO WS-LINE-CNT.

002700     PERFORM 2100-FETCH-NEXT-PAIR
002701         THRU 2100-EXIT.
002710 2000-EXIT.
002720     EXIT.

002730 2100-FETCH-NEXT-PAIR.
002740     EXEC SQL
002750         FETCH DUPCSR
002760         INTO :DB-LOW-ID, :DB-LOW-NAME, :DB-LOW-ADDRESS,
002770              :DB-LOW-BALANCE, :DB-LOW-STATUS,
002780              :DB-HIGH-ID, :DB-HIGH-NAME, :DB-HIGH-ADDRESS,
002790              :DB-HIGH-BALANCE, :DB-HIGH-STATUS,
002800              :DB-MATCH-LEVEL
002810     END-EXEC.

002820     EVALUATE SQLCODE
002830         WHEN ZERO
002840             CONTINUE
002850         WHEN 100
002860             SET WS-EOF-REACHED TO TRUE
002870         WHEN OTHER
002880             DISPLAY 'CUSTDUP - FETCH FAILED, SQLCODE = '
002890                 SQLCODE
002900             MOVE 901 TO WS-ABEND-CODE
002910             PERFORM 9999-ABEND
002920     END-EVALUATE.
002921 2100-EXIT.
002922     EXIT.

002930 2200-WRITE-HEADINGS.
002940     ADD 1 TO WS-PAGE-NO.
002950     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
002960     IF WS-PAGE-NO > 1
002970         WRITE RPT-RECORD FROM RPT-HEADING-1
002980             AFTER ADVANCING PAGE
002990     ELSE
003000         WRITE RPT-RECORD FROM RPT-HEADING-1
003010             AFTER ADVANCING 1 LINE
003020     END-IF.
003030     WRITE RPT-RECORD FROM RPT-HEADING-2
003040         AFTER ADVANCING 1 LINE.
003050     MOVE SPACES TO RPT-RECORD.
003060     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
003070     WRITE RPT-RECORD FROM RPT-HEADING-3
003080         AFTER ADVANCING 1 LINE.
003090     MOVE 4 TO WS-LINE-CNT.
003100 2200-EXIT.
003110     EXIT.

003120 3000-TERMINATE.
003130     MOVE SPACES TO RPT-RECORD.
003140     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
003150     MOVE 'NAME AND ADDRESS MATCHES:' TO RT-LABEL.
003160     MOVE WS-FULL-COUNT TO RT-COUNT.
003170     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
003180         AFTER ADVANCING 1 LINE.
003190     MOVE 'NAME AND PART-ADDRESS MATCHES:' TO RT-LABEL.
003200     MOVE WS-NAME-COUNT TO RT-COUNT.
003210     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
003220         AFTER ADVANCING 1 LINE.
003230     MOVE 'ADDRESS AND PART-NAME MATCHES:' TO RT-LABEL.
003240     MOVE WS-ADDR-COUNT TO RT-COUNT.
003250     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
003260         AFTER ADVANCING 1 LINE.
003270     MOVE 'CANDIDATE PAIRS:' TO RT-LABEL.
003280     MOVE WS-PAIR-COUNT TO RT-COUNT.
003290     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
003300         AFTER ADVANCING 1 LINE.

003310     EXEC SQL
003320         CLOSE DUPCSR
003330     END-EXEC.

003340     CLOSE RPT-FILE.
003350     DISPLAY 'CUSTDUP - CANDIDATE PAIRS: ' WS-PAIR-COUNT.
003360 3000-EXIT.
003370     EXIT.

003380 9999-ABEND.
003390     CLOSE RPT-FILE.
003400     MOVE WS-ABEND-CODE TO RETURN-CODE.
003410     GOBACK.
