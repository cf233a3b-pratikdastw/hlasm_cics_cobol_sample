000100*****************************************************************
000110* CUSTEVT - CUSTOMER CHANGE-EVENT JOURNAL (CRM FEED)
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTEVT.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. CALLED BY EVERY PROGRAM
000220*                  THAT WRITES CUST_HIST (CUSTDB2 ONLINE,
000230*                  CUSTPAY, CUSTDFT, CUSTDFR, CUSTINT, CUSTWOF,
000240*                  CUSTMNT, CUSTRPL). EACH CUST_HIST ROW GETS
000250*                  ONE CUST_EVENT ROW, WRITTEN IN THE CALLER'S
000260*                  UNIT OF WORK SO IT COMMITS OR ROLLS BACK
000270*                  WITH THE POSTING - AN EVENT EXISTS FOR
000280*                  COMMITTED WORK ONLY. THE EVENT CARRIES THE
000290*                  BEFORE AND AFTER VALUES OF BALANCE, STATUS,
000300*                  CREDIT LIMIT, ACCOUNT TYPE, DO-NOT-CONTACT,
000310*                  NAME AND ADDRESS, WITH A FLAG FOR EACH THAT
000320*                  CHANGED. CUSTEVP PUBLISHES THE ROWS TO THE
000330*                  CRM QUEUE IN EVENT_ID ORDER; CUSTEVR
000340*                  RECONCILES THEM AGAINST CUST_HIST.
      *   OCT 2026  CAG  LATE FEES (ACTION G, POSTED BY CUSTLFE)
      *                  CARRY THEIR OWN EVENT TYPE, LATEFEE.
      *   OCT 2026  CAG  CREDIT BALANCE REFUNDS (ACTION E, POSTED
      *                  BY CUSTRFD) CARRY THEIR OWN EVENT TYPE,
      *                  REFUND.
      *   OCT 2026  CAG  CUSTOMER MERGES (ACTION M, POSTED BY THE
      *                  CUSTDB2 MERGE) CARRY THEIR OWN EVENT TYPE,
      *                  MERGE.
      *   OCT 2026  CAG  NCOA CHANGE-OF-ADDRESS MOVES (ACTION N,
      *                  POSTED BY CUSTNCO) CARRY THEIR OWN EVENT
      *                  TYPE, ADDRMOVE.
000350*-----------------------------------------------------------
000360* CUST_EVENT:
000370*   EVENT_ID      DB2-GENERATED, ASCENDING IN INSERT ORDER.
000380*                 ONE CUSTOMER'S POSTINGS SERIALIZE ON ITS
000390*                 CUSTOMER ROW, SO EVENT_ID ORDER IS THE ORDER
000400*                 THE CUSTOMER'S WORK COMMITTED.
000410*   HIST_ACTION/HIST_TS   THE CUST_HIST ROW THE EVENT IS FOR.
000420*   CHANGED_FLAGS Y/N FOR BALANCE, STATUS, LIMIT, TYPE,
000430*                 DO-NOT-CONTACT, NAME, ADDRESS (IN THAT ORDER).
000440*   PUB_STATUS    N - NOT YET PUBLISHED (HELD), P - PUBLISHED.
000450*-----------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.

000500 DATA DIVISION.
000510 WORKING-STORAGE SECTION.
000520* DB2 communication area
000530 EXEC SQL
000540     INCLUDE SQLCA
000550 END-EXEC.

000560* Host variables for CUSTOMER (after image) and CUST_EVENT
000570 01  DB-CUST-ID              PIC X(6).
000580 01  DB-HIST-ACTION          PIC X(1).
000590 01  DB-HIST-TS              PIC X(26).
000600 01  DB-EVENT-TYPE           PIC X(8).
000610 01  DB-CHANGED-FLAGS        PIC X(7).
000620 01  DB-OPERATOR             PIC X(8).
000630 01  DB-AFTER-IMAGE.
000640     05  DB-A-NAME           PIC X(30).
000650     05  DB-A-ADDRESS        PIC X(50).
000660     05  DB-A-BALANCE        PIC S9(9)V99 COMP-3.
000670     05  DB-A-CREDIT-LIMIT   PIC S9(9)V99 COMP-3.
000680     05  DB-A-ACCOUNT-TYPE   PIC X(1).
000690     05  DB-A-ACCT-STATUS    PIC X(1).
000700     05  DB-A-DNC-FLAG       PIC X(1).
000710 01  DB-BEFORE-IMAGE.
000720     05  DB-B-NAME           PIC X(30).
000730     05  DB-B-ADDRESS        PIC X(50).
000740     05  DB-B-BALANCE        PIC S9(9)V99 COMP-3.
000750     05  DB-B-CREDIT-LIMIT   PIC S9(9)V99 COMP-3.
000760     05  DB-B-ACCOUNT-TYPE   PIC X(1).
000770     05  DB-B-ACCT-STATUS    PIC X(1).
000780     05  DB-B-DNC-FLAG       PIC X(1).

000790 01  WS-CHANGED-FLAGS.
000800     05  WS-CHG-BALANCE      PIC X(01).
000810     05  WS-CHG-STATUS       PIC X(01).
000820     05  WS-CHG-LIMIT        PIC X(01).
000830     05  WS-CHG-TYPE         PIC X(01).
000840     05  WS-CHG-DNC          PIC X(01).
000850     05  WS-CHG-NAME         PIC X(01).
000860     05  WS-CHG-ADDRESS      PIC X(01).

000870 LINKAGE SECTION.
000880 COPY CUSTEVT.

000890 PROCEDURE DIVISION USING EVT-CONTROL-AREA.
000900 0000-MAINLINE.
000910     MOVE ZERO TO EVT-RETURN-CODE.
000920     EVALUATE TRUE
000930         WHEN EVT-SNAPSHOT
000940             MOVE ZERO TO EVT-SQLCODE
000950             PERFORM 1000-TAKE-SNAPSHOT
000960                 THRU 1000-EXIT
000970         WHEN EVT-JOURNAL
000980             PERFORM 2000-JOURNAL-EVENT
000990                 THRU 2000-EXIT
001000         WHEN OTHER
001010             MOVE 12 TO EVT-RETURN-CODE
001020             MOVE ZERO TO EVT-SQLCODE
001030     END-EVALUATE.
001040     GOBACK.

001050*-----------------------------------------------------------
001060* BEFORE IMAGE FOR AN ACTION THAT MAY CHANGE MORE THAN THE
001070* BALANCE. NO ROW YET (AN ADD) SNAPSHOTS AS BLANK. A FAILED
001080* READ IS CARRIED TO THE JOURNAL CALL, WHICH FAILS WITH IT, SO
001090* THE CALLER HAS ONE PLACE TO CHECK.
001100*-----------------------------------------------------------
001110 1000-TAKE-SNAPSHOT.
001120     MOVE EVT-CUST-ID TO DB-CUST-ID.
001130     PERFORM 8000-READ-CUSTOMER
001140         THRU 8000-EXIT.
001150     IF NOT EVT-OK
001160         SET EVT-SNAPSHOT-FAILED TO TRUE
001170         MOVE ZERO TO EVT-RETURN-CODE
001180         GO TO 1000-EXIT
001190     END-IF.

001200     MOVE DB-A-NAME         TO EVT-B-NAME.
001210     MOVE DB-A-ADDRESS      TO EVT-B-ADDRESS.
001220     MOVE DB-A-BALANCE      TO EVT-B-BALANCE.
001230     MOVE DB-A-CREDIT-LIMIT TO EVT-B-CREDIT-LIMIT.
001240     MOVE DB-A-ACCOUNT-TYPE TO EVT-B-ACCOUNT-TYPE.
001250     MOVE DB-A-ACCT-STATUS  TO EVT-B-ACCT-STATUS.
001260     MOVE DB-A-DNC-FLAG     TO EVT-B-DNC-FLAG.
001270     SET EVT-SNAPSHOT-TAKEN TO TRUE.
001280 1000-EXIT.
001290     EXIT.

001300*-----------------------------------------------------------
001310* ONE CUST_EVENT ROW FOR THE CUST_HIST ROW THE CALLER HAS JUST
001320* WRITTEN. THE SNAPSHOT IS USED UP HERE SO A LOOPING CALLER
001330* CANNOT CARRY ONE CUSTOMER'S BEFORE IMAGE ONTO THE NEXT.
001340*-----------------------------------------------------------
001350 2000-JOURNAL-EVENT.
001360     IF EVT-SNAPSHOT-FAILED
001370         MOVE SPACE TO EVT-SNAPSHOT-SW
001380         MOVE 12 TO EVT-RETURN-CODE
001390         GO TO 2000-EXIT
001400     END-IF.

001410     MOVE EVT-CUST-ID     TO DB-CUST-ID.
001420     MOVE EVT-HIST-ACTION TO DB-HIST-ACTION.
001430     MOVE EVT-OPERATOR    TO DB-OPERATOR.
001440     PERFORM 8000-READ-CUSTOMER
001450         THRU 8000-EXIT.
001460     IF NOT EVT-OK
001470         MOVE SPACE TO EVT-SNAPSHOT-SW
001480         GO TO 2000-EXIT
001490     END-IF.

001500     IF EVT-SNAPSHOT-TAKEN
001510         MOVE EVT-B-NAME         TO DB-B-NAME
001520         MOVE EVT-B-ADDRESS      TO DB-B-ADDRESS
001530         MOVE EVT-B-BALANCE      TO DB-B-BALANCE
001540         MOVE EVT-B-CREDIT-LIMIT TO DB-B-CREDIT-LIMIT
001550         MOVE EVT-B-ACCOUNT-TYPE TO DB-B-ACCOUNT-TYPE
001560         MOVE EVT-B-ACCT-STATUS  TO DB-B-ACCT-STATUS
001570         MOVE EVT-B-DNC-FLAG     TO DB-B-DNC-FLAG
001580     ELSE
001590         MOVE DB-AFTER-IMAGE     TO DB-BEFORE-IMAGE
001600         MOVE EVT-BAL-BEFORE     TO DB-B-BALANCE
001610     END-IF.
001620     MOVE SPACE TO EVT-SNAPSHOT-SW.

001630     PERFORM 2100-SET-CHANGED-FLAGS
001640         THRU 2100-EXIT.
001650     PERFORM 2200-SET-EVENT-TYPE
001660         THRU 2200-EXIT.

001670* THE HISTORY ROW JUST WRITTEN IS THE CUSTOMER'S LATEST FOR THE
001680* ACTION - A LATER ONE WOULD HAVE TO WAIT ON THIS UNIT OF WORK.
001690     EXEC SQL
001700         SELECT CHAR(HIST_TS)
001710           INTO :DB-HIST-TS
001720           FROM CUST_HIST
001730          WHERE CUST_ID     = :DB-CUST-ID
001740            AND HIST_ACTION = :DB-HIST-ACTION
001750          ORDER BY HIST_TS DESC
001760          FETCH FIRST 1 ROW ONLY
001770     END-EXEC.
001780     IF SQLCODE NOT = ZERO
001790         PERFORM 8900-SQL-ERROR
001800             THRU 8900-EXIT
001810         GO TO 2000-EXIT
001820     END-IF.

001830     EXEC SQL
001840         INSERT INTO CUST_EVENT
001850             (CUST_ID, EVENT_TYPE, HIST_ACTION, HIST_TS,
001860              CHANGED_FLAGS,
001870              BAL_BEFORE, BAL_AFTER,
001880              STATUS_BEFORE, STATUS_AFTER,
001890              LIMIT_BEFORE, LIMIT_AFTER,
001900              TYPE_BEFORE, TYPE_AFTER,
001910              DNC_BEFORE, DNC_AFTER,
001920              NAME_BEFORE, NAME_AFTER,
001930              ADDR_BEFORE, ADDR_AFTER,
001940              OPERATOR_ID, EVENT_TS, PUB_STATUS)
001950         VALUES
001960             (:DB-CUST-ID, :DB-EVENT-TYPE, :DB-HIST-ACTION,
001970              TIMESTAMP(:DB-HIST-TS),
001980              :DB-CHANGED-FLAGS,
001990              :DB-B-BALANCE, :DB-A-BALANCE,
002000              :DB-B-ACCT-STATUS, :DB-A-ACCT-STATUS,
002010              :DB-B-CREDIT-LIMIT, :DB-A-CREDIT-LIMIT,
002020              :DB-B-ACCOUNT-TYPE, :DB-A-ACCOUNT-TYPE,
002030              :DB-B-DNC-FLAG, :DB-A-DNC-FLAG,
002040              :DB-B-NAME, :DB-A-NAME,
002050              :DB-B-ADDRESS, :DB-A-ADDRESS,
002060              :DB-OPERATOR, CURRENT TIMESTAMP, 'N')
002070     END-EXEC.
002080     IF SQLCODE NOT = ZERO
002090         PERFORM 8900-SQL-ERROR
002100             THRU 8900-EXIT
002110     END-IF.
002120 2000-EXIT.
002130     EXIT.

002140 2100-SET-CHANGED-FLAGS.
002150     MOVE 'NNNNNNN' TO WS-CHANGED-FLAGS.
002160     IF DB-A-BALANCE NOT = DB-B-BALANCE
002170         MOVE 'Y' TO WS-CHG-BALANCE
002180     END-IF.
002190     IF DB-A-ACCT-STATUS NOT = DB-B-ACCT-STATUS
002200         MOVE 'Y' TO WS-CHG-STATUS
002210     END-IF.
002220     IF DB-A-CREDIT-LIMIT NOT = DB-B-CREDIT-LIMIT
002230         MOVE 'Y' TO WS-CHG-LIMIT
002240     END-IF.
002250     IF DB-A-ACCOUNT-TYPE NOT = DB-B-ACCOUNT-TYPE
002260         MOVE 'Y' TO WS-CHG-TYPE
002270     END-IF.
002280     IF DB-A-DNC-FLAG NOT = DB-B-DNC-FLAG
002290         MOVE 'Y' TO WS-CHG-DNC
002300     END-IF.
002310     IF DB-A-NAME NOT = DB-B-NAME
002320         MOVE 'Y' TO WS-CHG-NAME
002330     END-IF.
002340     IF DB-A-ADDRESS NOT = DB-B-ADDRESS
002350         MOVE 'Y' TO WS-CHG-ADDRESS
002360     END-IF.
002370     MOVE WS-CHANGED-FLAGS TO DB-CHANGED-FLAGS.
002380 2100-EXIT.
002390     EXIT.

002400*-----------------------------------------------------------
002410* THE EVENT TYPE THE CRM SEES, ONE PER CUST_HIST ACTION. AN
002420* ACTION NOT LISTED GOES OUT AS 'ACTION' WITH ITS CODE IN
002430* HIST_ACTION RATHER THAN BEING DROPPED.
002440*-----------------------------------------------------------
002450 2200-SET-EVENT-TYPE.
002460     EVALUATE DB-HIST-ACTION
002470         WHEN 'A'  MOVE 'NEWACCT ' TO DB-EVENT-TYPE
002480         WHEN 'C'  MOVE 'CHANGE  ' TO DB-EVENT-TYPE
002490         WHEN 'D'  MOVE 'DELETE  ' TO DB-EVENT-TYPE
002500         WHEN 'P'  MOVE 'PAYMENT ' TO DB-EVENT-TYPE
002510         WHEN 'R'  MOVE 'RECOVERY' TO DB-EVENT-TYPE
002520         WHEN 'V'  MOVE 'REVERSAL' TO DB-EVENT-TYPE
002530         WHEN 'F'  MOVE 'NSFFEE  ' TO DB-EVENT-TYPE
002535         WHEN 'G'  MOVE 'LATEFEE ' TO DB-EVENT-TYPE
002537         WHEN 'E'  MOVE 'REFUND  ' TO DB-EVENT-TYPE
002540         WHEN 'I'  MOVE 'INTEREST' TO DB-EVENT-TYPE
002550         WHEN 'W'  MOVE 'WRITEOFF' TO DB-EVENT-TYPE
002560         WHEN 'L'  MOVE 'LIMIT   ' TO DB-EVENT-TYPE
002570         WHEN 'T'  MOVE 'ACCTTYPE' TO DB-EVENT-TYPE
002575         WHEN 'M'  MOVE 'MERGE   ' TO DB-EVENT-TYPE
002577         WHEN 'N'  MOVE 'ADDRMOVE' TO DB-EVENT-TYPE
002580         WHEN OTHER
002590                   MOVE 'ACTION  ' TO DB-EVENT-TYPE
002600     END-EVALUATE.
002610 2200-EXIT.
002620     EXIT.

002630*-----------------------------------------------------------
002640* THE CUSTOMER ROW AS IT STANDS IN THIS UNIT OF WORK. NO ROW
002650* (NOT YET ADDED, OR JUST DELETED) READS AS BLANK.
002660*-----------------------------------------------------------
002670 8000-READ-CUSTOMER.
002680     EXEC SQL
002690         SELECT CUST_NAME, CUST_ADDRESS, CUST_BALANCE,
002700                CREDIT_LIMIT, ACCOUNT_TYPE, ACCT_STATUS,
002710                DNC_FLAG
002720           INTO :DB-A-NAME, :DB-A-ADDRESS, :DB-A-BALANCE,
002730                :DB-A-CREDIT-LIMIT, :DB-A-ACCOUNT-TYPE,
002740                :DB-A-ACCT-STATUS, :DB-A-DNC-FLAG
002750           FROM CUSTOMER
002760          WHERE CUST_ID = :DB-CUST-ID
002770     END-EXEC.

002780     EVALUATE SQLCODE
002790         WHEN ZERO
002800             CONTINUE
002810         WHEN 100
002820             MOVE SPACES TO DB-A-NAME
002830             MOVE SPACES TO DB-A-ADDRESS
002840             MOVE ZERO   TO DB-A-BALANCE
002850             MOVE ZERO   TO DB-A-CREDIT-LIMIT
002860             MOVE SPACE  TO DB-A-ACCOUNT-TYPE
002870             MOVE SPACE  TO DB-A-ACCT-STATUS
002880             MOVE SPACE  TO DB-A-DNC-FLAG
002890         WHEN OTHER
002900             PERFORM 8900-SQL-ERROR
002910                 THRU 8900-EXIT
002920     END-EVALUATE.
002930 8000-EXIT.
002940     EXIT.

002950 8900-SQL-ERROR.
002960     MOVE 12 TO EVT-RETURN-CODE.
002970     MOVE SQLCODE TO EVT-SQLCODE.
002980 8900-EXIT.
002990     EXIT.
