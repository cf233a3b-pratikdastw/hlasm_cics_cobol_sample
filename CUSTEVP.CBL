000100*****************************************************************
000110* CUSTEVP - CRM CHANGE-EVENT PUBLISHER
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTEVP.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. PUTS EVERY CUST_EVENT ROW
000220*                  NOT YET PUBLISHED (PUB_STATUS 'N') ON THE
000230*                  CRM QUEUE CRM.CUSTOMER.EVENTS IN EVENT_ID
000240*                  ORDER, MARKING EACH ONE PUBLISHED ('P') AS
000250*                  IT GOES. THE PUTS ARE UNDER MQ SYNCPOINT AND
000260*                  ARE COMMITTED AHEAD OF THE DB2 MARKS ON AN
000270*                  INTERVAL. WITH THE QUEUE MANAGER OR QUEUE
000280*                  UNAVAILABLE, OR ON A FAILED PUT, THE
000290*                  INTERVAL IS BACKED OUT AND THE RUN STOPS:
000300*                  EVERYTHING FROM THE FIRST UNSENT EVENT ON
000310*                  STAYS HELD FOR THE NEXT RUN, SO NO
000320*                  CUSTOMER'S EVENTS GO OUT OF ORDER. RC=4
000330*                  WHEN EVENTS ARE LEFT HELD.
000340*-----------------------------------------------------------
000350* SCHEDULING: RUN THROUGH THE DAY AND ONCE AFTER THE NIGHTLY
000360* POSTING JOBS, AHEAD OF CUSTEVR. NOT UNDER CUSTRUN RUN
000370* CONTROL - IT RUNS MANY TIMES A BUSINESS DAY AND EVERY RUN
000380* SIMPLY PICKS UP WHAT IS STILL HELD.
000390*
000400* DELIVERY IS AT LEAST ONCE. THE MQ COMMIT GOES FIRST, SO A
000410* FAILURE BETWEEN IT AND THE DB2 COMMIT RE-SENDS THAT
000420* INTERVAL ON THE NEXT RUN; THE CRM DISCARDS A REPEATED
000430* EVENT-ID. NOTHING IS EVER MARKED PUBLISHED THAT THE QUEUE
000440* MANAGER DID NOT ACCEPT.
000450*-----------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.

000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT RPT-FILE ASSIGN TO RPTOUT
000530         ORGANIZATION IS SEQUENTIAL.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  RPT-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  RPT-RECORD              PIC X(133).

000600 WORKING-STORAGE SECTION.
000610* DB2 communication area
000620 EXEC SQL
000630     INCLUDE SQLCA
000640 END-EXEC.

000650* Host variables for the held-event cursor
000660 01  DB-EVENT-ID             PIC S9(18) COMP.
000670 01  DB-CUST-ID              PIC X(6).
000680 01  DB-EVENT-TYPE           PIC X(8).
000690 01  DB-HIST-ACTION          PIC X(1).
000700 01  DB-HIST-TS              PIC X(26).
000710 01  DB-CHANGED-FLAGS        PIC X(7).
000720 01  DB-BAL-BEFORE           PIC S9(9)V99 COMP-3.
000730 01  DB-BAL-AFTER            PIC S9(9)V99 COMP-3.
000740 01  DB-STATUS-BEFORE        PIC X(1).
000750 01  DB-STATUS-AFTER         PIC X(1).
000760 01  DB-LIMIT-BEFORE         PIC S9(9)V99 COMP-3.
000770 01  DB-LIMIT-AFTER          PIC S9(9)V99 COMP-3.
000780 01  DB-TYPE-BEFORE          PIC X(1).
000790 01  DB-TYPE-AFTER           PIC X(1).
000800 01  DB-DNC-BEFORE           PIC X(1).
000810 01  DB-DNC-AFTER            PIC X(1).
000820 01  DB-NAME-BEFORE          PIC X(30).
000830 01  DB-NAME-AFTER           PIC X(30).
000840 01  DB-ADDR-BEFORE          PIC X(50).
000850 01  DB-ADDR-AFTER           PIC X(50).
000860 01  DB-OPERATOR             PIC X(8).
000870 01  DB-EVENT-TS             PIC X(26).

000880* Host variables for the held-event summary
000890 01  DB-HELD-COUNT           PIC S9(9) COMP.
000900 01  DB-OLDEST-HELD-TS       PIC X(26).

000910 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
000920     88  WS-EOF-REACHED        VALUE 'Y'.
000930 77  WS-STOP-SWITCH          PIC X(01)      VALUE 'N'.
000940     88  WS-PUBLISH-STOPPED    VALUE 'Y'.
000950 77  WS-COMMIT-INTERVAL      PIC S9(04) COMP VALUE 100.
000960 77  WS-SINCE-COMMIT         PIC S9(04) COMP VALUE 0.
000970 77  WS-PUBLISHED-COUNT      PIC S9(09) COMP-3 VALUE 0.
000980 77  WS-ABEND-CODE           PIC S9(04) COMP.

000990* MQ connection state. The queue manager and queue are fixed
001000* for production; the CRM subscribes to the queue.
001010 01  WS-MQ-WORK.
001020     05  WS-QMGR-NAME        PIC X(48)  VALUE 'CSQP'.
001030     05  WS-QUEUE-NAME       PIC X(48)  VALUE
001040         'CRM.CUSTOMER.EVENTS'.
001050     05  WS-HCONN            PIC S9(9)  BINARY VALUE 0.
001060     05  WS-HOBJ             PIC S9(9)  BINARY VALUE 0.
001070     05  WS-OPEN-OPTIONS     PIC S9(9)  BINARY.
001080     05  WS-CLOSE-OPTIONS    PIC S9(9)  BINARY.
001090     05  WS-MQ-COMPCODE      PIC S9(9)  BINARY.
001100     05  WS-MQ-REASON        PIC S9(9)  BINARY.
001110     05  WS-MSG-LENGTH       PIC S9(9)  BINARY.
001120     05  WS-MQ-STATE-SW      PIC X(01)  VALUE 'N'.
001130         88  WS-MQ-CONNECTED   VALUE 'C' 'O'.
001140         88  WS-MQ-READY       VALUE 'O'.
001150* WHY THE RUN STOPPED, FOR THE REPORT
001160     05  WS-STOP-REASON      PIC X(40)  VALUE SPACES.
001170     05  WS-STOP-MQ-REASON   PIC S9(9)  BINARY VALUE 0.

001180 01  MQ-CONSTANTS.
001190     COPY CMQV.
001200 01  MQ-OBJECT-DESCRIPTOR.
001210     COPY CMQODV.
001220 01  MQ-MESSAGE-DESCRIPTOR.
001230     COPY CMQMDV.
001240 01  MQ-PUT-MESSAGE-OPTIONS.
001250     COPY CMQPMOV.

001260* The event message as the CRM receives it - fixed-position
001270* character data (MQFMT-STRING), amounts signed with a leading
001280* separate sign and two implied decimals.
001290 01  EVM-MESSAGE.
001300     05  EVM-LAYOUT-ID       PIC X(08)  VALUE 'CUSTEVT1'.
001310     05  EVM-EVENT-ID        PIC 9(18).
001320     05  EVM-CUST-ID         PIC X(06).
001330     05  EVM-EVENT-TYPE      PIC X(08).
001340     05  EVM-HIST-ACTION     PIC X(01).
001350     05  EVM-HIST-TS         PIC X(26).
001360     05  EVM-CHANGED-FLAGS   PIC X(07).
001370     05  EVM-BAL-BEFORE      PIC S9(09)V99
001380                             SIGN LEADING SEPARATE.
001390     05  EVM-BAL-AFTER       PIC S9(09)V99
001400                             SIGN LEADING SEPARATE.
001410     05  EVM-STATUS-BEFORE   PIC X(01).
001420     05  EVM-STATUS-AFTER    PIC X(01).
001430     05  EVM-LIMIT-BEFORE    PIC S9(09)V99
001440                             SIGN LEADING SEPARATE.
001450     05  EVM-LIMIT-AFTER     PIC S9(09)V99
001460                             SIGN LEADING SEPARATE.
001470     05  EVM-TYPE-BEFORE     PIC X(01).
001480     05  EVM-TYPE-AFTER      PIC X(01).
001490     05  EVM-DNC-BEFORE      PIC X(01).
001500     05  EVM-DNC-AFTER       PIC X(01).
001510     05  EVM-NAME-BEFORE     PIC X(30).
001520     05  EVM-NAME-AFTER      PIC X(30).
001530     05  EVM-ADDR-BEFORE     PIC X(50).
001540     05  EVM-ADDR-AFTER      PIC X(50).
001550     05  EVM-OPERATOR        PIC X(08).
001560     05  EVM-EVENT-TS        PIC X(26).

001570 01  WS-CURRENT-DATE         PIC 9(08).
001580 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001590     05  WS-CURR-YYYY        PIC 9(04).
001600     05  WS-CURR-MM          PIC 9(02).
001610     05  WS-CURR-DD          PIC 9(02).

001620 01  RPT-HEADING-1.
001630     05  FILLER              PIC X(01)  VALUE SPACE.
001640     05  FILLER              PIC X(40)  VALUE
001650         'CRM CHANGE-EVENT PUBLICATION'.
001660     05  FILLER              PIC X(20)  VALUE SPACES.
001670     05  FILLER              PIC X(05)  VALUE 'PAGE '.
001680     05  RH1-PAGE-NO         PIC ZZ9.
001690     05  FILLER              PIC X(63)  VALUE SPACES.

001700 01  RPT-HEADING-2.
001710     05  FILLER              PIC X(01)  VALUE SPACE.
001720     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
001730     05  RH2-RUN-MM          PIC 99.
001740     05  FILLER              PIC X(01)  VALUE '/'.
001750     05  RH2-RUN-DD          PIC 99.
001760     05  FILLER              PIC X(01)  VALUE '/'.
001770     05  RH2-RUN-YYYY        PIC 9999.
001780     05  FILLER              PIC X(105) VALUE SPACES.

001790 01  RPT-TOTAL-LINE.
001800     05  FILLER              PIC X(01)  VALUE SPACE.
001810     05  RT-LABEL            PIC X(30).
001820     05  RT-COUNT            PIC ZZZZZZZZ9.
001830     05  FILLER              PIC X(93)  VALUE SPACES.

001840 01  RPT-TEXT-LINE.
001850     05  FILLER              PIC X(01)  VALUE SPACE.
001860     05  RX-LABEL            PIC X(30).
001870     05  RX-TEXT             PIC X(40).
001880     05  FILLER              PIC X(02)  VALUE SPACES.
001890     05  RX-REASON-LABEL     PIC X(08).
001900     05  RX-REASON           PIC ZZZZ9.
001910     05  FILLER              PIC X(47)  VALUE SPACES.

001920 PROCEDURE DIVISION.
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE
001950         THRU 1000-EXIT.
001960     IF WS-MQ-READY
001970         PERFORM 2000-PUBLISH-ONE-EVENT
001980             THRU 2000-EXIT
001990             UNTIL WS-EOF-REACHED
002000             OR WS-PUBLISH-STOPPED
002010     END-IF.
002020     PERFORM 3000-TERMINATE
002030         THRU 3000-EXIT.
002040     GOBACK.

002050 1000-INITIALIZE.
002060     OPEN OUTPUT RPT-FILE.
002070     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
002080     MOVE WS-CURR-MM   TO RH2-RUN-MM.
002090     MOVE WS-CURR-DD   TO RH2-RUN-DD.
002100     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.

002110     PERFORM 1100-OPEN-QUEUE
002120         THRU 1100-EXIT.
002130     IF NOT WS-MQ-READY
002140         GO TO 1000-EXIT
002150     END-IF.

002160* EVENT_ID ORDER IS COMMIT ORDER PER CUSTOMER. WITH HOLD KEEPS
002170* THE CURSOR OPEN ACROSS THE INTERVAL COMMITS.
002180     EXEC SQL
002190         DECLARE EVPCSR CURSOR WITH HOLD FOR
002200         SELECT EVENT_ID, CUST_ID, EVENT_TYPE, HIST_ACTION,
002210                CHAR(HIST_TS), CHANGED_FLAGS,
002220                BAL_BEFORE, BAL_AFTER,
002230                STATUS_BEFORE, STATUS_AFTER,
002240                LIMIT_BEFORE, LIMIT_AFTER,
002250                TYPE_BEFORE, TYPE_AFTER,
002260                DNC_BEFORE, DNC_AFTER,
002270                NAME_BEFORE, NAME_AFTER,
002280                ADDR_BEFORE, ADDR_AFTER,
002290                OPERATOR_ID, CHAR(EVENT_TS)
002300           FROM CUST_EVENT
002310          WHERE PUB_STATUS = 'N'
002320          ORDER BY EVENT_ID
002330     END-EXEC.

002340     EXEC SQL
002350         OPEN EVPCSR
002360     END-EXEC.

002370     IF SQLCODE NOT = ZERO
002380         DISPLAY 'CUSTEVP - OPEN CURSOR FAILED, SQLCODE = '
002390             SQLCODE
002400         MOVE 900 TO WS-ABEND-CODE
002410         PERFORM 9999-ABEND
002420     END-IF.

002430     PERFORM 2100-FETCH-NEXT-ROW
002431         THRU 2100-EXIT.
002440 1000-EXIT.
002450     EXIT.

002460*-----------------------------------------------------------
002470* CONNECT AND OPEN THE CRM QUEUE. EITHER ONE FAILING IS NOT AN
002480* ABEND - THE EVENTS STAY HELD ON CUST_EVENT AND THE NEXT RUN
002490* SENDS THEM - SO THE RUN REPORTS THE REASON AND ENDS RC=4.
002500*-----------------------------------------------------------
002510 1100-OPEN-QUEUE.
002520     CALL 'MQCONN' USING WS-QMGR-NAME, WS-HCONN,
002530                         WS-MQ-COMPCODE, WS-MQ-REASON.
002540     IF WS-MQ-COMPCODE = MQCC-FAILED
002550         DISPLAY 'CUSTEVP - MQCONN FAILED, REASON = '
002560             WS-MQ-REASON
002570         MOVE 'QUEUE MANAGER NOT AVAILABLE' TO WS-STOP-REASON
002580         MOVE WS-MQ-REASON TO WS-STOP-MQ-REASON
002590         SET WS-PUBLISH-STOPPED TO TRUE
002600         GO TO 1100-EXIT
002610     END-IF.
002620     MOVE 'C' TO WS-MQ-STATE-SW.

002630     MOVE WS-QUEUE-NAME TO MQOD-OBJECTNAME.
002640     COMPUTE WS-OPEN-OPTIONS = MQOO-OUTPUT
002650                             + MQOO-FAIL-IF-QUIESCING.
002660     CALL 'MQOPEN' USING WS-HCONN, MQOD, WS-OPEN-OPTIONS,
002670                         WS-HOBJ, WS-MQ-COMPCODE, WS-MQ-REASON.
002680     IF WS-MQ-COMPCODE = MQCC-FAILED
002690         DISPLAY 'CUSTEVP - MQOPEN FAILED, REASON = '
002700             WS-MQ-REASON
002710         MOVE 'CRM QUEUE NOT AVAILABLE' TO WS-STOP-REASON
002720         MOVE WS-MQ-REASON TO WS-STOP-MQ-REASON
002730         SET WS-PUBLISH-STOPPED TO TRUE
002740         GO TO 1100-EXIT
002750     END-IF.
002760     MOVE 'O' TO WS-MQ-STATE-SW.

002770     MOVE MQFMT-STRING     TO MQMD-FORMAT.
002780     MOVE MQPER-PERSISTENT TO MQMD-PERSISTENCE.
002790     MOVE MQMT-DATAGRAM    TO MQMD-MSGTYPE.
002800     COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT
002810                           + MQPMO-NEW-MSG-ID
002820                           + MQPMO-FAIL-IF-QUIESCING.
002830     MOVE LENGTH OF EVM-MESSAGE TO WS-MSG-LENGTH.
002840 1100-EXIT.
002850     EXIT.

002860*-----------------------------------------------------------
002870* ONE EVENT: PUT IT, THEN MARK IT PUBLISHED. A PUT THAT FAILS
002880* BACKS OUT THE INTERVAL AND STOPS THE RUN - THIS EVENT AND
002890* EVERY LATER ONE STAY HELD, IN ORDER, FOR THE NEXT RUN.
002900*-----------------------------------------------------------
002910 2000-PUBLISH-ONE-EVENT.
002920     PERFORM 2300-BUILD-MESSAGE
002930         THRU 2300-EXIT.

002940     MOVE MQMI-NONE TO MQMD-MSGID.
002950     MOVE MQCI-NONE TO MQMD-CORRELID.
002960     CALL 'MQPUT' USING WS-HCONN, WS-HOBJ, MQMD, MQPMO,
002970                        WS-MSG-LENGTH, EVM-MESSAGE,
002980                        WS-MQ-COMPCODE, WS-MQ-REASON.
002990     IF WS-MQ-COMPCODE = MQCC-FAILED
003000         DISPLAY 'CUSTEVP - MQPUT FAILED FOR EVENT '
003010             EVM-EVENT-ID ' REASON = ' WS-MQ-REASON
003020         MOVE 'PUT TO CRM QUEUE FAILED' TO WS-STOP-REASON
003030         MOVE WS-MQ-REASON TO WS-STOP-MQ-REASON
003040         PERFORM 2700-BACK-OUT-INTERVAL
003050             THRU 2700-EXIT
003060         GO TO 2000-EXIT
003070     END-IF.

003080     EXEC SQL
003090         UPDATE CUST_EVENT
003100            SET PUB_STATUS = 'P',
003110                PUB_TS     = CURRENT TIMESTAMP
003120          WHERE EVENT_ID = :DB-EVENT-ID
003130     END-EXEC.

003140     IF SQLCODE NOT = ZERO
003150         DISPLAY 'CUSTEVP - PUBLISHED MARK FAILED FOR EVENT '
003160             EVM-EVENT-ID ' SQLCODE = ' SQLCODE
003170         MOVE 902 TO WS-ABEND-CODE
003180         PERFORM 9999-ABEND
003190     END-IF.

003200     ADD 1 TO WS-SINCE-COMMIT.
003210     IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
003220         PERFORM 2600-COMMIT-INTERVAL
003230             THRU 2600-EXIT
003240     END-IF.

003250     IF NOT WS-PUBLISH-STOPPED
003260         PERFORM 2100-FETCH-NEXT-ROW
003261             THRU 2100-EXIT
003270     END-IF.
003280 2000-EXIT.
003290     EXIT.

003300 2100-FETCH-NEXT-ROW.
003310     EXEC SQL
003320         FETCH EVPCSR
003330         INTO :DB-EVENT-ID, :DB-CUST-ID, :DB-EVENT-TYPE,
003340              :DB-HIST-ACTION, :DB-HIST-TS, :DB-CHANGED-FLAGS,
003350              :DB-BAL-BEFORE, :DB-BAL-AFTER,
003360              :DB-STATUS-BEFORE, :DB-STATUS-AFTER,
003370              :DB-LIMIT-BEFORE, :DB-LIMIT-AFTER,
003380              :DB-TYPE-BEFORE, :DB-TYPE-AFTER,
003390              :DB-DNC-BEFORE, :DB-DNC-AFTER,
003400              :DB-NAME-BEFORE, :DB-NAME-AFTER,
003410              :DB-ADDR-BEFORE, :DB-ADDR-AFTER,
003420              :DB-OPERATOR, :DB-EVENT-TS
003430     END-EXEC.

003440     EVALUATE SQLCODE
003450         WHEN ZERO
003460             CONTINUE
003470         WHEN 100
003480             SET WS-EOF-REACHED TO TRUE
003490         WHEN OTHER
003500             DISPLAY 'CUSTEVP - FETCH FAILED, SQLCODE = '
003510                 SQLCODE
003520             MOVE 901 TO WS-ABEND-CODE
003530             PERFORM 9999-ABEND
003540     END-EVALUATE.
003541 2100-EXIT.
003542     EXIT.

003550 2300-BUILD-MESSAGE.
003560     MOVE DB-EVENT-ID       TO EVM-EVENT-ID.
003570     MOVE DB-CUST-ID        TO EVM-CUST-ID.
003580     MOVE DB-EVENT-TYPE     TO EVM-EVENT-TYPE.
003590     MOVE DB-HIST-ACTION    TO EVM-HIST-ACTION.
003600     MOVE DB-HIST-TS        TO EVM-HIST-TS.
003610     MOVE DB-CHANGED-FLAGS  TO EVM-CHANGED-FLAGS.
003620     MOVE DB-BAL-BEFORE     TO EVM-BAL-BEFORE.
003630     MOVE DB-BAL-AFTER      TO EVM-BAL-AFTER.
003640     MOVE DB-STATUS-BEFORE  TO EVM-STATUS-BEFORE.
003650     MOVE DB-STATUS-AFTER   TO EVM-STATUS-AFTER.
003660     MOVE DB-LIMIT-BEFORE   TO EVM-LIMIT-BEFORE.
003670     MOVE DB-LIMIT-AFTER    TO EVM-LIMIT-AFTER.
003680     MOVE DB-TYPE-BEFORE    TO EVM-TYPE-BEFORE.
003690     MOVE DB-TYPE-AFTER     TO EVM-TYPE-AFTER.
003700     MOVE DB-DNC-BEFORE     TO EVM-DNC-BEFORE.
003710     MOVE DB-DNC-AFTER      TO EVM-DNC-AFTER.
003720     MOVE DB-NAME-BEFORE    TO EVM-NAME-BEFORE.
003730     MOVE DB-NAME-AFTER     TO EVM-NAME-AFTER.
003740     MOVE DB-ADDR-BEFORE    TO EVM-ADDR-BEFORE.
003750     MOVE DB-ADDR-AFTER     TO EVM-ADDR-AFTER.
003760     MOVE DB-OPERATOR       TO EVM-OPERATOR.
003770     MOVE DB-EVENT-TS       TO EVM-EVENT-TS.
003780 2300-EXIT.
003790     EXIT.

003800*-----------------------------------------------------------
003810* THE QUEUE MANAGER COMMITS FIRST: ONCE THE MESSAGES ARE
003820* SAFE, THE PUBLISHED MARKS COMMIT. A FAILED MQ COMMIT LEAVES
003830* NOTHING SENT, SO THE MARKS ARE ROLLED BACK WITH IT.
003840*-----------------------------------------------------------
003850 2600-COMMIT-INTERVAL.
003860     CALL 'MQCMIT' USING WS-HCONN, WS-MQ-COMPCODE, WS-MQ-REASON.
003870     IF WS-MQ-COMPCODE NOT = MQCC-OK
003880         DISPLAY 'CUSTEVP - MQCMIT FAILED, REASON = '
003890             WS-MQ-REASON
003900         MOVE 'COMMIT ON CRM QUEUE FAILED' TO WS-STOP-REASON
003910         MOVE WS-MQ-REASON TO WS-STOP-MQ-REASON
003920         PERFORM 2700-BACK-OUT-INTERVAL
003930             THRU 2700-EXIT
003940         GO TO 2600-EXIT
003950     END-IF.

003960     EXEC SQL
003970         COMMIT
003980     END-EXEC.

003990     IF SQLCODE NOT = ZERO
004000         DISPLAY 'CUSTEVP - COMMIT FAILED, SQLCODE = ' SQLCODE
004010         MOVE 904 TO WS-ABEND-CODE
004020         PERFORM 9999-ABEND
004030     END-IF.

004040     ADD WS-SINCE-COMMIT TO WS-PUBLISHED-COUNT.
004050     MOVE ZERO TO WS-SINCE-COMMIT.
004060 2600-EXIT.
004070     EXIT.

004080* BACK OUT BOTH SIDES OF THE INTERVAL AND STOP. THE ROLLBACK
004090* ALSO CLOSES THE CURSOR.
004100 2700-BACK-OUT-INTERVAL.
004110     CALL 'MQBACK' USING WS-HCONN, WS-MQ-COMPCODE, WS-MQ-REASON.
004120     EXEC SQL
004130         ROLLBACK
004140     END-EXEC.
004150     MOVE ZERO TO WS-SINCE-COMMIT.
004160     SET WS-PUBLISH-STOPPED TO TRUE.
004170 2700-EXIT.
004180     EXIT.

004190 2200-WRITE-HEADINGS.
004200     WRITE RPT-RECORD FROM RPT-HEADING-1
004210         AFTER ADVANCING 1 LINE.
004220     WRITE RPT-RECORD FROM RPT-HEADING-2
004230         AFTER ADVANCING 1 LINE.
004240     MOVE SPACES TO RPT-RECORD.
004250     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
004260 2200-EXIT.
004270     EXIT.

004280 3000-TERMINATE.
004290     IF WS-MQ-READY
004300      AND NOT WS-PUBLISH-STOPPED
004310      AND WS-SINCE-COMMIT > ZERO
004320         PERFORM 2600-COMMIT-INTERVAL
004330             THRU 2600-EXIT
004340     END-IF.

004350     IF WS-MQ-READY AND NOT WS-PUBLISH-STOPPED
004360         EXEC SQL
004370             CLOSE EVPCSR
004380         END-EXEC
004390     END-IF.

004400     IF WS-MQ-READY
004410         MOVE MQCO-NONE TO WS-CLOSE-OPTIONS
004420         CALL 'MQCLOSE' USING WS-HCONN, WS-HOBJ,
004430                              WS-CLOSE-OPTIONS,
004440                              WS-MQ-COMPCODE, WS-MQ-REASON
004450     END-IF.
004460     IF WS-MQ-CONNECTED
004470         CALL 'MQDISC' USING WS-HCONN,
004480                             WS-MQ-COMPCODE, WS-MQ-REASON
004485         MOVE 'N' TO WS-MQ-STATE-SW
004490     END-IF.

004500* WHAT IS LEFT HELD - INCLUDING ANY EVENTS POSTED WHILE THIS
004510* RUN WAS GOING - AND HOW LONG THE OLDEST HAS WAITED.
004520     EXEC SQL
004530         SELECT COUNT(*),
004540                COALESCE(CHAR(MIN(EVENT_TS)), ' ')
004550           INTO :DB-HELD-COUNT, :DB-OLDEST-HELD-TS
004560           FROM CUST_EVENT
004570          WHERE PUB_STATUS = 'N'
004580     END-EXEC.

004590     IF SQLCODE NOT = ZERO
004600         DISPLAY 'CUSTEVP - HELD COUNT FAILED, SQLCODE = '
004610             SQLCODE
004620         MOVE 903 TO WS-ABEND-CODE
004630         PERFORM 9999-ABEND
004640     END-IF.

004650     PERFORM 2200-WRITE-HEADINGS
004660         THRU 2200-EXIT.
004670     MOVE 'EVENTS PUBLISHED:' TO RT-LABEL.
004680     MOVE WS-PUBLISHED-COUNT TO RT-COUNT.
004690     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
004700         AFTER ADVANCING 1 LINE.
004710     MOVE 'EVENTS HELD FOR NEXT RUN:' TO RT-LABEL.
004720     MOVE DB-HELD-COUNT TO RT-COUNT.
004730     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
004740         AFTER ADVANCING 1 LINE.
004750     IF DB-HELD-COUNT > ZERO
004760         MOVE SPACES TO RPT-TEXT-LINE
004770         MOVE 'OLDEST HELD EVENT:' TO RX-LABEL
004780         MOVE DB-OLDEST-HELD-TS(1:19) TO RX-TEXT
004790         WRITE RPT-RECORD FROM RPT-TEXT-LINE
004800             AFTER ADVANCING 1 LINE
004810     END-IF.
004820     IF WS-PUBLISH-STOPPED
004830         MOVE SPACES TO RPT-TEXT-LINE
004840         MOVE 'PUBLICATION STOPPED:' TO RX-LABEL
004850         MOVE WS-STOP-REASON TO RX-TEXT
004860         MOVE 'REASON' TO RX-REASON-LABEL
004870         MOVE WS-STOP-MQ-REASON TO RX-REASON
004880         WRITE RPT-RECORD FROM RPT-TEXT-LINE
004890             AFTER ADVANCING 2 LINES
004900     END-IF.

004910     CLOSE RPT-FILE.
004920     DISPLAY 'CUSTEVP - EVENTS PUBLISHED: ' WS-PUBLISHED-COUNT
004930         ' HELD: ' DB-HELD-COUNT.

004940* HELD EVENTS ARE NOT AN ABEND - THE NEXT RUN SENDS THEM - BUT
004950* THE SCHEDULER SHOULD SEE A RUN THAT COULD NOT REACH THE QUEUE.
004960     IF WS-PUBLISH-STOPPED
004970         MOVE 4 TO RETURN-CODE
004980     END-IF.
004990 3000-EXIT.
005000     EXIT.

005010* UNDER THE TSO ATTACHMENT A GOBACK IS A NORMAL END AND WOULD
005020* COMMIT THE IN-FLIGHT MARKS; BACK OUT BOTH SIDES FIRST SO THE
005030* INTERVAL'S EVENTS STAY HELD.
005040 9999-ABEND.
005050     IF WS-MQ-CONNECTED
005060         CALL 'MQBACK' USING WS-HCONN,
005070                             WS-MQ-COMPCODE, WS-MQ-REASON
005080     END-IF.
005090     EXEC SQL
005100         ROLLBACK
005110     END-EXEC.
005120     IF WS-MQ-READY
005130         MOVE MQCO-NONE TO WS-CLOSE-OPTIONS
005140         CALL 'MQCLOSE' USING WS-HCONN, WS-HOBJ,
005150                              WS-CLOSE-OPTIONS,
005160                              WS-MQ-COMPCODE, WS-MQ-REASON
005170     END-IF.
005180     IF WS-MQ-CONNECTED
005190         CALL 'MQDISC' USING WS-HCONN,
005200                             WS-MQ-COMPCODE, WS-MQ-REASON
005210     END-IF.
005220     CLOSE RPT-FILE.
005230     MOVE WS-ABEND-CODE TO RETURN-CODE.
005240     GOBACK.
