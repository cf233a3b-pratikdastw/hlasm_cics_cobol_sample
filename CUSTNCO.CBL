000100*****************************************************************
000110* CUSTNCO - RETURNED-MAIL AND NCOA CHANGE-OF-ADDRESS INTAKE
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTNCO.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. APPLIES THE MAIL VENDOR'S
000220*                  TWO ADDRESS-QUALITY FILES AGAINST CUSTOMER.
000230*                  THE NCOA CHANGE-OF-ADDRESS FILE MOVES THE
000240*                  CUSTOMER TO THE FORWARDING ADDRESS ON FILE
000250*                  WITH THE POSTAL SERVICE: CUST_ADDRESS IS
000260*                  UPDATED, ANY BAD-ADDRESS MARKER IS CLEARED,
000270*                  AND THE MOVE IS JOURNALED TO CUST_HIST AS
000280*                  ACTION 'N' WITH ITS CRM CHANGE EVENT. THE
000290*                  RETURNED-MAIL FILE SETS THE BAD-ADDRESS
000300*                  MARKER (CUSTOMER.BAD_ADDR_FLAG) SO CUSTSTM,
000310*                  CUSTLTR AND CUSTRCN HOLD THE CUSTOMER'S MAIL
000320*                  FOR FOLLOW-UP UNTIL A REP CORRECTS THE
000330*                  ADDRESS. A RECORD FOR AN ADDRESS THE CUSTOMER
000340*                  NO LONGER HAS ON FILE IS REJECTED, SO STALE
000350*                  VENDOR DATA NEVER OVERRIDES A CORRECTION.
000360*                  REGISTER AND A REJECT FILE WITH REASONS.
000370*-----------------------------------------------------------
000380* RERUN: EVERY RECORD IS CHECKED AGAINST THE ADDRESS ON FILE
000390* BEFORE IT IS APPLIED, SO A RERUN AFTER AN ABEND SIMPLY FINDS
000400* THE WORK ALREADY COMMITTED AS ALREADY APPLIED AND CARRIES ON
000410* - NO CUST_RESTART CHECKPOINT ROW IS NEEDED. THE NCOA FILE IS
000420* APPLIED FIRST, SO A PIECE RETURNED FROM THE ADDRESS THE
000430* CUSTOMER HAS JUST MOVED AWAY FROM DOES NOT MARK THE NEW ONE.
000440*-----------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.

000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT NCO-FILE ASSIGN TO NCOAIN
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT RTM-FILE ASSIGN TO RTMIN
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT REJ-FILE ASSIGN TO REJOUT
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT RPT-FILE ASSIGN TO RPTOUT
000580         ORGANIZATION IS SEQUENTIAL.

000590 DATA DIVISION.
000600 FILE SECTION.
000610* NCOA change-of-address match: the address we mailed to and
000620* the forwarding address the postal service has for the
000630* customer
000640 FD  NCO-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 01  NCO-RECORD.
000680     05  NCO-CUSTOMER-ID     PIC X(06).
000690     05  NCO-OLD-ADDRESS     PIC X(50).
000700     05  NCO-NEW-ADDRESS     PIC X(50).
000710     05  NCO-MOVE-DATE       PIC X(10).
000720* I = INDIVIDUAL, F = FAMILY, B = BUSINESS
000730     05  NCO-MOVE-TYPE       PIC X(01).
000740     05  FILLER              PIC X(33).

000750* Returned (undeliverable) mail piece, as the vendor logged it
000760 FD  RTM-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  RTM-RECORD.
000800     05  RTM-CUSTOMER-ID     PIC X(06).
000810     05  RTM-RETURN-DATE     PIC X(10).
000820* VENDOR REASON CODE (UA UNDELIVERABLE AS ADDRESSED, NF NO
000830* FORWARDING ORDER, VA VACANT, IA INSUFFICIENT ADDRESS, RF
000840* REFUSED) - CARRIED TO THE REGISTER AS-IS
000850     05  RTM-REASON          PIC X(02).
000860* S = STATEMENT, L = COLLECTION LETTER, N = RATE NOTICE
000870     05  RTM-MAIL-TYPE       PIC X(01).
000880* THE ADDRESS THE PIECE WAS MAILED TO
000890     05  RTM-ADDRESS         PIC X(50).
000900     05  FILLER              PIC X(11).

000910 FD  REJ-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  REJ-RECORD.
000950* N = NCOA FILE, R = RETURNED-MAIL FILE
000960     05  REJ-SOURCE          PIC X(01).
000970     05  REJ-INPUT-DATA      PIC X(150).
000980     05  REJ-REASON          PIC X(25).

000990 FD  RPT-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  RPT-RECORD              PIC X(133).

001030 WORKING-STORAGE SECTION.
001040* DB2 communication area
001050 EXEC SQL
001060     INCLUDE SQLCA
001070 END-EXEC.

001080* Host variables for the customer row the record applies to
001090 01  DB-CUST-ID              PIC X(6).
001100 01  DB-CUST-NAME            PIC X(30).
001110 01  DB-CUR-ADDRESS          PIC X(50).
001120 01  DB-CUST-BALANCE         PIC S9(9)V99 COMP-3.
001130 01  DB-BAD-ADDR-FLAG        PIC X(1).
001140* The address the vendor record says the customer had, the
001150* new address (NCOA only), and whether the address on file
001160* matches each - compared without regard to case, since the
001170* vendor returns standardized upper-case addresses
001180 01  DB-MATCH-ADDRESS        PIC X(50).
001190 01  DB-NEW-ADDRESS          PIC X(50).
001200 01  DB-ADDR-MATCH           PIC X(1).
001210 01  DB-ADDR-MOVED           PIC X(1).

001220* Host variables for the CUST_HIST journal row
001230 01  DB-HIST-ACTION          PIC X(1).
001240 01  DB-HIST-AMOUNT          PIC S9(9)V99 COMP-3.
001250 01  DB-HIST-BAL-BEFORE      PIC S9(9)V99 COMP-3.
001260 01  DB-HIST-BAL-AFTER       PIC S9(9)V99 COMP-3.
001270 01  DB-HIST-OPERATOR        PIC X(8).

001280 77  WS-NCO-EOF-SWITCH       PIC X(01)      VALUE 'N'.
001290     88  WS-NCO-EOF            VALUE 'Y'.
001300 77  WS-RTM-EOF-SWITCH       PIC X(01)      VALUE 'N'.
001310     88  WS-RTM-EOF            VALUE 'Y'.
001320 77  WS-EDIT-SWITCH          PIC X(01)      VALUE 'Y'.
001330     88  WS-EDIT-OK            VALUE 'Y'.
001340     88  WS-EDIT-BAD           VALUE 'N'.
001350 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
001360 77  WS-LINE-CNT             PIC 9(02) COMP VALUE 99.
001370 77  WS-LINES-PER-PAGE       PIC 9(02) COMP VALUE 55.
001380 77  WS-RECORD-NO            PIC S9(09) COMP VALUE 0.
001390 77  WS-COMMIT-INTERVAL      PIC S9(04) COMP VALUE 100.
001400 77  WS-SINCE-COMMIT         PIC S9(04) COMP VALUE 0.
001410 77  WS-NCO-READ             PIC S9(07) COMP-3 VALUE 0.
001420 77  WS-RTM-READ             PIC S9(07) COMP-3 VALUE 0.
001430 77  WS-MOVES-APPLIED        PIC S9(07) COMP-3 VALUE 0.
001440 77  WS-ADDR-MARKED          PIC S9(07) COMP-3 VALUE 0.
001450 77  WS-ALREADY-DONE         PIC S9(07) COMP-3 VALUE 0.
001460 77  WS-REJECT-COUNT         PIC S9(07) COMP-3 VALUE 0.
001470 77  WS-ABEND-CODE           PIC S9(04) COMP.

001480 01  WS-CURRENT-DATE         PIC 9(08).
001490 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001500     05  WS-CURR-YYYY        PIC 9(04).
001510     05  WS-CURR-MM          PIC 9(02).
001520     05  WS-CURR-DD          PIC 9(02).

001530* Batch run control call area (CUSTRUN)
001540 COPY CUSTRUN.

001550* CRM change-event call area (CUSTEVT)
001560 COPY CUSTEVT.

001570* Returned-mail detail as it prints on the register
001580 01  WS-RETURN-DETAIL.
001590     05  FILLER              PIC X(07)  VALUE 'REASON '.
001600     05  WS-RD-REASON        PIC X(02).
001610     05  FILLER              PIC X(07)  VALUE '  TYPE '.
001620     05  WS-RD-MAIL-TYPE     PIC X(01).
001630     05  FILLER              PIC X(11)  VALUE '  RETURNED '.
001640     05  WS-RD-RETURN-DATE   PIC X(10).
001650     05  FILLER              PIC X(12)  VALUE SPACES.

001660 01  RPT-HEADING-1.
001670     05  FILLER              PIC X(01)  VALUE SPACE.
001680     05  FILLER              PIC X(40)  VALUE
001690         'RETURNED MAIL AND NCOA INTAKE REGISTER'.
001700     05  FILLER              PIC X(20)  VALUE SPACES.
001710     05  FILLER              PIC X(05)  VALUE 'PAGE '.
001720     05  RH1-PAGE-NO         PIC ZZ9.
001730     05  FILLER              PIC X(64)  VALUE SPACES.

001740 01  RPT-HEADING-2.
001750     05  FILLER              PIC X(01)  VALUE SPACE.
001760     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
001770     05  RH2-RUN-MM          PIC 99.
001780     05  FILLER              PIC X(01)  VALUE '/'.
001790     05  RH2-RUN-DD          PIC 99.
001800     05  FILLER              PIC X(01)  VALUE '/'.
001810     05  RH2-RUN-YYYY        PIC 9999.
001820     05  FILLER              PIC X(111) VALUE SPACES.

001830 01  RPT-HEADING-3.
001840     05  FILLER              PIC X(01)  VALUE SPACE.
001850     05  FILLER              PIC X(12)  VALUE 'RECORD'.
001860     05  FILLER              PIC X(08)  VALUE 'SOURCE'.
001870     05  FILLER              PIC X(10)  VALUE 'CUST ID'.
001880     05  FILLER              PIC X(32)  VALUE 'CUSTOMER NAME'.
001890     05  FILLER              PIC X(16)  VALUE 'RESULT'.
001900     05  FILLER              PIC X(54)  VALUE
001910         'NEW ADDRESS / RETURN DETAIL'.

001920 01  RPT-DETAIL-LINE.
001930     05  FILLER              PIC X(01)  VALUE SPACE.
001940     05  RD-RECORD-NO        PIC ZZZZZZZ9.
001950     05  FILLER              PIC X(04)  VALUE SPACES.
001960     05  RD-SOURCE           PIC X(06).
001970     05  FILLER              PIC X(02)  VALUE SPACES.
001980     05  RD-CUST-ID          PIC X(06).
001990     05  FILLER              PIC X(04)  VALUE SPACES.
002000     05  RD-CUST-NAME        PIC X(30).
002010     05  FILLER              PIC X(02)  VALUE SPACES.
002020     05  RD-RESULT           PIC X(14).
002030     05  FILLER              PIC X(02)  VALUE SPACES.
002040     05  RD-DETAIL           PIC X(50).
002050     05  FILLER              PIC X(04)  VALUE SPACES.

002060 01  RPT-TOTAL-LINE.
002070     05  FILLER              PIC X(01)  VALUE SPACE.
002080     05  RT-LABEL            PIC X(30).
002090     05  RT-COUNT            PIC ZZZZZZZ9.
002100     05  FILLER              PIC X(94)  VALUE SPACES.

002110 PROCEDURE DIVISION.
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE
002140         THRU 1000-EXIT.
002150     PERFORM 2000-PROCESS-ONE-MOVE
002160         THRU 2000-EXIT
002170         UNTIL WS-NCO-EOF.
002180     PERFORM 2500-PROCESS-ONE-RETURN
002190         THRU 2500-EXIT
002200         UNTIL WS-RTM-EOF.
002210     PERFORM 3000-TERMINATE
002220         THRU 3000-EXIT.
002230     GOBACK.

002240 1000-INITIALIZE.
002250     OPEN INPUT NCO-FILE.
002260     OPEN INPUT RTM-FILE.
002270     OPEN OUTPUT REJ-FILE.
002280     OPEN OUTPUT RPT-FILE.
002290     PERFORM 1050-BEGIN-RUN
002300         THRU 1050-EXIT.
002310     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
002320     MOVE WS-CURR-MM   TO RH2-RUN-MM.
002330     MOVE WS-CURR-DD   TO RH2-RUN-DD.
002340     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
002350     MOVE 'CUSTNCO ' TO DB-HIST-OPERATOR.
002360     INITIALIZE EVT-CONTROL-AREA.

002370     PERFORM 2100-READ-NCO-RECORD
002380         THRU 2100-EXIT.
002390     PERFORM 2510-READ-RTM-RECORD
002400         THRU 2510-EXIT.
002410 1000-EXIT.
002420     EXIT.

002430*-----------------------------------------------------------
002440* CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
002450* (ALREADY COMPLETE FOR THE DATE WITH NO RERUN OVERRIDE). THE
002460* VENDOR FILES DO NOT ARRIVE EVERY NIGHT, SO THE JOB IS NOT ON
002470* THE DAILY SCHEDULE THE DAY CLOSE CHECKS.
002480*-----------------------------------------------------------
002490 1050-BEGIN-RUN.
002500     INITIALIZE RUN-CONTROL-AREA.
002510     MOVE 'CUSTNCO ' TO RUN-JOB-NAME.
002520     SET RUN-BEGIN TO TRUE.
002530     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
002540     IF NOT RUN-OK
002550         DISPLAY 'CUSTNCO - ' RUN-MESSAGE
002560         MOVE 912 TO WS-ABEND-CODE
002570         PERFORM 9999-ABEND
002580     END-IF.
002590 1050-EXIT.
002600     EXIT.

002610*-----------------------------------------------------------
002620* ONE NCOA MOVE. THE ADDRESS ON FILE MUST STILL BE THE ONE THE
002630* VENDOR MATCHED; IF A REP HAS ALREADY CHANGED IT, THE REP'S
002640* ADDRESS STANDS AND THE RECORD IS REJECTED.
002650*-----------------------------------------------------------
002660 2000-PROCESS-ONE-MOVE.
002670     ADD 1 TO WS-RECORD-NO.
002680     ADD 1 TO WS-NCO-READ.
002690     PERFORM 2300-EDIT-MOVE
002700         THRU 2300-EXIT.
002710     IF WS-EDIT-OK
002720         PERFORM 2400-APPLY-MOVE
002730             THRU 2400-EXIT
002740     END-IF.

002750     IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
002760         PERFORM 2900-COMMIT-INTERVAL
002770             THRU 2900-EXIT
002780     END-IF.

002790     PERFORM 2100-READ-NCO-RECORD
002800         THRU 2100-EXIT.
002810 2000-EXIT.
002820     EXIT.

002830 2100-READ-NCO-RECORD.
002840     READ NCO-FILE
002850         AT END
002860             SET WS-NCO-EOF TO TRUE
002870     END-READ.
002880 2100-EXIT.
002890     EXIT.

       2200-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RH1-PAGE-NO.
           IF WS-PAGE-NO > 1
               WRITE RPT-RECORD FROM RPT-HEADING-1
                   AFTER ADVANCING PAGE
           ELSE
               WRITE RPT-RECORD FROM RPT-HEADING-1
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE RPT-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
           WRITE RPT-RECORD FROM RPT-HEADING-3
               AFTER ADVANCING 1 LINE.
           MOVE 4 TO WS-LINE-CNT.
       2200-EXIT.
           EXIT.

002900*-----------------------------------------------------------
002910* SAME CUSTOMER-ID EDIT THE CUST SCREEN APPLIES ONLINE, A
002920* FORWARDING ADDRESS TO MOVE TO, AND THE CUSTOMER ON FILE AT
002930* THE ADDRESS THE VENDOR MATCHED. A CUSTOMER ALREADY AT THE
002940* NEW ADDRESS (A RERUN, OR A REP GOT THERE FIRST) IS COUNTED
002950* AS ALREADY APPLIED, NOT REJECTED.
002960*-----------------------------------------------------------
002970 2300-EDIT-MOVE.
002980     MOVE 'Y' TO WS-EDIT-SWITCH.
002990     MOVE 'NCOA  ' TO RD-SOURCE.
003000     MOVE NCO-NEW-ADDRESS TO RD-DETAIL.
003010     IF NCO-CUSTOMER-ID = SPACES OR LOW-VALUES
003020      OR NCO-CUSTOMER-ID NOT NUMERIC
003030         MOVE 'INVALID CUSTOMER ID' TO REJ-REASON
003040         PERFORM 2320-REJECT-MOVE
003050             THRU 2320-EXIT
003060         GO TO 2300-EXIT
003070     END-IF.
003080     IF NCO-NEW-ADDRESS = SPACES OR LOW-VALUES
003090         MOVE 'NEW ADDRESS MISSING' TO REJ-REASON
003100         PERFORM 2320-REJECT-MOVE
003110             THRU 2320-EXIT
003120         GO TO 2300-EXIT
003130     END-IF.

003140     MOVE NCO-CUSTOMER-ID TO DB-CUST-ID.
003150     MOVE NCO-OLD-ADDRESS TO DB-MATCH-ADDRESS.
003160     MOVE NCO-NEW-ADDRESS TO DB-NEW-ADDRESS.
003170     PERFORM 2800-FETCH-CUSTOMER
003180         THRU 2800-EXIT.
003190     IF SQLCODE = 100
003200         MOVE 'CUSTOMER NOT FOUND' TO REJ-REASON
003210         PERFORM 2320-REJECT-MOVE
003220             THRU 2320-EXIT
003230         GO TO 2300-EXIT
003240     END-IF.

003250     IF DB-ADDR-MOVED = 'Y'
003260         MOVE 'N' TO WS-EDIT-SWITCH
003270         ADD 1 TO WS-ALREADY-DONE
003280         MOVE 'ALREADY MOVED' TO RD-RESULT
003290         PERFORM 2480-WRITE-REGISTER-LINE
003300             THRU 2480-EXIT
003310         GO TO 2300-EXIT
003320     END-IF.
003330     IF DB-ADDR-MATCH NOT = 'Y'
003340         MOVE 'ADDRESS NO LONGER MATCHES' TO REJ-REASON
003350         PERFORM 2320-REJECT-MOVE
003360             THRU 2320-EXIT
003370     END-IF.
003380 2300-EXIT.
003390     EXIT.

003400 2320-REJECT-MOVE.
003410     MOVE 'N' TO WS-EDIT-SWITCH.
003420     MOVE 'N' TO REJ-SOURCE.
003430     MOVE NCO-RECORD TO REJ-INPUT-DATA.
003440     PERFORM 2700-WRITE-REJECT
003450         THRU 2700-EXIT.
003460 2320-EXIT.
003470     EXIT.

003480*-----------------------------------------------------------
003490* MOVE THE CUSTOMER TO THE FORWARDING ADDRESS. THE POSTAL
003500* SERVICE'S ADDRESS IS GOOD BY DEFINITION, SO ANY BAD-ADDRESS
003510* MARKER CLEARS WITH IT. THE UPDATE IS GUARDED ON THE ADDRESS
003520* JUST READ - AN ONLINE CHANGE IN BETWEEN WINS. ONE CUST_HIST
003530* 'N' ROW (BALANCE UNCHANGED) AND ITS CHANGE EVENT GO IN THE
003540* SAME UNIT OF WORK.
003550*-----------------------------------------------------------
003560 2400-APPLY-MOVE.
003570     PERFORM 2450-TAKE-SNAPSHOT
003580         THRU 2450-EXIT.
003590     EXEC SQL
003600         UPDATE CUSTOMER
003610            SET CUST_ADDRESS  = :DB-NEW-ADDRESS,
003620                BAD_ADDR_FLAG = ' '
003630          WHERE CUST_ID = :DB-CUST-ID
003640            AND CUST_ADDRESS = :DB-CUR-ADDRESS
003650     END-EXEC.

003660     EVALUATE SQLCODE
003670         WHEN ZERO
003680             IF SQLERRD(3) = 0
003690                 MOVE 'ADDRESS CHANGED IN RUN' TO REJ-REASON
003700                 PERFORM 2320-REJECT-MOVE
003710                     THRU 2320-EXIT
003720             ELSE
003730                 MOVE 'N'  TO DB-HIST-ACTION
003740                 MOVE ZERO TO DB-HIST-AMOUNT
003750                 MOVE DB-CUST-BALANCE TO DB-HIST-BAL-BEFORE
003760                 MOVE DB-CUST-BALANCE TO DB-HIST-BAL-AFTER
003770                 PERFORM 2460-WRITE-HISTORY
003780                     THRU 2460-EXIT
003790                 ADD 1 TO WS-MOVES-APPLIED
003800                 ADD 1 TO WS-SINCE-COMMIT
003810                 MOVE 'MOVED' TO RD-RESULT
003820                 PERFORM 2480-WRITE-REGISTER-LINE
003830                     THRU 2480-EXIT
003840             END-IF
003850         WHEN OTHER
003860             DISPLAY 'CUSTNCO - ADDRESS UPDATE FAILED FOR '
003870                 DB-CUST-ID ' SQLCODE = ' SQLCODE
003880             MOVE 902 TO WS-ABEND-CODE
003890             PERFORM 9999-ABEND
003900     END-EVALUATE.
003910 2400-EXIT.
003920     EXIT.

003930* BEFORE IMAGE OF THE CUSTOMER ROW FOR THE CHANGE EVENT, TAKEN
003940* AHEAD OF THE ADDRESS UPDATE.
003950 2450-TAKE-SNAPSHOT.
003960     MOVE DB-CUST-ID TO EVT-CUST-ID.
003970     SET EVT-SNAPSHOT TO TRUE.
003980     CALL 'CUSTEVT' USING EVT-CONTROL-AREA.
003990 2450-EXIT.
004000     EXIT.

004010*-----------------------------------------------------------
004020* ONE CUST_HIST ROW PER MOVE, IN THE SAME UNIT OF WORK AS THE
004030* ADDRESS UPDATE, WITH THE JOB NAME AS THE OPERATOR, FOLLOWED
004040* BY ITS CRM CHANGE EVENT. A FAILED EVENT FAILS THE RUN THE
004050* SAME WAY A FAILED HISTORY INSERT DOES.
004060*-----------------------------------------------------------
004070 2460-WRITE-HISTORY.
004080     EXEC SQL
004090         INSERT INTO CUST_HIST
004100             (CUST_ID, HIST_ACTION, HIST_AMOUNT, BAL_BEFORE,
004110              BAL_AFTER, OPERATOR_ID, HIST_TS)
004120         VALUES
004130             (:DB-CUST-ID, :DB-HIST-ACTION, :DB-HIST-AMOUNT,
004140              :DB-HIST-BAL-BEFORE, :DB-HIST-BAL-AFTER,
004150              :DB-HIST-OPERATOR, CURRENT TIMESTAMP)
004160     END-EXEC.

004170     IF SQLCODE NOT = ZERO
004180         DISPLAY 'CUSTNCO - HISTORY INSERT FAILED FOR '
004190             DB-CUST-ID ' SQLCODE = ' SQLCODE
004200         MOVE 906 TO WS-ABEND-CODE
004210         PERFORM 9999-ABEND
004220     END-IF.

004230     MOVE DB-CUST-ID TO EVT-CUST-ID.
004240     MOVE DB-HIST-ACTION TO EVT-HIST-ACTION.
004250     MOVE DB-HIST-BAL-BEFORE TO EVT-BAL-BEFORE.
004260     MOVE DB-HIST-OPERATOR TO EVT-OPERATOR.
004270     SET EVT-JOURNAL TO TRUE.
004280     CALL 'CUSTEVT' USING EVT-CONTROL-AREA.
004290     IF NOT EVT-OK
004300         DISPLAY 'CUSTNCO - CHANGE EVENT FAILED FOR '
004310             DB-CUST-ID ' SQLCODE = ' EVT-SQLCODE
004320         MOVE 906 TO WS-ABEND-CODE
004330         PERFORM 9999-ABEND
004340     END-IF.
004350 2460-EXIT.
004360     EXIT.

004370 2480-WRITE-REGISTER-LINE.
004380     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
004390         PERFORM 2200-WRITE-HEADINGS
004400             THRU 2200-EXIT
004410     END-IF.
004420     MOVE WS-RECORD-NO TO RD-RECORD-NO.
004430     MOVE DB-CUST-ID   TO RD-CUST-ID.
004440     MOVE DB-CUST-NAME TO RD-CUST-NAME.
004450     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
004460         AFTER ADVANCING 1 LINE.
004470     ADD 1 TO WS-LINE-CNT.
004480 2480-EXIT.
004490     EXIT.

004500*-----------------------------------------------------------
004510* ONE RETURNED MAIL PIECE. IT MARKS THE ADDRESS BAD ONLY IF
004520* THE PIECE WENT TO THE ADDRESS STILL ON FILE - MAIL RETURNED
004530* FROM AN ADDRESS ALREADY CORRECTED SAYS NOTHING ABOUT THE NEW
004540* ONE. A PIECE WITH NO MAILED-TO ADDRESS IS TAKEN AS SENT TO
004550* THE ADDRESS ON FILE.
004560*-----------------------------------------------------------
004570 2500-PROCESS-ONE-RETURN.
004580     ADD 1 TO WS-RECORD-NO.
004590     ADD 1 TO WS-RTM-READ.
004600     PERFORM 2530-EDIT-RETURN
004610         THRU 2530-EXIT.
004620     IF WS-EDIT-OK
004630         PERFORM 2550-APPLY-RETURN
004640             THRU 2550-EXIT
004650     END-IF.

004660     IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
004670         PERFORM 2900-COMMIT-INTERVAL
004680             THRU 2900-EXIT
004690     END-IF.

004700     PERFORM 2510-READ-RTM-RECORD
004710         THRU 2510-EXIT.
004720 2500-EXIT.
004730     EXIT.

004740 2510-READ-RTM-RECORD.
004750     READ RTM-FILE
004760         AT END
004770             SET WS-RTM-EOF TO TRUE
004780     END-READ.
004790 2510-EXIT.
004800     EXIT.

004810 2530-EDIT-RETURN.
004820     MOVE 'Y' TO WS-EDIT-SWITCH.
004830     MOVE 'RETURN' TO RD-SOURCE.
004840     MOVE RTM-REASON      TO WS-RD-REASON.
004850     MOVE RTM-MAIL-TYPE   TO WS-RD-MAIL-TYPE.
004860     MOVE RTM-RETURN-DATE TO WS-RD-RETURN-DATE.
004870     MOVE WS-RETURN-DETAIL TO RD-DETAIL.
004880     IF RTM-CUSTOMER-ID = SPACES OR LOW-VALUES
004890      OR RTM-CUSTOMER-ID NOT NUMERIC
004900         MOVE 'INVALID CUSTOMER ID' TO REJ-REASON
004910         PERFORM 2540-REJECT-RETURN
004920             THRU 2540-EXIT
004930         GO TO 2530-EXIT
004940     END-IF.

004950     MOVE RTM-CUSTOMER-ID TO DB-CUST-ID.
004960     MOVE RTM-ADDRESS TO DB-MATCH-ADDRESS.
004970     MOVE SPACES TO DB-NEW-ADDRESS.
004980     PERFORM 2800-FETCH-CUSTOMER
004990         THRU 2800-EXIT.
005000     IF SQLCODE = 100
005010         MOVE 'CUSTOMER NOT FOUND' TO REJ-REASON
005020         PERFORM 2540-REJECT-RETURN
005030             THRU 2540-EXIT
005040         GO TO 2530-EXIT
005050     END-IF.

005060     IF RTM-ADDRESS = SPACES OR LOW-VALUES
005070         MOVE 'Y' TO DB-ADDR-MATCH
005080     END-IF.
005090     IF DB-ADDR-MATCH NOT = 'Y'
005100         MOVE 'ADDRESS SINCE CHANGED' TO REJ-REASON
005110         PERFORM 2540-REJECT-RETURN
005120             THRU 2540-EXIT
005130         GO TO 2530-EXIT
005140     END-IF.

005150     IF DB-BAD-ADDR-FLAG = 'Y'
005160         MOVE 'N' TO WS-EDIT-SWITCH
005170         ADD 1 TO WS-ALREADY-DONE
005180         MOVE 'ALREADY MARKED' TO RD-RESULT
005190         PERFORM 2480-WRITE-REGISTER-LINE
005200             THRU 2480-EXIT
005210     END-IF.
005220 2530-EXIT.
005230     EXIT.

005240 2540-REJECT-RETURN.
005250     MOVE 'N' TO WS-EDIT-SWITCH.
005260     MOVE 'R' TO REJ-SOURCE.
005270     MOVE RTM-RECORD TO REJ-INPUT-DATA.
005280     PERFORM 2700-WRITE-REJECT
005290         THRU 2700-EXIT.
005300 2540-EXIT.
005310     EXIT.

005320*-----------------------------------------------------------
005330* SET THE BAD-ADDRESS MARKER, GUARDED ON THE ADDRESS JUST READ
005340* SO AN ONLINE CORRECTION IN BETWEEN IS NOT MARKED. THE MARKER
005350* IS NOT A POSTING - NO BALANCE MOVES AND NO HISTORY ROW IS
005360* WRITTEN; THE REGISTER IS THE RECORD OF IT.
005370*-----------------------------------------------------------
005380 2550-APPLY-RETURN.
005390     EXEC SQL
005400         UPDATE CUSTOMER
005410            SET BAD_ADDR_FLAG = 'Y'
005420          WHERE CUST_ID = :DB-CUST-ID
005430            AND CUST_ADDRESS = :DB-CUR-ADDRESS
005440     END-EXEC.

005450     EVALUATE SQLCODE
005460         WHEN ZERO
005470             IF SQLERRD(3) = 0
005480                 MOVE 'ADDRESS CHANGED IN RUN' TO REJ-REASON
005490                 PERFORM 2540-REJECT-RETURN
005500                     THRU 2540-EXIT
005510             ELSE
005520                 ADD 1 TO WS-ADDR-MARKED
005530                 ADD 1 TO WS-SINCE-COMMIT
005540                 MOVE 'MARKED BAD' TO RD-RESULT
005550                 PERFORM 2480-WRITE-REGISTER-LINE
005560                     THRU 2480-EXIT
005570             END-IF
005580         WHEN OTHER
005590             DISPLAY 'CUSTNCO - MARKER UPDATE FAILED FOR '
005600                 DB-CUST-ID ' SQLCODE = ' SQLCODE
005610             MOVE 903 TO WS-ABEND-CODE
005620             PERFORM 9999-ABEND
005630     END-EVALUATE.
005640 2550-EXIT.
005650     EXIT.

005660 2700-WRITE-REJECT.
005670     WRITE REJ-RECORD.
005680     ADD 1 TO WS-REJECT-COUNT.
005690 2700-EXIT.
005700     EXIT.

005710*-----------------------------------------------------------
005720* THE CUSTOMER ROW THE RECORD APPLIES TO, WITH WHETHER THE
005730* ADDRESS ON FILE IS THE ONE THE VENDOR HAD (DB-ADDR-MATCH)
005740* AND WHETHER IT IS ALREADY THE NEW ONE (DB-ADDR-MOVED). NOT
005750* FOUND COMES BACK AS SQLCODE 100 FOR THE CALLER TO REJECT.
005760*-----------------------------------------------------------
005770 2800-FETCH-CUSTOMER.
005780     MOVE SPACES TO DB-CUST-NAME.
005790     EXEC SQL
005800         SELECT CUST_NAME, CUST_ADDRESS, CUST_BALANCE,
005810                BAD_ADDR_FLAG,
005820                CASE WHEN UPPER(CUST_ADDRESS)
005830                          = UPPER(:DB-MATCH-ADDRESS)
005840                     THEN 'Y' ELSE 'N' END,
005850                CASE WHEN UPPER(CUST_ADDRESS)
005860                          = UPPER(:DB-NEW-ADDRESS)
005870                     THEN 'Y' ELSE 'N' END
005880           INTO :DB-CUST-NAME, :DB-CUR-ADDRESS, :DB-CUST-BALANCE,
005890                :DB-BAD-ADDR-FLAG, :DB-ADDR-MATCH, :DB-ADDR-MOVED
005900           FROM CUSTOMER
005910          WHERE CUST_ID = :DB-CUST-ID
005920     END-EXEC.

005930     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
005940         DISPLAY 'CUSTNCO - CUSTOMER READ FAILED FOR '
005950             DB-CUST-ID ' SQLCODE = ' SQLCODE
005960         MOVE 901 TO WS-ABEND-CODE
005970         PERFORM 9999-ABEND
005980     END-IF.
005990 2800-EXIT.
006000     EXIT.

006010*-----------------------------------------------------------
006020* COMMIT THE WORK APPLIED SO FAR. NO CHECKPOINT ROW IS NEEDED
006030* - A RERUN FINDS IT ALREADY APPLIED (SEE THE HEADING NOTE).
006040*-----------------------------------------------------------
006050 2900-COMMIT-INTERVAL.
006060     EXEC SQL
006070         COMMIT
006080     END-EXEC.
006090     IF SQLCODE NOT = ZERO
006100         DISPLAY 'CUSTNCO - COMMIT FAILED, SQLCODE = ' SQLCODE
006110         MOVE 904 TO WS-ABEND-CODE
006120         PERFORM 9999-ABEND
006130     END-IF.
006140     MOVE ZERO TO WS-SINCE-COMMIT.
006150 2900-EXIT.
006160     EXIT.

006360 3000-TERMINATE.
006370     PERFORM 2900-COMMIT-INTERVAL
006380         THRU 2900-EXIT.

006390     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
006400         PERFORM 2200-WRITE-HEADINGS
006410             THRU 2200-EXIT
006420     END-IF.
006430     MOVE SPACES TO RPT-RECORD.
006440     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
006450     MOVE 'NCOA RECORDS READ:' TO RT-LABEL.
006460     MOVE WS-NCO-READ TO RT-COUNT.
006470     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
006480         AFTER ADVANCING 1 LINE.
006490     MOVE 'RETURNED MAIL RECORDS READ:' TO RT-LABEL.
006500     MOVE WS-RTM-READ TO RT-COUNT.
006510     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
006520         AFTER ADVANCING 1 LINE.
006530     MOVE 'ADDRESSES MOVED (NCOA):' TO RT-LABEL.
006540     MOVE WS-MOVES-APPLIED TO RT-COUNT.
006550     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
006560         AFTER ADVANCING 1 LINE.
006570     MOVE 'ADDRESSES MARKED BAD:' TO RT-LABEL.
006580     MOVE WS-ADDR-MARKED TO RT-COUNT.
006590     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
006600         AFTER ADVANCING 1 LINE.
006610     MOVE 'ALREADY APPLIED:' TO RT-LABEL.
006620     MOVE WS-ALREADY-DONE TO RT-COUNT.
006630     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
006640         AFTER ADVANCING 1 LINE.
006650     MOVE 'RECORDS REJECTED:' TO RT-LABEL.
006660     MOVE WS-REJECT-COUNT TO RT-COUNT.
006670     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
006680         AFTER ADVANCING 1 LINE.

006690     CLOSE NCO-FILE.
006700     CLOSE RTM-FILE.
006710     CLOSE REJ-FILE.
006720     CLOSE RPT-FILE.
006730     DISPLAY 'CUSTNCO - MOVED: ' WS-MOVES-APPLIED
006740         ' MARKED BAD: ' WS-ADDR-MARKED
006750         ' REJECTED: ' WS-REJECT-COUNT.
006760     PERFORM 3900-END-RUN
006770         THRU 3900-EXIT.
006780 3000-EXIT.
006790     EXIT.

006800*-----------------------------------------------------------
006810* MARK THE RUN COMPLETE FOR THE BUSINESS DATE. RECORDS ALREADY
006820* APPLIED BY AN EARLIER RUN COUNT AS NEITHER POSTED NOR
006830* REJECTED.
006840*-----------------------------------------------------------
006850 3900-END-RUN.
006860     MOVE WS-RECORD-NO TO RUN-READ-COUNT.
006870     COMPUTE RUN-POSTED-COUNT = WS-MOVES-APPLIED
006880                              + WS-ADDR-MARKED.
006890     MOVE WS-REJECT-COUNT TO RUN-REJECT-COUNT.
006900     SET RUN-END TO TRUE.
006910     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
006920     IF NOT RUN-OK
006930         DISPLAY 'CUSTNCO - ' RUN-MESSAGE
006940         MOVE 912 TO RETURN-CODE
006950     END-IF.
006960 3900-EXIT.
006970     EXIT.

006980* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
006990* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
007000* UNIT OF WORK. ROLL IT BACK FIRST SO A MOVE IS NEVER LEFT
007010* WITHOUT ITS HISTORY ROW. THE RUN IS THEN MARKED FAILED ON
007020* CUST_RUNCTL.
007030 9999-ABEND.
007040     EXEC SQL
007050         ROLLBACK
007060     END-EXEC.
007070     IF RUN-STARTED
007080         SET RUN-FAIL TO TRUE
007090         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
007100     END-IF.
007110     CLOSE NCO-FILE.
007120     CLOSE RTM-FILE.
007130     CLOSE REJ-FILE.
007140     CLOSE RPT-FILE.
007150     MOVE WS-ABEND-CODE TO RETURN-CODE.
007160     GOBACK.
