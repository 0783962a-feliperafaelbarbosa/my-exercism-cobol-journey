000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                ACCTAPPR.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-14.
000600 DATE-COMPILED.             2026-10-14.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-14 DH  NEW PROGRAM. CHECKER'S SCREEN FOR DUAL CONTROL
001100*                OF THE ACCOUNT-BALANCE-MASTER, BUILT THE SAME
001200*                WAY AS ACCTMNT. WALKS THE CHANGES STILL PENDING
001300*                ON ACCTPEND (KEYED IN ACCTMNT, OR HELD BY
001400*                ACCTLOAD OVER ITS APPROVAL THRESHOLD) AND LETS
001500*                THE SIGNED-ON OPERATOR APPROVE OR DECLINE EACH
001600*                ONE. AN OPERATOR CAN NEVER APPROVE A CHANGE
001700*                THEY KEYED; THEY MAY DECLINE IT, WHICH IS HOW A
001800*                MAKER WITHDRAWS A KEYING MISTAKE. APPROVAL IS
001900*                THE ONLY PATH THAT APPLIES A CHANGE: IT CHECKS
002000*                THE ACCOUNT HAS NOT MOVED SINCE THE MAKER SAW
002100*                IT, WRITES THE ACCT-AUDIT-RECORD FIRST WITH
002200*                BOTH OPERATORS ON IT, THEN UPDATES ACCTMAST AND
002300*                RATEHIST AND MARKS THE CHANGE APPROVED. A
002400*                CHANGE THAT CANNOT BE AUDITED ENDS THE SESSION
002500*                UNAPPLIED, THE SAME AS IT ALWAYS DID IN ACCTMNT.
002516* 2026-10-14 DH  ACCOUNT STATUS. A STATUS CHANGE SHOWS ITS
002532*                BEFORE AND AFTER STATUS AND EFFECTIVE DATE, THE
002548*                STALE CHECK COVERS THE STATUS TOO, AND APPROVAL
002564*                PUTS THE STATUS, ITS DATE AND THE CLOSE DATE ON
002580*                THE MASTER AND BOTH STATUSES ON THE AUDIT.
002600*-----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMAST
003100                             ORGANIZATION IS INDEXED
003200                             ACCESS MODE IS RANDOM
003300                             RECORD KEY IS AM-REFERENCE
003400                             FILE STATUS IS WS-AM-FILE-STATUS.
003500     SELECT PENDING-CHANGE-FILE ASSIGN TO ACCTPEND
003600                             ORGANIZATION IS INDEXED
003700                             ACCESS MODE IS DYNAMIC
003800                             RECORD KEY IS PC-KEY
003900                             FILE STATUS IS WS-PC-FILE-STATUS.
004000     SELECT AUDIT-FILE       ASSIGN TO ACCTAUD
004100                             ORGANIZATION IS LINE SEQUENTIAL
004200                             FILE STATUS IS WS-AUD-FILE-STATUS.
004300     SELECT RATE-HISTORY     ASSIGN TO RATEHIST
004400                             ORGANIZATION IS INDEXED
004500                             ACCESS MODE IS RANDOM
004600                             RECORD KEY IS RT-KEY
004700                             FILE STATUS IS WS-RT-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  ACCOUNT-MASTER.
005100     COPY ACCTMAST.
005200 FD  PENDING-CHANGE-FILE.
005300     COPY PENDCHG.
005400 FD  AUDIT-FILE.
005500     COPY AMAUD.
005600 FD  RATE-HISTORY.
005700     COPY RATEHIST.
005800 WORKING-STORAGE SECTION.
005900 01  WS-AM-FILE-STATUS       PIC X(02).
006000     88  ACCTMAST-NOT-FOUND          VALUE "35".
006100 01  WS-PC-FILE-STATUS       PIC X(02).
006200     88  ACCTPEND-NOT-FOUND          VALUE "35".
006300 01  WS-AUD-FILE-STATUS      PIC X(02).
006400     88  AUDIT-FILE-NOT-FOUND        VALUE "35".
006500 01  WS-RT-FILE-STATUS       PIC X(02).
006600     88  RATEHIST-NOT-FOUND          VALUE "35".
006700 01  WS-DONE-SWITCH          PIC X(01)   VALUE "N".
006800     88  OPERATOR-IS-DONE            VALUE "Y".
006900 01  WS-SHOWN-SWITCH         PIC X(01)   VALUE "N".
007000     88  CHANGE-IS-SHOWN             VALUE "Y".
007100 01  WS-SCAN-SWITCH          PIC X(01)   VALUE "N".
007200     88  PENDING-SCAN-DONE           VALUE "Y".
007300 01  WS-FOUND-SWITCH         PIC X(01)   VALUE "N".
007400     88  PENDING-CHANGE-FOUND        VALUE "Y".
007500 01  WS-OPERATOR             PIC X(08).
007600 01  WS-SYS-DATE             PIC 9(08).
007700 01  WS-KEY-REFERENCE        PIC X(10)   VALUE SPACES.
007800 01  WS-POSITION-KEY.
007900     05  WS-POSITION-REFERENCE PIC X(10) VALUE SPACES.
008000     05  WS-POSITION-DATE    PIC 9(08)   VALUE ZERO.
008100     05  WS-POSITION-TIME    PIC 9(08)   VALUE ZERO.
008200 01  WS-DECLINE-REASON       PIC X(30)   VALUE SPACES.
008300 01  WS-ACTION               PIC X(01).
008400     88  SHOW-NEXT-PENDING           VALUE "N".
008500     88  APPROVE-THE-CHANGE          VALUE "A".
008600     88  DECLINE-THE-CHANGE          VALUE "D".
008700     88  EXIT-THE-SESSION            VALUE "X".
008800 01  WS-MESSAGE-TEXT         PIC X(40).
008900 01  WS-DISPLAY-FIELDS.
009000     05  WS-DSP-TYPE         PIC X(20).
009100     05  WS-DSP-SOURCE       PIC X(16).
009200     05  WS-DSP-MAKER        PIC X(08).
009300     05  WS-DSP-KEYED-DATE   PIC 9(08).
009400     05  WS-DSP-BEF-BALANCE  PIC S9(09)V99.
009500     05  WS-DSP-AFT-BALANCE  PIC S9(09)V99.
009600     05  WS-DSP-BEF-RATE-PCT PIC 9(02)V9(04).
009700     05  WS-DSP-AFT-RATE-PCT PIC 9(02)V9(04).
009800     05  WS-DSP-BEF-COST-CENTER PIC X(04).
009900     05  WS-DSP-AFT-COST-CENTER PIC X(04).
009925     05  WS-DSP-BEF-ACCT-STATUS PIC X(01).
009950     05  WS-DSP-AFT-ACCT-STATUS PIC X(01).
009975     05  WS-DSP-AFT-STATUS-DATE PIC 9(08).
010000 SCREEN SECTION.
010100 01  SCR-SIGN-ON.
010200     05  BLANK SCREEN.
010300     05  LINE 01 COL 01 VALUE "ACCTAPPR - CHANGE APPROVAL".
010400     05  LINE 03 COL 01 VALUE "OPERATOR ID: ".
010500     05  COL PLUS 01 PIC X(08) USING WS-OPERATOR.
010600 01  SCR-APPROVAL.
010700     05  BLANK SCREEN.
010800     05  LINE 01 COL 01 VALUE "ACCTAPPR - CHANGE APPROVAL".
010900     05  LINE 03 COL 01 VALUE "REFERENCE:        ".
011000     05  COL PLUS 01 PIC X(10) USING WS-KEY-REFERENCE.
011100     05  LINE 04 COL 01 VALUE "CHANGE:           ".
011200     05  COL PLUS 01 PIC X(20) FROM WS-DSP-TYPE.
011300     05  COL PLUS 01 PIC X(16) FROM WS-DSP-SOURCE.
011400     05  LINE 05 COL 01 VALUE "KEYED BY:         ".
011500     05  COL PLUS 01 PIC X(08) FROM WS-DSP-MAKER.
011600     05  COL PLUS 01 VALUE "ON".
011700     05  COL PLUS 01 PIC 9(08) FROM WS-DSP-KEYED-DATE.
011800     05  LINE 07 COL 20 VALUE "BEFORE".
011900     05  LINE 07 COL 38 VALUE "AFTER".
012000     05  LINE 08 COL 01 VALUE "BALANCE:".
012100     05  LINE 08 COL 20 PIC -(09)9.99 FROM WS-DSP-BEF-BALANCE.
012200     05  LINE 08 COL 38 PIC -(09)9.99 FROM WS-DSP-AFT-BALANCE.
012300     05  LINE 09 COL 01 VALUE "RATE PCT:".
012400     05  LINE 09 COL 20 PIC Z9.9999 FROM WS-DSP-BEF-RATE-PCT.
012500     05  LINE 09 COL 38 PIC Z9.9999 FROM WS-DSP-AFT-RATE-PCT.
012600     05  LINE 10 COL 01 VALUE "COST CENTER:".
012700     05  LINE 10 COL 20 PIC X(04) FROM WS-DSP-BEF-COST-CENTER.
012800     05  LINE 10 COL 38 PIC X(04) FROM WS-DSP-AFT-COST-CENTER.
012816     05  LINE 11 COL 01 VALUE "STATUS:".
012832     05  LINE 11 COL 20 PIC X(01) FROM WS-DSP-BEF-ACCT-STATUS.
012848     05  LINE 11 COL 38 PIC X(01) FROM WS-DSP-AFT-ACCT-STATUS.
012864     05  COL PLUS 01 VALUE "EFFECTIVE".
012880     05  COL PLUS 01 PIC 9(08) FROM WS-DSP-AFT-STATUS-DATE.
012900     05  LINE 12 COL 01 VALUE "DECLINE REASON:   ".
013000     05  COL PLUS 01 PIC X(30) USING WS-DECLINE-REASON.
013100     05  LINE 14 COL 01 VALUE "N = NEXT PENDING, A = APPROVE, ".
013200     05  COL PLUS 01 VALUE "D = DECLINE, X = EXIT: ".
013300     05  COL PLUS 01 PIC X(01) USING WS-ACTION.
013400     05  LINE 16 COL 01 PIC X(40) FROM WS-MESSAGE-TEXT.
013500*-----------------------------------------------------------------
013600 PROCEDURE DIVISION.
013700 0000-MAINLINE.
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013900     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
014000         UNTIL OPERATOR-IS-DONE.
014100     PERFORM 3000-TERMINATE THRU 3000-EXIT.
014200     STOP RUN.
014300*-----------------------------------------------------------------
014400* 1000-INITIALIZE - SIGN THE OPERATOR ON AND OPEN THE FILES.
014500* A BLANK OPERATOR ID IS REFUSED OUTRIGHT - THE CHECKER'S NAME
014600* IS HALF OF WHAT THIS SCREEN IS FOR. THE FIRST SESSION EVER
014700* CREATES ANY FILE NOT THERE YET, THE SAME AS ACCTMNT.
014800*-----------------------------------------------------------------
014900 1000-INITIALIZE.
015000     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
015100     MOVE SPACES TO WS-OPERATOR.
015200     DISPLAY SCR-SIGN-ON.
015300     ACCEPT SCR-SIGN-ON.
015400     IF WS-OPERATOR = SPACES
015500         DISPLAY "ACCTAPPR: NO OPERATOR ID - SESSION ENDED"
015600         SET OPERATOR-IS-DONE TO TRUE
015700         GO TO 1000-EXIT
015800     END-IF.
015900     OPEN I-O ACCOUNT-MASTER.
016000     IF ACCTMAST-NOT-FOUND
016100         OPEN OUTPUT ACCOUNT-MASTER
016200         CLOSE ACCOUNT-MASTER
016300         OPEN I-O ACCOUNT-MASTER
016400     END-IF.
016500     OPEN I-O PENDING-CHANGE-FILE.
016600     IF ACCTPEND-NOT-FOUND
016700         OPEN OUTPUT PENDING-CHANGE-FILE
016800         CLOSE PENDING-CHANGE-FILE
016900         OPEN I-O PENDING-CHANGE-FILE
017000     END-IF.
017100     OPEN EXTEND AUDIT-FILE.
017200     IF AUDIT-FILE-NOT-FOUND
017300         OPEN OUTPUT AUDIT-FILE
017400     END-IF.
017500     OPEN I-O RATE-HISTORY.
017600     IF RATEHIST-NOT-FOUND
017700         OPEN OUTPUT RATE-HISTORY
017800         CLOSE RATE-HISTORY
017900         OPEN I-O RATE-HISTORY
018000     END-IF.
018100     PERFORM 2950-CLEAR-DISPLAY THRU 2950-EXIT.
018200 1000-EXIT.
018300     EXIT.
018400*-----------------------------------------------------------------
018500* 2000-PROCESS-ACTION - ONE SCREEN ROUND TRIP: TAKE AN ACTION,
018600* DO IT, AND LEAVE THE RESULT ON THE MESSAGE LINE.
018700*-----------------------------------------------------------------
018800 2000-PROCESS-ACTION.
018900     DISPLAY SCR-APPROVAL.
019000     ACCEPT SCR-APPROVAL.
019100     MOVE SPACES TO WS-MESSAGE-TEXT.
019200     EVALUATE TRUE
019300         WHEN EXIT-THE-SESSION
019400             SET OPERATOR-IS-DONE TO TRUE
019500         WHEN SHOW-NEXT-PENDING
019600             PERFORM 2100-NEXT-PENDING THRU 2100-EXIT
019700         WHEN APPROVE-THE-CHANGE
019800             PERFORM 2200-APPROVE-CHANGE THRU 2200-EXIT
019900         WHEN DECLINE-THE-CHANGE
020000             PERFORM 2300-DECLINE-CHANGE THRU 2300-EXIT
020100         WHEN OTHER
020200             MOVE "KEY N, A, D OR X" TO WS-MESSAGE-TEXT
020300     END-EVALUATE.
020400 2000-EXIT.
020500     EXIT.
020600*-----------------------------------------------------------------
020700* 2100-NEXT-PENDING - BRING UP THE NEXT CHANGE STILL PENDING.
020800* WITH THE SAME REFERENCE ON THE SCREEN AS LAST TIME, CARRY ON
020900* PAST THE CHANGE LAST SHOWN; WITH A NEW REFERENCE KEYED, START
021000* FROM ITS FIRST CHANGE; WITH THE REFERENCE BLANKED, START FROM
021100* THE TOP OF THE FILE. RUNNING OFF THE END CLEARS THE SCREEN SO
021200* THE NEXT N STARTS OVER.
021300*-----------------------------------------------------------------
021400 2100-NEXT-PENDING.
021500     MOVE "N" TO WS-SHOWN-SWITCH.
021600     MOVE "N" TO WS-FOUND-SWITCH.
021700     MOVE "N" TO WS-SCAN-SWITCH.
021800     IF WS-KEY-REFERENCE = WS-POSITION-REFERENCE
021900         AND WS-POSITION-REFERENCE NOT = SPACES
022000         MOVE WS-POSITION-KEY TO PC-KEY
022100         START PENDING-CHANGE-FILE KEY IS GREATER THAN PC-KEY
022200             INVALID KEY
022300                 SET PENDING-SCAN-DONE TO TRUE
022400         END-START
022500     ELSE
022600         MOVE WS-KEY-REFERENCE TO PC-REFERENCE
022700         MOVE ZERO TO PC-KEYED-DATE
022800         MOVE ZERO TO PC-KEYED-TIME
022900         START PENDING-CHANGE-FILE
023000             KEY IS NOT LESS THAN PC-KEY
023100             INVALID KEY
023200                 SET PENDING-SCAN-DONE TO TRUE
023300         END-START
023400     END-IF.
023500     PERFORM 2150-SCAN-ONE-CHANGE THRU 2150-EXIT
023600         UNTIL PENDING-SCAN-DONE.
023700     IF NOT PENDING-CHANGE-FOUND
023800         PERFORM 2950-CLEAR-DISPLAY THRU 2950-EXIT
023900         MOVE SPACES TO WS-POSITION-KEY
024000         MOVE SPACES TO WS-KEY-REFERENCE
024100         MOVE "NO MORE PENDING CHANGES - N STARTS OVER"
024200             TO WS-MESSAGE-TEXT
024300         GO TO 2100-EXIT
024400     END-IF.
024500     MOVE PC-KEY TO WS-POSITION-KEY.
024600     MOVE PC-REFERENCE TO WS-KEY-REFERENCE.
024700     MOVE SPACES TO WS-DECLINE-REASON.
024800     SET CHANGE-IS-SHOWN TO TRUE.
024900     PERFORM 2900-LOAD-DISPLAY THRU 2900-EXIT.
025000     IF PC-MAKER = WS-OPERATOR
025100         MOVE "YOUR OWN CHANGE - YOU CAN ONLY DECLINE"
025200             TO WS-MESSAGE-TEXT
025300     ELSE
025400         MOVE "CHANGE AWAITING APPROVAL" TO WS-MESSAGE-TEXT
025500     END-IF.
025600 2100-EXIT.
025700     EXIT.
025800*-----------------------------------------------------------------
025900* 2150-SCAN-ONE-CHANGE - ONE STEP OF THE 2100 WALK. DECIDED
026000* CHANGES STAY ON FILE AS THE TRAIL, SO SKIP PAST THEM.
026100*-----------------------------------------------------------------
026200 2150-SCAN-ONE-CHANGE.
026300     READ PENDING-CHANGE-FILE NEXT RECORD
026400         AT END
026500             SET PENDING-SCAN-DONE TO TRUE
026600             GO TO 2150-EXIT
026700     END-READ.
026800     IF PC-PENDING
026900         SET PENDING-CHANGE-FOUND TO TRUE
027000         SET PENDING-SCAN-DONE TO TRUE
027100     END-IF.
027200 2150-EXIT.
027300     EXIT.
027400*-----------------------------------------------------------------
027500* 2200-APPROVE-CHANGE - APPROVE THE CHANGE ON THE SCREEN. THE
027600* MAKER CAN NEVER APPROVE THEIR OWN CHANGE, WHATEVER ELSE IS
027700* TRUE. THE CHANGE IS RE-READ FIRST IN CASE ANOTHER CHECKER HAS
027800* DECIDED IT SINCE IT CAME UP. THE APPLY ITSELF IS 2400.
027900*-----------------------------------------------------------------
028000 2200-APPROVE-CHANGE.
028100     PERFORM 2250-REREAD-SHOWN THRU 2250-EXIT.
028200     IF WS-MESSAGE-TEXT NOT = SPACES
028300         GO TO 2200-EXIT
028400     END-IF.
028500     IF PC-MAKER = WS-OPERATOR
028600         MOVE "YOU KEYED IT - ANOTHER OPERATOR MUST ACT"
028700             TO WS-MESSAGE-TEXT
028800         GO TO 2200-EXIT
028900     END-IF.
029000     PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT.
029100     IF WS-MESSAGE-TEXT NOT = SPACES
029200         GO TO 2200-EXIT
029300     END-IF.
029400     SET PC-APPROVED TO TRUE.
029500     MOVE WS-OPERATOR TO PC-CHECKER.
029600     MOVE WS-SYS-DATE TO PC-DECIDED-DATE.
029700     PERFORM 2500-REWRITE-PENDING THRU 2500-EXIT.
029800     IF OPERATOR-IS-DONE
029900         GO TO 2200-EXIT
030000     END-IF.
030100     MOVE "N" TO WS-SHOWN-SWITCH.
030200     PERFORM 2950-CLEAR-DISPLAY THRU 2950-EXIT.
030300     MOVE "CHANGE APPROVED AND APPLIED" TO WS-MESSAGE-TEXT.
030400 2200-EXIT.
030500     EXIT.
030600*-----------------------------------------------------------------
030700* 2250-REREAD-SHOWN - RE-READ THE CHANGE ON THE SCREEN BY ITS
030800* KEY AND MAKE SURE IT IS STILL PENDING. A REFUSAL COMES BACK
030900* ON THE MESSAGE LINE.
031000*-----------------------------------------------------------------
031100 2250-REREAD-SHOWN.
031200     IF NOT CHANGE-IS-SHOWN
031300         MOVE "KEY N TO BRING UP A CHANGE" TO WS-MESSAGE-TEXT
031400         GO TO 2250-EXIT
031500     END-IF.
031600     MOVE WS-POSITION-KEY TO PC-KEY.
031700     READ PENDING-CHANGE-FILE
031800         INVALID KEY
031900             MOVE "CHANGE IS NO LONGER ON FILE"
032000                 TO WS-MESSAGE-TEXT
032100             GO TO 2250-EXIT
032200     END-READ.
032300     IF NOT PC-PENDING
032400         MOVE "N" TO WS-SHOWN-SWITCH
032500         MOVE "CHANGE WAS DECIDED BY ANOTHER OPERATOR"
032600             TO WS-MESSAGE-TEXT
032700     END-IF.
032800 2250-EXIT.
032900     EXIT.
033000*-----------------------------------------------------------------
033100* 2300-DECLINE-CHANGE - DECLINE THE CHANGE ON THE SCREEN WITH
033200* THE KEYED REASON. NOTHING IS APPLIED; THE CHANGE STAYS ON
033300* FILE MARKED DECLINED, WITH WHO DECLINED IT AND WHY, FOR THE
033400* ACCTPRPT REPORT. THE MAKER MAY DECLINE THEIR OWN CHANGE.
033500*-----------------------------------------------------------------
033600 2300-DECLINE-CHANGE.
033700     PERFORM 2250-REREAD-SHOWN THRU 2250-EXIT.
033800     IF WS-MESSAGE-TEXT NOT = SPACES
033900         GO TO 2300-EXIT
034000     END-IF.
034100     IF WS-DECLINE-REASON = SPACES
034200         MOVE "KEY A DECLINE REASON" TO WS-MESSAGE-TEXT
034300         GO TO 2300-EXIT
034400     END-IF.
034500     SET PC-DECLINED TO TRUE.
034600     MOVE WS-OPERATOR TO PC-CHECKER.
034700     MOVE WS-SYS-DATE TO PC-DECIDED-DATE.
034800     MOVE WS-DECLINE-REASON TO PC-DECLINE-REASON.
034900     PERFORM 2500-REWRITE-PENDING THRU 2500-EXIT.
035000     IF OPERATOR-IS-DONE
035100         GO TO 2300-EXIT
035200     END-IF.
035300     MOVE "N" TO WS-SHOWN-SWITCH.
035400     MOVE SPACES TO WS-DECLINE-REASON.
035500     PERFORM 2950-CLEAR-DISPLAY THRU 2950-EXIT.
035600     MOVE "CHANGE DECLINED" TO WS-MESSAGE-TEXT.
035700 2300-EXIT.
035800     EXIT.
035900*-----------------------------------------------------------------
036000* 2400-APPLY-CHANGE - APPLY AN APPROVED CHANGE. THE ACCOUNT MUST
036100* STILL BE AS THE MAKER SAW IT - NOT ON FILE FOR AN ADD, AND
036200* MATCHING THE BEFORE-IMAGE OTHERWISE - OR THE CHANGE IS
036300* REFUSED AND HAS TO BE DECLINED AND KEYED AGAIN. THEN AUDIT
036400* FIRST, WITH THE MAKER AND THIS OPERATOR ON THE RECORD, AND
036500* ONLY THEN THE MASTER AND THE RATE HISTORY. A REFUSAL COMES
036600* BACK ON THE MESSAGE LINE.
036700*-----------------------------------------------------------------
036800 2400-APPLY-CHANGE.
036900     MOVE PC-REFERENCE TO AM-REFERENCE.
037000     READ ACCOUNT-MASTER
037100         INVALID KEY
037200             IF NOT PC-ADD-ACCOUNT
037300                 MOVE "ACCOUNT IS NO LONGER ON FILE"
037400                     TO WS-MESSAGE-TEXT
037500             END-IF
037600         NOT INVALID KEY
037700             IF PC-ADD-ACCOUNT
037800                 MOVE "ACCOUNT ADDED SINCE KEYED - DECLINE IT"
037900                     TO WS-MESSAGE-TEXT
038000             ELSE
038100                 IF AM-BALANCE NOT = PC-BEF-BALANCE
038200                     OR AM-RATE-PCT NOT = PC-BEF-RATE-PCT
038300                     OR AM-COST-CENTER NOT = PC-BEF-COST-CENTER
038350                     OR AM-ACCT-STATUS NOT = PC-BEF-ACCT-STATUS
038400                     MOVE "ACCOUNT MOVED SINCE KEYED - DECLINE IT"
038500                         TO WS-MESSAGE-TEXT
038600                 END-IF
038700             END-IF
038800     END-READ.
038900     IF WS-MESSAGE-TEXT NOT = SPACES
039000         GO TO 2400-EXIT
039100     END-IF.
039200     PERFORM 2450-WRITE-AUDIT THRU 2450-EXIT.
039300     IF OPERATOR-IS-DONE
039400         GO TO 2400-EXIT
039500     END-IF.
039600     IF PC-ADD-ACCOUNT
039700         MOVE SPACES TO ACCOUNT-MASTER-RECORD
039800         MOVE PC-REFERENCE TO AM-REFERENCE
039900         MOVE PC-AFT-BALANCE TO AM-BALANCE
040000         MOVE PC-AFT-RATE-PCT TO AM-RATE-PCT
040100         MOVE PC-AFT-COST-CENTER TO AM-COST-CENTER
040150         PERFORM 2420-MOVE-STATUS THRU 2420-EXIT
040200         WRITE ACCOUNT-MASTER-RECORD
040300     ELSE
040400         MOVE PC-AFT-BALANCE TO AM-BALANCE
040500         MOVE PC-AFT-RATE-PCT TO AM-RATE-PCT
040600         MOVE PC-AFT-COST-CENTER TO AM-COST-CENTER
040650         PERFORM 2420-MOVE-STATUS THRU 2420-EXIT
040700         REWRITE ACCOUNT-MASTER-RECORD
040800     END-IF.
040900     IF WS-AM-FILE-STATUS NOT = "00"
041000         MOVE "MASTER UPDATE FAILED - SESSION ENDED"
041100             TO WS-MESSAGE-TEXT
041200         SET OPERATOR-IS-DONE TO TRUE
041300         GO TO 2400-EXIT
041400     END-IF.
041500     IF PC-ADD-ACCOUNT
041600         OR PC-AFT-RATE-PCT NOT = PC-BEF-RATE-PCT
041700         PERFORM 2600-WRITE-RATE-HISTORY THRU 2600-EXIT
041800     END-IF.
041900 2400-EXIT.
042000     EXIT.
042006*-----------------------------------------------------------------
042012* 2420-MOVE-STATUS - THE AFTER-IMAGE STATUS, ITS DATE AND THE
042018* CLOSE DATE ONTO THE MASTER. A CHANGE KEYED BEFORE THE MASTER
042024* CARRIED A STATUS HAS NONE, AND LEAVES THE MASTER'S ALONE.
042030*-----------------------------------------------------------------
042036 2420-MOVE-STATUS.
042042     IF PC-AFT-ACCT-STATUS = SPACE
042048         GO TO 2420-EXIT
042054     END-IF.
042060     MOVE PC-AFT-ACCT-STATUS TO AM-ACCT-STATUS.
042066     MOVE PC-AFT-STATUS-DATE TO AM-STATUS-DATE.
042072     MOVE PC-AFT-CLOSE-DATE TO AM-CLOSE-DATE.
042078 2420-EXIT.
042084     EXIT.
042100*-----------------------------------------------------------------
042200* 2450-WRITE-AUDIT - ONE ACCT-AUDIT-RECORD PER APPLIED CHANGE,
042300* WRITTEN AND VERIFIED BEFORE THE MASTER IS TOUCHED. THE MAKER
042400* GOES IN AAU-OPERATOR AND THIS OPERATOR IN AAU-APPROVER. A
042500* FAILED WRITE ENDS THE SESSION UNAPPLIED - THE TRAIL IS THE
042600* POINT.
042700*-----------------------------------------------------------------
042800 2450-WRITE-AUDIT.
042900     MOVE SPACES TO ACCT-AUDIT-RECORD.
043000     MOVE PC-MAKER TO AAU-OPERATOR.
043100     MOVE WS-SYS-DATE TO AAU-DATE.
043200     MOVE PC-REFERENCE TO AAU-REFERENCE.
043300     IF PC-ADD-ACCOUNT
043400         SET AAU-ADDED TO TRUE
043500     ELSE
043600         SET AAU-UPDATED TO TRUE
043700     END-IF.
043800     MOVE PC-BEF-BALANCE TO AAU-BEF-BALANCE.
043900     MOVE PC-BEF-RATE-PCT TO AAU-BEF-RATE-PCT.
044000     MOVE PC-AFT-BALANCE TO AAU-AFT-BALANCE.
044100     MOVE PC-AFT-RATE-PCT TO AAU-AFT-RATE-PCT.
044200     MOVE PC-BEF-COST-CENTER TO AAU-BEF-COST-CENTER.
044300     MOVE PC-AFT-COST-CENTER TO AAU-AFT-COST-CENTER.
044333     MOVE PC-BEF-ACCT-STATUS TO AAU-BEF-ACCT-STATUS.
044339     IF AAU-BEF-ACCT-STATUS = SPACE
044345         AND PC-AFT-ACCT-STATUS NOT = SPACE
044351         MOVE "A" TO AAU-BEF-ACCT-STATUS
044357     END-IF.
044366     MOVE PC-AFT-ACCT-STATUS TO AAU-AFT-ACCT-STATUS.
044400     MOVE WS-OPERATOR TO AAU-APPROVER.
044500     WRITE ACCT-AUDIT-RECORD.
044600     IF WS-AUD-FILE-STATUS NOT = "00"
044700         MOVE "AUDIT WRITE FAILED - SESSION ENDED"
044800             TO WS-MESSAGE-TEXT
044900         SET OPERATOR-IS-DONE TO TRUE
045000     END-IF.
045100 2450-EXIT.
045200     EXIT.
045300*-----------------------------------------------------------------
045400* 2500-REWRITE-PENDING - PUT THE DECISION ON THE PENDING-CHANGE
045500* RECORD. A FAILED REWRITE ENDS THE SESSION: AN APPROVED CHANGE
045600* LEFT SHOWING PENDING WOULD ONLY BE REFUSED AS STALE NEXT TIME,
045700* BUT THE OPERATOR HAS TO KNOW THE FILE IS IN TROUBLE.
045800*-----------------------------------------------------------------
045900 2500-REWRITE-PENDING.
046000     REWRITE PENDING-CHANGE-RECORD.
046100     IF WS-PC-FILE-STATUS NOT = "00"
046200         MOVE "PENDING UPDATE FAILED - SESSION ENDED"
046300             TO WS-MESSAGE-TEXT
046400         SET OPERATOR-IS-DONE TO TRUE
046500     END-IF.
046600 2500-EXIT.
046700     EXIT.
046800*-----------------------------------------------------------------
046900* 2600-WRITE-RATE-HISTORY - ONE RATE-HISTORY-RECORD FOR AN ADD
047000* OR A CHANGED RATE, EFFECTIVE THE DATE CARRIED ON THE PENDING
047100* CHANGE (THE KEYING DATE, OR THE FEED'S CREATION DATE), SO
047200* THE HISTORY ACCRPOST PRICES FROM SAYS WHEN THE RATE WAS
047300* ASKED FOR. THE SAME KEY TWICE REWRITES - THE LAST WORD WINS.
047400*-----------------------------------------------------------------
047500 2600-WRITE-RATE-HISTORY.
047600     MOVE SPACES TO RATE-HISTORY-RECORD.
047700     MOVE PC-REFERENCE TO RT-REFERENCE.
047800     MOVE PC-RATE-EFF-DATE TO RT-EFF-DATE.
047900     MOVE PC-AFT-RATE-PCT TO RT-RATE-PCT.
048000     WRITE RATE-HISTORY-RECORD
048100         INVALID KEY
048200             REWRITE RATE-HISTORY-RECORD
048300     END-WRITE.
048400 2600-EXIT.
048500     EXIT.
048600*-----------------------------------------------------------------
048700* 2900-LOAD-DISPLAY - COPY THE PENDING CHANGE JUST READ ONTO
048800* THE SCREEN FIELDS.
048900*-----------------------------------------------------------------
049000 2900-LOAD-DISPLAY.
049100     EVALUATE TRUE
049200         WHEN PC-ADD-ACCOUNT
049300             MOVE "ADD ACCOUNT" TO WS-DSP-TYPE
049400         WHEN PC-BALANCE-CHANGE
049500             MOVE "BALANCE CHANGE" TO WS-DSP-TYPE
049600         WHEN PC-RATE-CHANGE
049700             MOVE "RATE CHANGE" TO WS-DSP-TYPE
049800         WHEN PC-COST-CENTER-CHANGE
049900             MOVE "COST CENTER CHANGE" TO WS-DSP-TYPE
049933         WHEN PC-STATUS-CHANGE
049966             MOVE "STATUS CHANGE" TO WS-DSP-TYPE
050000         WHEN PC-FEED-UPDATE
050100             MOVE "BALANCE/RATE UPDATE" TO WS-DSP-TYPE
050200         WHEN OTHER
050300             MOVE "UNKNOWN CHANGE TYPE" TO WS-DSP-TYPE
050400     END-EVALUATE.
050500     IF PC-FROM-FEED
050600         MOVE "(ACCTLOAD FEED)" TO WS-DSP-SOURCE
050700     ELSE
050800         MOVE "(KEYED)" TO WS-DSP-SOURCE
050900     END-IF.
051000     MOVE PC-MAKER TO WS-DSP-MAKER.
051100     MOVE PC-KEYED-DATE TO WS-DSP-KEYED-DATE.
051200     MOVE PC-BEF-BALANCE TO WS-DSP-BEF-BALANCE.
051300     MOVE PC-AFT-BALANCE TO WS-DSP-AFT-BALANCE.
051400     MOVE PC-BEF-RATE-PCT TO WS-DSP-BEF-RATE-PCT.
051500     MOVE PC-AFT-RATE-PCT TO WS-DSP-AFT-RATE-PCT.
051600     MOVE PC-BEF-COST-CENTER TO WS-DSP-BEF-COST-CENTER.
051700     MOVE PC-AFT-COST-CENTER TO WS-DSP-AFT-COST-CENTER.
051712     MOVE PC-BEF-ACCT-STATUS TO WS-DSP-BEF-ACCT-STATUS.
051724     MOVE PC-AFT-ACCT-STATUS TO WS-DSP-AFT-ACCT-STATUS.
051736     IF PC-AFT-STATUS-DATE IS NUMERIC
051748         MOVE PC-AFT-STATUS-DATE TO WS-DSP-AFT-STATUS-DATE
051760     ELSE
051772         MOVE ZERO TO WS-DSP-AFT-STATUS-DATE
051784     END-IF.
051800 2900-EXIT.
051900     EXIT.
052000*-----------------------------------------------------------------
052100* 2950-CLEAR-DISPLAY - BLANK THE SCREEN FIELDS WHEN NO CHANGE
052200* IS UP.
052300*-----------------------------------------------------------------
052400 2950-CLEAR-DISPLAY.
052500     MOVE SPACES TO WS-DSP-TYPE.
052600     MOVE SPACES TO WS-DSP-SOURCE.
052700     MOVE SPACES TO WS-DSP-MAKER.
052800     MOVE ZERO TO WS-DSP-KEYED-DATE.
052900     MOVE ZERO TO WS-DSP-BEF-BALANCE.
053000     MOVE ZERO TO WS-DSP-AFT-BALANCE.
053100     MOVE ZERO TO WS-DSP-BEF-RATE-PCT.
053200     MOVE ZERO TO WS-DSP-AFT-RATE-PCT.
053300     MOVE SPACES TO WS-DSP-BEF-COST-CENTER.
053400     MOVE SPACES TO WS-DSP-AFT-COST-CENTER.
053425     MOVE SPACES TO WS-DSP-BEF-ACCT-STATUS.
053450     MOVE SPACES TO WS-DSP-AFT-ACCT-STATUS.
053475     MOVE ZERO TO WS-DSP-AFT-STATUS-DATE.
053500 2950-EXIT.
053600     EXIT.
053700*-----------------------------------------------------------------
053800* 3000-TERMINATE - CLOSE DOWN THE SESSION. A SIGN-ON REFUSED IN
053900* 1000 NEVER OPENED ANYTHING.
054000*-----------------------------------------------------------------
054100 3000-TERMINATE.
054200     IF WS-OPERATOR = SPACES
054300         GO TO 3000-EXIT
054400     END-IF.
054500     CLOSE ACCOUNT-MASTER.
054600     CLOSE PENDING-CHANGE-FILE.
054700     CLOSE AUDIT-FILE.
054800     CLOSE RATE-HISTORY.
054900 3000-EXIT.
055000     EXIT.
