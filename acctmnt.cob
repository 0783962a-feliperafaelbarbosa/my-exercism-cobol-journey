002450*                COMPLETE WHICHEVER PATH THE RATE CAME IN BY.
002460*                KEYING THE SAME REFERENCE TWICE IN ONE DAY
002470*                REWRITES THE SAME KEY.
002471* 2026-10-14 DH  CARRIES THE ACCOUNT'S COST CENTER (AM-COST-
002472*                CENTER), WHICH WITH THE ADJUSTMENT REASON PICKS
002473*                THE LEDGER ACCOUNTS GLPOST POSTS TO. IT IS KEYED
002474*                ON AN ADD, SHOWN ON AN INQUIRY, AND CHANGED BY
002475*                THE NEW "C" ACTION. THE AUDIT RECORD CARRIES ITS
002476*                BEFORE AND AFTER IMAGES ON EVERY CHANGE.
002477* 2026-10-14 DH  DUAL CONTROL. A KEYED ADD, BALANCE, RATE OR
002478*                COST-CENTER CHANGE IS NO LONGER APPLIED HERE -
002479*                IT IS WRITTEN TO THE PENDING-CHANGE FILE
002480*                (ACCTPEND, PER PENDCHG.CPY) WITH THE MASTER AS
002481*                THE OPERATOR SAW IT, AND ONLY ACCTAPPR, SIGNED ON
002482*                BY A DIFFERENT OPERATOR, APPLIES IT TO ACCTMAST
002483*                AND RATEHIST AND AUDITS IT. THE MASTER IS NOW
002484*                OPENED INPUT AND THE AUDIT AND RATE-HISTORY
002485*                WRITES MOVED TO ACCTAPPR WITH THE APPLY. A SECOND
002486*                CHANGE TO AN ACCOUNT IS REFUSED WHILE ONE IS
002487*                STILL PENDING, AND AN INQUIRY SAYS SO.
002488* 2026-10-14 DH  ACCOUNT STATUS. THE NEW "S" ACTION QUEUES A
002489*                STATUS CHANGE (A ACTIVE, F FROZEN, C CLOSED, W
002490*                CHARGED OFF) WITH ITS EFFECTIVE DATE - TODAY IF
002491*                NONE IS KEYED, NEVER A FUTURE DATE - FOR
002492*                APPROVAL THE SAME AS ANY OTHER CHANGE. A CLOSE
002493*                OR CHARGE-OFF CARRIES THE CLOSE DATE THE MASTER
002494*                WILL TAKE. AN ADD OPENS THE ACCOUNT ACTIVE, AND
002495*                AN INQUIRY SHOWS THE STATUS AND ITS DATE.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003100                             ACCESS MODE IS RANDOM
003200                             RECORD KEY IS AM-REFERENCE
003300                             FILE STATUS IS WS-AM-FILE-STATUS.
003400     SELECT PENDING-CHANGE-FILE ASSIGN TO ACCTPEND
003630                             ORGANIZATION IS INDEXED
003640                             ACCESS MODE IS DYNAMIC
003650                             RECORD KEY IS PC-KEY
003660                             FILE STATUS IS WS-PC-FILE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ACCOUNT-MASTER.
004000     COPY ACCTMAST.
004100 FD  PENDING-CHANGE-FILE.
004200     COPY PENDCHG.
004300 WORKING-STORAGE SECTION.
004400 01  WS-AM-FILE-STATUS       PIC X(02).
004500     88  ACCTMAST-NOT-FOUND          VALUE "35".
004600 01  WS-PC-FILE-STATUS       PIC X(02).
004700     88  ACCTPEND-NOT-FOUND          VALUE "35".
004710 01  WS-PENDING-SWITCH       PIC X(01)   VALUE "N".
004720     88  CHANGE-IS-PENDING           VALUE "Y".
004730     88  NO-CHANGE-PENDING           VALUE "N".
004740 01  WS-SCAN-SWITCH          PIC X(01)   VALUE "N".
004750     88  PENDING-SCAN-DONE           VALUE "Y".
004800 01  WS-DONE-SWITCH          PIC X(01)   VALUE "N".
004900     88  OPERATOR-IS-DONE            VALUE "Y".
005000 01  WS-OPERATOR             PIC X(08).
005100 01  WS-SYS-DATE             PIC 9(08).
005150 01  WS-SYS-TIME             PIC 9(08).
005200 01  WS-KEY-REFERENCE        PIC X(10).
005300 01  WS-SCR-BALANCE          PIC S9(09)V99 VALUE ZERO.
005400 01  WS-SCR-RATE-PCT         PIC 9(02)V9(04) VALUE ZERO.
005410 01  WS-SCR-COST-CENTER      PIC X(04)   VALUE SPACES.
005420 01  WS-SCR-ACCT-STATUS      PIC X(01)   VALUE SPACES.
005430     88  SCR-STATUS-VALID            VALUE "A" "F" "C" "W".
005440     88  SCR-STATUS-NOT-OPEN         VALUE "C" "W".
005450 01  WS-SCR-STATUS-DATE      PIC 9(08)   VALUE ZERO.
005460 01  WS-CURRENT-STATUS       PIC X(01).
005470     88  CURRENT-NOT-OPEN            VALUE "C" "W".
005500 01  WS-ACTION               PIC X(01).
005600     88  ADD-AN-ACCOUNT              VALUE "A".
005700     88  CHANGE-THE-BALANCE          VALUE "B".
005800     88  CHANGE-THE-RATE             VALUE "R".
005825     88  CHANGE-THE-COST-CENTER      VALUE "C".
005850     88  CHANGE-THE-STATUS           VALUE "S".
005900     88  INQUIRE-AN-ACCOUNT          VALUE "I".
006000     88  EXIT-THE-SESSION            VALUE "X".
006100 01  WS-MESSAGE-TEXT         PIC X(40).
007400     05  COL PLUS 01 PIC S9(09)V99 USING WS-SCR-BALANCE.
007500     05  LINE 05 COL 01 VALUE "RATE PCT:         ".
007600     05  COL PLUS 01 PIC 9(02)V9(04) USING WS-SCR-RATE-PCT.
007610     05  LINE 06 COL 01 VALUE "COST CENTER:      ".
007620     05  COL PLUS 01 PIC X(04) USING WS-SCR-COST-CENTER.
007630     05  LINE 07 COL 01 VALUE "STATUS (A/F/C/W): ".
007640     05  COL PLUS 01 PIC X(01) USING WS-SCR-ACCT-STATUS.
007650     05  COL PLUS 02 VALUE "EFFECTIVE: ".
007660     05  COL PLUS 01 PIC 9(08) USING WS-SCR-STATUS-DATE.
007700     05  LINE 09 COL 01 VALUE "A = ADD, B = CHANGE BALANCE, R = ".
007800     05  COL PLUS 01 VALUE "CHANGE RATE,".
007825     05  LINE 10 COL 01 VALUE "C = CHANGE COST CENTER, S = ".
007850     05  COL PLUS 01 VALUE "CHANGE STATUS,".
007900     05  LINE 11 COL 01 VALUE "I = INQUIRE, X = EXIT: ".
008000     05  COL PLUS 01 PIC X(01) USING WS-ACTION.
008100     05  LINE 13 COL 01 PIC X(40) FROM WS-MESSAGE-TEXT.
008200*-----------------------------------------------------------------
008300 PROCEDURE DIVISION.
008400 0000-MAINLINE.
008900     STOP RUN.
009000*-----------------------------------------------------------------
009100* 1000-INITIALIZE - SIGN THE OPERATOR ON AND OPEN THE MASTER
009200* FOR INPUT AND THE PENDING-CHANGE FILE FOR UPDATE. THE FIRST
009300* SESSION EVER CREATES EITHER FILE, THE SAME WAY HOLMAINT
009400* HANDLES A MISSING HOLIDAY MASTER.
009500*-----------------------------------------------------------------
009600 1000-INITIALIZE.
009700     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
009800     DISPLAY SCR-SIGN-ON.
009900     ACCEPT SCR-SIGN-ON.
010000     OPEN INPUT ACCOUNT-MASTER.
010100     IF ACCTMAST-NOT-FOUND
010200         OPEN OUTPUT ACCOUNT-MASTER
010300         CLOSE ACCOUNT-MASTER
010400         OPEN INPUT ACCOUNT-MASTER
010500     END-IF.
010600     OPEN I-O PENDING-CHANGE-FILE.
010700     IF ACCTPEND-NOT-FOUND
010800         OPEN OUTPUT PENDING-CHANGE-FILE
010850         CLOSE PENDING-CHANGE-FILE
010900         OPEN I-O PENDING-CHANGE-FILE
010980     END-IF.
011000 1000-EXIT.
011100     EXIT.
012900             PERFORM 2300-CHANGE-RATE THRU 2300-EXIT
013000         WHEN INQUIRE-AN-ACCOUNT
013100             PERFORM 2400-INQUIRE-ACCOUNT THRU 2400-EXIT
013120         WHEN CHANGE-THE-COST-CENTER
013140             PERFORM 2450-CHANGE-COST-CENTER THRU 2450-EXIT
013160         WHEN CHANGE-THE-STATUS
013180             PERFORM 2470-CHANGE-STATUS THRU 2470-EXIT
013200         WHEN OTHER
013300             MOVE "KEY A, B, R, C, S, I OR X" TO WS-MESSAGE-TEXT
013400     END-EVALUATE.
013500 2000-EXIT.
013600     EXIT.
013700*-----------------------------------------------------------------
013750* 2100-ADD-ACCOUNT - QUEUE THE NEW ACCOUNT FOR APPROVAL WITH A
013800* BEFORE-IMAGE OF ZEROS, TO OPEN ACTIVE TODAY. A REFERENCE
013850* ALREADY ON FILE, OR ONE WITH A CHANGE ALREADY PENDING, COMES
013900* BACK AS A MESSAGE.
014100*-----------------------------------------------------------------
014200 2100-ADD-ACCOUNT.
014300     IF WS-KEY-REFERENCE = SPACES
015500     IF WS-MESSAGE-TEXT NOT = SPACES
015600         GO TO 2100-EXIT
015700     END-IF.
015725     PERFORM 2700-CHECK-PENDING THRU 2700-EXIT.
015750     IF CHANGE-IS-PENDING
015775         MOVE "A CHANGE IS ALREADY PENDING" TO WS-MESSAGE-TEXT
015800         GO TO 2100-EXIT
015825     END-IF.
015850     MOVE SPACES TO PENDING-CHANGE-RECORD.
015875     SET PC-ADD-ACCOUNT TO TRUE.
015900     MOVE ZERO TO PC-BEF-BALANCE.
016000     MOVE ZERO TO PC-BEF-RATE-PCT.
016100     MOVE WS-SCR-BALANCE TO PC-AFT-BALANCE.
016200     MOVE WS-SCR-RATE-PCT TO PC-AFT-RATE-PCT.
016210     MOVE SPACES TO PC-BEF-COST-CENTER.
016220     MOVE WS-SCR-COST-CENTER TO PC-AFT-COST-CENTER.
016230     MOVE SPACES TO PC-BEF-ACCT-STATUS.
016240     MOVE "A" TO PC-AFT-ACCT-STATUS.
016250     MOVE WS-SYS-DATE TO PC-AFT-STATUS-DATE.
016260     MOVE ZERO TO PC-AFT-CLOSE-DATE.
016300     PERFORM 2500-WRITE-PENDING THRU 2500-EXIT.
016400     IF OPERATOR-IS-DONE
016500         GO TO 2100-EXIT
016600     END-IF.
016700     MOVE "ADD KEYED - AWAITING APPROVAL" TO WS-MESSAGE-TEXT.
017800 2100-EXIT.
017900     EXIT.
018000*-----------------------------------------------------------------
018100* 2200-CHANGE-BALANCE - READ THE ACCOUNT AND QUEUE THE KEYED
018200* BALANCE FOR APPROVAL AGAINST THE MASTER AS IT STANDS. THE
018300* RATE AND COST CENTER RIDE THROUGH UNCHANGED.
018400*-----------------------------------------------------------------
018500 2200-CHANGE-BALANCE.
018600     PERFORM 2550-READ-FOR-CHANGE THRU 2550-EXIT.
018700     IF WS-MESSAGE-TEXT NOT = SPACES
019000         GO TO 2200-EXIT
019100     END-IF.
019200     SET PC-BALANCE-CHANGE TO TRUE.
019300     MOVE WS-SCR-BALANCE TO PC-AFT-BALANCE.
019700     PERFORM 2500-WRITE-PENDING THRU 2500-EXIT.
019800     IF OPERATOR-IS-DONE
019900         GO TO 2200-EXIT
020000     END-IF.
020300     MOVE "BALANCE CHANGE AWAITING APPROVAL" TO WS-MESSAGE-TEXT.
020400 2200-EXIT.
020500     EXIT.
020600*-----------------------------------------------------------------
020700* 2300-CHANGE-RATE - SAME AS 2200, FOR THE RATE. THE BALANCE
020800* AND COST CENTER RIDE THROUGH UNCHANGED.
020900*-----------------------------------------------------------------
021000 2300-CHANGE-RATE.
021100     PERFORM 2550-READ-FOR-CHANGE THRU 2550-EXIT.
021200     IF WS-MESSAGE-TEXT NOT = SPACES
021500         GO TO 2300-EXIT
021600     END-IF.
021700     SET PC-RATE-CHANGE TO TRUE.
021900     MOVE WS-SCR-RATE-PCT TO PC-AFT-RATE-PCT.
022200     PERFORM 2500-WRITE-PENDING THRU 2500-EXIT.
022300     IF OPERATOR-IS-DONE
022400         GO TO 2300-EXIT
022500     END-IF.
022800     MOVE "RATE CHANGE AWAITING APPROVAL" TO WS-MESSAGE-TEXT.
022900 2300-EXIT.
023000     EXIT.
023100*-----------------------------------------------------------------
023200* 2400-INQUIRE-ACCOUNT - SHOW THE BALANCE, RATE AND COST
023225* CENTER, AND THE STATUS WITH ITS DATE, FOR ONE REFERENCE ON
023250* THE ENTRY FIELDS, AND SAY SO IF
023275* A CHANGE TO IT IS STILL WAITING FOR APPROVAL - THE MASTER
023300* DOES NOT SHOW IT UNTIL THEN.
023400*-----------------------------------------------------------------
023500 2400-INQUIRE-ACCOUNT.
023600     MOVE WS-KEY-REFERENCE TO AM-REFERENCE.
024000         NOT INVALID KEY
024100             MOVE AM-BALANCE TO WS-SCR-BALANCE
024200             MOVE AM-RATE-PCT TO WS-SCR-RATE-PCT
024210             MOVE AM-COST-CENTER TO WS-SCR-COST-CENTER
024220             MOVE AM-ACCT-STATUS TO WS-SCR-ACCT-STATUS
024230             IF AM-ACTIVE
024240                 MOVE "A" TO WS-SCR-ACCT-STATUS
024250             END-IF
024260             MOVE AM-STATUS-DATE TO WS-SCR-STATUS-DATE
024300             MOVE "ACCOUNT FOUND" TO WS-MESSAGE-TEXT
024400     END-READ.
024420     PERFORM 2700-CHECK-PENDING THRU 2700-EXIT.
024440     IF CHANGE-IS-PENDING
024460         MOVE "CHANGE AWAITING APPROVAL" TO WS-MESSAGE-TEXT
024480     END-IF.
024500 2400-EXIT.
024600     EXIT.
024700*-----------------------------------------------------------------
024800* 2450-CHANGE-COST-CENTER - SAME AS 2200, FOR THE COST CENTER.
024900* BALANCE AND RATE RIDE THROUGH UNCHANGED, SO THE PENDING
025000* CHANGE CARRIES THEM THE SAME ON BOTH SIDES.
025300*-----------------------------------------------------------------
025301 2450-CHANGE-COST-CENTER.
025302     PERFORM 2550-READ-FOR-CHANGE THRU 2550-EXIT.
025303     IF WS-MESSAGE-TEXT NOT = SPACES
025304         GO TO 2450-EXIT
025305     END-IF.
025306     SET PC-COST-CENTER-CHANGE TO TRUE.
025307     MOVE WS-SCR-COST-CENTER TO PC-AFT-COST-CENTER.
025308     PERFORM 2500-WRITE-PENDING THRU 2500-EXIT.
025309     IF OPERATOR-IS-DONE
025310         GO TO 2450-EXIT
025311     END-IF.
025312     MOVE "COST CENTER CHANGE AWAITING APPROVAL"
025313         TO WS-MESSAGE-TEXT.
025314 2450-EXIT.
025315     EXIT.
025316*-----------------------------------------------------------------
025317* 2470-CHANGE-STATUS - QUEUE A STATUS CHANGE FOR APPROVAL. THE
025318* KEYED STATUS MUST BE ONE ACCTMAST KNOWS AND DIFFERENT FROM THE
025319* ONE THE ACCOUNT HAS; A BLANK DATE MEANS TODAY AND A FUTURE ONE
025320* IS REFUSED - THE MASTER SAYS WHERE THE ACCOUNT STANDS NOW. THE
025321* CLOSE DATE IS SET WHEN THE ACCOUNT FIRST GOES TO C OR W, KEPT
025322* ACROSS A MOVE BETWEEN THE TWO, AND CLEARED ON A REOPEN.
025323*-----------------------------------------------------------------
025324 2470-CHANGE-STATUS.
025325     IF NOT SCR-STATUS-VALID
025326         MOVE "STATUS MUST BE A, F, C OR W" TO WS-MESSAGE-TEXT
025327         GO TO 2470-EXIT
025328     END-IF.
025329     IF WS-SCR-STATUS-DATE = ZERO
025330         MOVE WS-SYS-DATE TO WS-SCR-STATUS-DATE
025331     END-IF.
025332     IF WS-SCR-STATUS-DATE > WS-SYS-DATE
025333         MOVE "STATUS DATE CANNOT BE IN THE FUTURE"
025334             TO WS-MESSAGE-TEXT
025335         GO TO 2470-EXIT
025336     END-IF.
025337     PERFORM 2550-READ-FOR-CHANGE THRU 2550-EXIT.
025338     IF WS-MESSAGE-TEXT NOT = SPACES
025339         GO TO 2470-EXIT
025340     END-IF.
025341     MOVE PC-BEF-ACCT-STATUS TO WS-CURRENT-STATUS.
025342     IF WS-CURRENT-STATUS = SPACE
025343         MOVE "A" TO WS-CURRENT-STATUS
025344     END-IF.
025345     IF WS-SCR-ACCT-STATUS = WS-CURRENT-STATUS
025346         MOVE "ACCOUNT ALREADY HAS THAT STATUS"
025347             TO WS-MESSAGE-TEXT
025348         GO TO 2470-EXIT
025349     END-IF.
025350     SET PC-STATUS-CHANGE TO TRUE.
025351     MOVE WS-SCR-ACCT-STATUS TO PC-AFT-ACCT-STATUS.
025352     MOVE WS-SCR-STATUS-DATE TO PC-AFT-STATUS-DATE.
025353     IF SCR-STATUS-NOT-OPEN
025354         IF NOT CURRENT-NOT-OPEN
025355             MOVE WS-SCR-STATUS-DATE TO PC-AFT-CLOSE-DATE
025356         END-IF
025357     ELSE
025358         MOVE ZERO TO PC-AFT-CLOSE-DATE
025359     END-IF.
025360     PERFORM 2500-WRITE-PENDING THRU 2500-EXIT.
025361     IF OPERATOR-IS-DONE
025362         GO TO 2470-EXIT
025363     END-IF.
025364     MOVE "STATUS CHANGE AWAITING APPROVAL" TO WS-MESSAGE-TEXT.
025365 2470-EXIT.
025366     EXIT.
025367*-----------------------------------------------------------------
025368* 2500-WRITE-PENDING - ONE PENDING-CHANGE-RECORD PER KEYED
025369* CHANGE, WRITTEN AND VERIFIED. THE CALLER SET THE CHANGE TYPE
025370* AND BOTH IMAGES; THE KEY, THE MAKER AND THE STATUS GO ON
025371* HERE. A NEW RATE WILL GO ONTO RATEHIST EFFECTIVE TODAY, THE
025372* DAY IT WAS KEYED. A FAILED WRITE ENDS THE SESSION - THE
025373* CHANGE WAS NEITHER APPLIED NOR QUEUED, AND THE OPERATOR HAS
025374* TO KNOW THAT.
025375*-----------------------------------------------------------------
025400 2500-WRITE-PENDING.
025410     MOVE WS-KEY-REFERENCE TO PC-REFERENCE.
025420     MOVE WS-SYS-DATE TO PC-KEYED-DATE.
025430     ACCEPT WS-SYS-TIME FROM TIME.
025440     MOVE WS-SYS-TIME TO PC-KEYED-TIME.
025450     SET PC-FROM-SCREEN TO TRUE.
025460     SET PC-PENDING TO TRUE.
025500     MOVE WS-OPERATOR TO PC-MAKER.
025525     MOVE SPACES TO PC-CHECKER.
025550     MOVE ZERO TO PC-DECIDED-DATE.
025600     MOVE WS-SYS-DATE TO PC-RATE-EFF-DATE.
025700     MOVE SPACES TO PC-DECLINE-REASON.
025800     WRITE PENDING-CHANGE-RECORD.
025900     IF WS-PC-FILE-STATUS NOT = "00"
026000         MOVE "PENDING WRITE FAILED - SESSION ENDED"
026100             TO WS-MESSAGE-TEXT
026200         SET OPERATOR-IS-DONE TO TRUE
026300     END-IF.
026400 2500-EXIT.
026500     EXIT.
026510*-----------------------------------------------------------------
026520* 2550-READ-FOR-CHANGE - READ THE ACCOUNT FOR A B, R, C OR S
026530* CHANGE, REFUSE IT IF ANOTHER CHANGE IS STILL PENDING, AND
026540* START THE PENDING-CHANGE-RECORD WITH BOTH IMAGES SET TO THE
026550* MASTER AS IT STANDS. THE CALLER CHANGES THE ONE FIELD IN THE
026560* AFTER-IMAGE. A REFUSAL COMES BACK ON THE MESSAGE LINE.
026570*-----------------------------------------------------------------
026575 2550-READ-FOR-CHANGE.
026584     MOVE WS-KEY-REFERENCE TO AM-REFERENCE.
026588     READ ACCOUNT-MASTER
026592         INVALID KEY
026593             MOVE "REFERENCE IS NOT ON FILE" TO WS-MESSAGE-TEXT
026594             GO TO 2550-EXIT
026596     END-READ.
           PERFORM 2700-CHECK-PENDING THRU 2700-EXIT.
           IF CHANGE-IS-PENDING
               MOVE "A CHANGE IS ALREADY PENDING" TO WS-MESSAGE-TEXT
               GO TO 2550-EXIT
           END-IF.
           MOVE SPACES TO PENDING-CHANGE-RECORD.
           MOVE AM-BALANCE TO PC-BEF-BALANCE.
           MOVE AM-RATE-PCT TO PC-BEF-RATE-PCT.
           MOVE AM-COST-CENTER TO PC-BEF-COST-CENTER.
           MOVE AM-BALANCE TO PC-AFT-BALANCE.
           MOVE AM-RATE-PCT TO PC-AFT-RATE-PCT.
           MOVE AM-COST-CENTER TO PC-AFT-COST-CENTER.
           MOVE AM-ACCT-STATUS TO PC-BEF-ACCT-STATUS.
           MOVE AM-ACCT-STATUS TO PC-AFT-ACCT-STATUS.
           MOVE AM-STATUS-DATE TO PC-AFT-STATUS-DATE.
           MOVE AM-CLOSE-DATE TO PC-AFT-CLOSE-DATE.
       2550-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2700-CHECK-PENDING - IS ANY CHANGE TO THIS REFERENCE STILL
      * WAITING FOR APPROVAL? THE PENDING FILE KEEPS DECIDED CHANGES
      * TOO, SO WALK THE REFERENCE'S KEYS FROM THE FIRST ONE AND STOP
      * AT THE FIRST PENDING ENTRY OR THE NEXT REFERENCE. USES THE
      * RECORD AREA - CALL IT BEFORE BUILDING A NEW CHANGE.
      *-----------------------------------------------------------------
       2700-CHECK-PENDING.
           SET NO-CHANGE-PENDING TO TRUE.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE WS-KEY-REFERENCE TO PC-REFERENCE.
           MOVE ZERO TO PC-KEYED-DATE.
           MOVE ZERO TO PC-KEYED-TIME.
           START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PC-KEY
               INVALID KEY
                   GO TO 2700-EXIT
           END-START.
           PERFORM 2750-SCAN-ONE-CHANGE THRU 2750-EXIT
               UNTIL PENDING-SCAN-DONE.
026598 2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2750-SCAN-ONE-CHANGE - ONE STEP OF THE 2700 WALK.
      *-----------------------------------------------------------------
       2750-SCAN-ONE-CHANGE.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   SET PENDING-SCAN-DONE TO TRUE
                   GO TO 2750-EXIT
           END-READ.
           IF PC-REFERENCE NOT = WS-KEY-REFERENCE
               SET PENDING-SCAN-DONE TO TRUE
               GO TO 2750-EXIT
           END-IF.
           IF PC-PENDING
               SET CHANGE-IS-PENDING TO TRUE
               SET PENDING-SCAN-DONE TO TRUE
           END-IF.
       2750-EXIT.
026599     EXIT.
026600*-----------------------------------------------------------------
026700* 3000-TERMINATE - CLOSE DOWN THE SESSION.
026800*-----------------------------------------------------------------
026900 3000-TERMINATE.
027000     CLOSE ACCOUNT-MASTER.
027100     CLOSE PENDING-CHANGE-FILE.
027200 3000-EXIT.
027300     EXIT.
