003388*                WORK-FILE FAULT FAILS ITS BATCH WHOLE, WHICH
003389*                BOUNCES ON THE REGISTER THE SAME AS ANY BATCH
003390*                THAT NEVER PROVED ITSELF.
      * 2026-10-14 DH  DUAL CONTROL OVER THE FEED. A CHANGE THAT MOVES
      *                A BALANCE OR A RATE BY MORE THAN THE APPROVAL
      *                THRESHOLD (ACCTLPRM CARD: BALANCE MOVE IN
      *                COLUMNS 1-11, RATE MOVE IN PERCENTAGE POINTS IN
      *                12-17, BOTH WITH IMPLIED DECIMALS) IS NOT APPLIED
      *                BUT WRITTEN TO THE PENDING-CHANGE FILE (ACCTPEND)
      *                AS MAKER "ACCTLOAD", FOR AN OPERATOR TO APPROVE
      *                IN ACCTAPPR. A NEW ACCOUNT IS HELD WHEN ITS
      *                OPENING BALANCE IS OVER THE BALANCE THRESHOLD.
      *                WITH NO CARD THE THRESHOLDS ARE 100,000.00 AND
      *                1.0000; A FIELD THAT IS NOT NUMERIC HOLDS EVERY
      *                CHANGE. EACH HELD CHANGE IS LISTED ON THE
      *                REGISTER AND COUNTED IN THE TOTALS. A HELD CHANGE
      *                THAT CANNOT BE WRITTEN STOPS THE LOAD THE SAME AS
      *                A FAILED AUDIT WRITE.
      * 2026-10-14 DH  THE FEED DETAIL MAY NOW CARRY THE ACCOUNT'S
      *                STATUS (A, F, C OR W) AND ITS EFFECTIVE DATE.
      *                A CHANGED STATUS GOES ONTO AM-ACCT-STATUS AND
      *                AM-STATUS-DATE WITH THE BALANCE AND RATE, AND A
      *                CLOSE OR CHARGE-OFF SETS AM-CLOSE-DATE. A BLANK
      *                STATUS LEAVES THE MASTER'S ALONE; AN UNKNOWN
      *                CODE SKIPS THE DETAIL AS BAD. A NEW ACCOUNT WITH
      *                NO STATUS OPENS ACTIVE. THE AUDIT RECORD AND ANY
      *                HELD CHANGE CARRY THE STATUS BEFORE AND AFTER,
      *                AND THE REGISTER COUNTS STATUS CHANGES APPLIED.
      * 2026-10-15 DH  A FEED BALANCE NO LONGER WIPES OUT INTEREST
      *                GLPOST HAS CREDITED. BEFORE AN UPDATE THE
      *                ACCOUNT'S RECORDS ON THE CONFIRMATION MASTER
      *                (CONFSTAT) ARE READ: A CREDIT CONFIRMED TO THE
      *                DEPOSITS SYSTEM BEFORE THE BATCH'S CREATION
      *                DATE IS IN THE FEED BALANCE AND IS MARKED
      *                REFLECTED; ONE SENT ON OR AFTER IT (OR NOT YET
      *                SENT) IS NOT, SO THE FEED BALANCE PREDATES IT.
      *                THEN THE MASTER'S BALANCE IS KEPT, THE REST OF
      *                THE DETAIL APPLIES, AND THE REGISTER LISTS IT -
      *                RETURN CODE 4. NO CONFIRMATION MASTER MEANS
      *                NOTHING HAS BEEN SENT AND NOTHING IS CHECKED.
003400*-----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004780     SELECT ACCT-WORK-FILE   ASSIGN TO ACCTWK
004790                             ORGANIZATION IS LINE SEQUENTIAL
004795                             FILE STATUS IS WS-AW-FILE-STATUS.
           SELECT APPROVAL-PARM    ASSIGN TO ACCTLPRM
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO ACCTPEND
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS PC-KEY
                                   FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT CONF-STATUS-MASTER ASSIGN TO CONFSTAT
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CS-KEY
                                   FILE STATUS IS WS-CS-FILE-STATUS.
004800     SELECT LOAD-REGISTER    ASSIGN TO ACCTLREG
004900                             ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005740     COPY RATEHIST.
005750 FD  ACCT-WORK-FILE.
005760 01  ACCT-WORK-RECORD.
005770     05  AW-DETAIL-DATA      PIC X(36).
005774 FD  APPROVAL-PARM.
005778 01  APPROVAL-PARM-RECORD    PIC X(80).
005782 FD  PENDING-CHANGE-FILE.
005786     COPY PENDCHG.
005790 FD  CONF-STATUS-MASTER.
005794     COPY CONFSTAT.
005800 FD  LOAD-REGISTER.
005900 01  LOAD-REGISTER-RECORD    PIC X(80).
006000 WORKING-STORAGE SECTION.
006600     88  AUDIT-FILE-NOT-FOUND        VALUE "35".
006620 01  WS-RT-FILE-STATUS       PIC X(02).
006640     88  RATEHIST-NOT-FOUND          VALUE "35".
006645 01  WS-PARM-FILE-STATUS     PIC X(02).
006650 01  WS-PC-FILE-STATUS       PIC X(02).
006655     88  ACCTPEND-NOT-FOUND          VALUE "35".
006660 01  WS-CS-FILE-STATUS       PIC X(02).
006665 01  WS-CS-OPEN-SWITCH       PIC X(01)   VALUE "N".
006670     88  CONF-STATUS-AVAILABLE       VALUE "Y".
006675 01  WS-CONF-END-SWITCH      PIC X(01).
006680     88  END-OF-REFERENCE-CONFS      VALUE "Y".
006685 01  WS-PREDATE-SWITCH       PIC X(01).
006690     88  BALANCE-PREDATES-CREDIT     VALUE "Y".
006695 01  WS-UNREFLECTED-AMOUNT   PIC S9(11)V99.
006700 01  WS-AUDIT-FAIL-SWITCH    PIC X(01)   VALUE "N".
006800     88  AUDIT-TRAIL-FAILED          VALUE "Y".
006900 01  WS-SYS-DATE             PIC 9(08).
008400 01  WS-UPDATE-COUNT         PIC 9(08)   VALUE ZERO.
008500 01  WS-BAD-DETAIL-COUNT     PIC 9(08)   VALUE ZERO.
008600 01  WS-STRUCT-ERR-COUNT     PIC 9(08)   VALUE ZERO.
008604 01  WS-HELD-COUNT           PIC 9(08)   VALUE ZERO.
008608 01  WS-STATUS-CHANGE-COUNT  PIC 9(08)   VALUE ZERO.
008612 01  WS-KEPT-COUNT           PIC 9(08)   VALUE ZERO.
008616 01  WS-REFLECTED-COUNT      PIC 9(08)   VALUE ZERO.
008620 01  WS-NEW-ACCT-STATUS      PIC X(01).
008624     88  NEW-STATUS-NOT-OPEN         VALUE "C" "W".
008628 01  WS-NEW-STATUS-DATE      PIC 9(08).
008632 01  WS-NEW-CLOSE-DATE       PIC 9(08).
008636 01  WS-BALANCE-LIMIT        PIC 9(09)V99 VALUE 100000.00.
008640 01  WS-RATE-LIMIT           PIC 9(02)V9(04) VALUE 1.0000.
008644 01  WS-PARM-BALANCE-X       PIC X(11).
008648 01  WS-PARM-BALANCE REDEFINES WS-PARM-BALANCE-X
008652                             PIC 9(09)V99.
008656 01  WS-PARM-RATE-X          PIC X(06).
008660 01  WS-PARM-RATE REDEFINES WS-PARM-RATE-X
008664                             PIC 9(02)V9(04).
008668 01  WS-BALANCE-MOVE         PIC S9(10)V99.
008672 01  WS-RATE-MOVE            PIC S9(02)V9(04).
008676 01  WS-HOLD-TIME            PIC 9(08).
008680 01  WS-HOLD-TRIES           PIC 9(04).
008700 01  WS-AW-FILE-STATUS       PIC X(02).
008800 01  WS-AW-EOF-SWITCH        PIC X(01).
008900     88  END-OF-ACCT-WORK            VALUE "Y".
010800     05  BTL-UPDATES         PIC Z(07)9.
010900     05  FILLER              PIC X(02)  VALUE SPACES.
011000     05  BTL-STATUS          PIC X(08).
011003     05  FILLER              PIC X(05)  VALUE SPACES.
011006 01  WS-LIMIT-LINE.
011009     05  FILLER              PIC X(30)
011012         VALUE "APPROVAL OVER - BALANCE MOVE ".
011015     05  LML-BALANCE         PIC Z(08)9.99.
011018     05  FILLER              PIC X(13)  VALUE "  RATE MOVE ".
011021     05  LML-RATE            PIC Z9.9999.
011024     05  FILLER              PIC X(18)  VALUE SPACES.
011027 01  WS-HELD-LINE.
011030     05  FILLER              PIC X(08)  VALUE "  HELD  ".
011033     05  HLL-REFERENCE       PIC X(10).
011036     05  FILLER              PIC X(01)  VALUE SPACES.
011039     05  HLL-ACTION          PIC X(06).
011042     05  FILLER              PIC X(05)  VALUE " BAL ".
011045     05  HLL-BALANCE         PIC -(09)9.99.
011048     05  FILLER              PIC X(06)  VALUE " RATE ".
011051     05  HLL-RATE            PIC Z9.9999.
011054     05  FILLER              PIC X(02)  VALUE SPACES.
011057     05  HLL-STATUS          PIC X(22).
011060 01  WS-KEPT-LINE.
011063     05  FILLER              PIC X(08)  VALUE "  KEPT  ".
011066     05  KPL-REFERENCE       PIC X(10).
011069     05  FILLER              PIC X(06)  VALUE " FEED ".
011072     05  KPL-FEED-BALANCE    PIC -(09)9.99.
011075     05  FILLER              PIC X(06)  VALUE " OURS ".
011078     05  KPL-OUR-BALANCE     PIC -(09)9.99.
011081     05  FILLER              PIC X(06)  VALUE " SENT ".
011084     05  KPL-CREDITS         PIC -(09)9.99.
011100     05  FILLER              PIC X(05)  VALUE SPACES.
011200 01  WS-TOTAL-LINE.
011300     05  TOT-LABEL           PIC X(34).
014260         CLOSE RATE-HISTORY
014270         OPEN I-O RATE-HISTORY
014280     END-IF.
014281     OPEN I-O PENDING-CHANGE-FILE.
014282     IF ACCTPEND-NOT-FOUND
014283         OPEN OUTPUT PENDING-CHANGE-FILE
014284         CLOSE PENDING-CHANGE-FILE
014285         OPEN I-O PENDING-CHANGE-FILE
014286     END-IF.
014287     OPEN I-O CONF-STATUS-MASTER.
014288     IF WS-CS-FILE-STATUS = "00"
014289         SET CONF-STATUS-AVAILABLE TO TRUE
014290     ELSE
014291         DISPLAY "ACCTLOAD: NO CONFIRMATION MASTER, STATUS "
014292             WS-CS-FILE-STATUS " - BALANCES NOT CHECKED"
014293     END-IF.
014294     PERFORM 1100-READ-APPROVAL-PARM THRU 1100-EXIT.
014300     OPEN OUTPUT LOAD-REGISTER.
014400     WRITE LOAD-REGISTER-RECORD FROM WS-REGISTER-TITLE.
014425     MOVE WS-BALANCE-LIMIT TO LML-BALANCE.
014450     MOVE WS-RATE-LIMIT TO LML-RATE.
014475     WRITE LOAD-REGISTER-RECORD FROM WS-LIMIT-LINE.
014500     PERFORM 8000-READ-FEED THRU 8000-EXIT.
014600 1000-EXIT.
014602     EXIT.
014604*-----------------------------------------------------------------
014606* 1100-READ-APPROVAL-PARM - THE APPROVAL THRESHOLDS OFF THE
014608* ACCTLPRM CARD: THE LARGEST BALANCE MOVE THAT APPLIES WITHOUT
014610* APPROVAL IN COLUMNS 1-11 (9(09)V99), THE LARGEST RATE MOVE IN
014612* PERCENTAGE POINTS IN 12-17 (9(02)V9(04)). NO CARD, OR A BLANK
014614* FIELD, KEEPS THE DEFAULT. A FIELD THAT IS NOT NUMERIC DROPS
014616* THAT THRESHOLD TO ZERO SO EVERY SUCH CHANGE WAITS FOR AN
014618* OPERATOR - A BAD CARD MUST NOT OPEN THE GATE.
014620*-----------------------------------------------------------------
014622 1100-READ-APPROVAL-PARM.
014624     OPEN INPUT APPROVAL-PARM.
014626     IF WS-PARM-FILE-STATUS NOT = "00"
014628         GO TO 1100-EXIT
014630     END-IF.
014632     READ APPROVAL-PARM
014634         AT END
014636             MOVE SPACES TO APPROVAL-PARM-RECORD
014638     END-READ.
014640     CLOSE APPROVAL-PARM.
014642     IF APPROVAL-PARM-RECORD (1:11) NOT = SPACES
014644         MOVE APPROVAL-PARM-RECORD (1:11) TO WS-PARM-BALANCE-X
014646         IF WS-PARM-BALANCE NUMERIC
014648             MOVE WS-PARM-BALANCE TO WS-BALANCE-LIMIT
014650         ELSE
014652             MOVE ZERO TO WS-BALANCE-LIMIT
014654             DISPLAY "ACCTLOAD: ACCTLPRM BALANCE NOT NUMERIC - "
014656                 "EVERY BALANCE CHANGE HELD"
014658         END-IF
014660     END-IF.
014662     IF APPROVAL-PARM-RECORD (12:6) NOT = SPACES
014664         MOVE APPROVAL-PARM-RECORD (12:6) TO WS-PARM-RATE-X
014666         IF WS-PARM-RATE NUMERIC
014668             MOVE WS-PARM-RATE TO WS-RATE-LIMIT
014670         ELSE
014672             MOVE ZERO TO WS-RATE-LIMIT
014674             DISPLAY "ACCTLOAD: ACCTLPRM RATE NOT NUMERIC - "
014676                 "EVERY RATE CHANGE HELD"
014678         END-IF
014680     END-IF.
014682 1100-EXIT.
014700     EXIT.
014800*-----------------------------------------------------------------
014900* 2000-PROCESS-FEED - ONE RECORD OFF THE BATCHED FEED: A HEADER
027700* THE RECORD AREA, ONTO THE MASTER: AN EXISTING REFERENCE IS
027800* UPDATED, A NEW ONE IS ADDED. A DETAIL WITH A NON-NUMERIC
027900* BALANCE OR RATE IS SKIPPED AND COUNTED - IT CANNOT PRICE
027950* INTEREST, AS IS ONE WITH A STATUS CODE ACCTMAST DOES NOT
028000* KNOW.
028100*-----------------------------------------------------------------
028200 2100-APPLY-ONE-ACCOUNT.
028400     IF AF-BALANCE NOT NUMERIC OR AF-RATE-PCT NOT NUMERIC
028450         OR NOT (AF-STATUS-NOT-SENT OR AF-STATUS-VALID)
028500         ADD 1 TO WS-BAD-DETAIL-COUNT
028600         DISPLAY "ACCTLOAD: BAD DETAIL SKIPPED, REFERENCE "
028700             AF-REFERENCE
029700 2100-EXIT.
029800     EXIT.
029900*-----------------------------------------------------------------
029902* 2150-SET-NEW-STATUS - THE STATUS, STATUS DATE AND CLOSE DATE
029904* THE ACCOUNT WILL CARRY AFTER THIS DETAIL. THE CALLER'S READ OF
029906* THE MASTER SAYS WHETHER THERE IS A CURRENT ONE. NO STATUS ON
029908* THE FEED, OR THE SAME STATUS AGAIN, KEEPS WHAT THE MASTER HAS
029910* (A NEW ACCOUNT OPENS ACTIVE ON THE BATCH DATE). A NEW STATUS
029912* TAKES THE FEED'S DATE, OR THE BATCH DATE WHEN THERE IS NONE.
029914* THE CLOSE DATE IS SET WHEN THE ACCOUNT FIRST GOES TO C OR W,
029916* KEPT ACROSS A MOVE BETWEEN THE TWO, AND CLEARED ON A REOPEN.
029918*-----------------------------------------------------------------
029920 2150-SET-NEW-STATUS.
029922     IF WS-AM-FILE-STATUS = "00"
029924         MOVE AM-ACCT-STATUS TO WS-NEW-ACCT-STATUS
029926         IF AM-ACTIVE
029928             MOVE "A" TO WS-NEW-ACCT-STATUS
029930         END-IF
029932         MOVE AM-STATUS-DATE TO WS-NEW-STATUS-DATE
029934         MOVE AM-CLOSE-DATE TO WS-NEW-CLOSE-DATE
029936     ELSE
029938         MOVE "A" TO WS-NEW-ACCT-STATUS
029940         MOVE WS-BATCH-EFF-DATE TO WS-NEW-STATUS-DATE
029942         MOVE ZERO TO WS-NEW-CLOSE-DATE
029944     END-IF.
029946     IF AF-STATUS-NOT-SENT
029948         OR AF-ACCT-STATUS = WS-NEW-ACCT-STATUS
029950         GO TO 2150-EXIT
029952     END-IF.
029954     MOVE AF-ACCT-STATUS TO WS-NEW-ACCT-STATUS.
029956     IF AF-STATUS-DATE NUMERIC AND AF-STATUS-DATE > ZERO
029958         MOVE AF-STATUS-DATE TO WS-NEW-STATUS-DATE
029960     ELSE
029962         MOVE WS-BATCH-EFF-DATE TO WS-NEW-STATUS-DATE
029964     END-IF.
029966     IF NEW-STATUS-NOT-OPEN
029968         IF WS-NEW-CLOSE-DATE = ZERO
029970             MOVE WS-NEW-STATUS-DATE TO WS-NEW-CLOSE-DATE
029972         END-IF
029974     ELSE
029976         MOVE ZERO TO WS-NEW-CLOSE-DATE
029978     END-IF.
029980 2150-EXIT.
029982     EXIT.
029984*-----------------------------------------------------------------
030000* 2200-UPDATE-ACCOUNT - THE AUDIT RECORD GOES FIRST AND IS
030100* VERIFIED, THE SAME WAY REJFIX AUDITS BEFORE IT RESUBMITS -
030200* A CHANGE THAT CANNOT BE AUDITED IS NOT APPLIED. THEN THE
030300* NEW BALANCE, RATE AND STATUS GO ON AND THE MASTER IS
030310* REWRITTEN.
030320* A FEED BALANCE THAT PREDATES A CREDIT ALREADY CONFIRMED TO THE
030330* DEPOSITS SYSTEM IS REPLACED BY THE MASTER'S OWN FIRST.
030340* A CHANGE THAT MOVES THE BALANCE OR THE RATE BY MORE THAN
030350* ITS APPROVAL THRESHOLD IS HELD FOR ACCTAPPR INSTEAD.
030400*-----------------------------------------------------------------
030500 2200-UPDATE-ACCOUNT.
030505     PERFORM 2800-CHECK-CONFIRMATIONS THRU 2800-EXIT.
030510     PERFORM 2150-SET-NEW-STATUS THRU 2150-EXIT.
030515     COMPUTE WS-BALANCE-MOVE = AF-BALANCE - AM-BALANCE.
030520     IF WS-BALANCE-MOVE < ZERO
030525         COMPUTE WS-BALANCE-MOVE = ZERO - WS-BALANCE-MOVE
030530     END-IF.
030535     COMPUTE WS-RATE-MOVE = AF-RATE-PCT - AM-RATE-PCT.
030540     IF WS-RATE-MOVE < ZERO
030545         COMPUTE WS-RATE-MOVE = ZERO - WS-RATE-MOVE
030550     END-IF.
030555     IF WS-BALANCE-MOVE > WS-BALANCE-LIMIT
030560         OR WS-RATE-MOVE > WS-RATE-LIMIT
030565         PERFORM 2700-HOLD-FOR-APPROVAL THRU 2700-EXIT
030570         GO TO 2200-EXIT
030575     END-IF.
030600     MOVE SPACES TO ACCT-AUDIT-RECORD.
030700     MOVE WS-LOAD-OPERATOR TO AAU-OPERATOR.
030800     MOVE WS-SYS-DATE TO AAU-DATE.
031200     MOVE AM-RATE-PCT TO AAU-BEF-RATE-PCT.
031300     MOVE AF-BALANCE TO AAU-AFT-BALANCE.
031400     MOVE AF-RATE-PCT TO AAU-AFT-RATE-PCT.
031410     MOVE AM-ACCT-STATUS TO AAU-BEF-ACCT-STATUS.
031420     IF AM-ACTIVE
031430         MOVE "A" TO AAU-BEF-ACCT-STATUS
031440     END-IF.
031450     MOVE WS-NEW-ACCT-STATUS TO AAU-AFT-ACCT-STATUS.
031460     IF AAU-AFT-ACCT-STATUS NOT = AAU-BEF-ACCT-STATUS
031470         ADD 1 TO WS-STATUS-CHANGE-COUNT
031480     END-IF.
031500     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
031600     IF AUDIT-TRAIL-FAILED
031700         GO TO 2200-EXIT
031800     END-IF.
031900     MOVE AF-BALANCE TO AM-BALANCE.
032000     MOVE AF-RATE-PCT TO AM-RATE-PCT.
032025     MOVE WS-NEW-ACCT-STATUS TO AM-ACCT-STATUS.
032050     MOVE WS-NEW-STATUS-DATE TO AM-STATUS-DATE.
032075     MOVE WS-NEW-CLOSE-DATE TO AM-CLOSE-DATE.
032100     REWRITE ACCOUNT-MASTER-RECORD.
032150     IF AF-RATE-PCT NOT = AAU-BEF-RATE-PCT
032160         PERFORM 2600-WRITE-RATE-HISTORY THRU 2600-EXIT
032500     EXIT.
032600*-----------------------------------------------------------------
032700* 2300-ADD-ACCOUNT - A REFERENCE NOT ON THE MASTER GOES ON AS
032800* A NEW ACCOUNT, AUDITED WITH A BEFORE-IMAGE OF ZEROS, AT THE
032825* STATUS THE FEED SENT OR ACTIVE.
032850* AN OPENING BALANCE OVER THE BALANCE THRESHOLD IS HELD FOR
032875* ACCTAPPR INSTEAD.
032900*-----------------------------------------------------------------
033000 2300-ADD-ACCOUNT.
033010     PERFORM 2150-SET-NEW-STATUS THRU 2150-EXIT.
033020     MOVE AF-BALANCE TO WS-BALANCE-MOVE.
033030     IF WS-BALANCE-MOVE < ZERO
033040         COMPUTE WS-BALANCE-MOVE = ZERO - WS-BALANCE-MOVE
033050     END-IF.
033060     IF WS-BALANCE-MOVE > WS-BALANCE-LIMIT
033070         PERFORM 2700-HOLD-FOR-APPROVAL THRU 2700-EXIT
033080         GO TO 2300-EXIT
033090     END-IF.
033100     MOVE SPACES TO ACCT-AUDIT-RECORD.
033200     MOVE WS-LOAD-OPERATOR TO AAU-OPERATOR.
033300     MOVE WS-SYS-DATE TO AAU-DATE.
033700     MOVE ZERO TO AAU-BEF-RATE-PCT.
033800     MOVE AF-BALANCE TO AAU-AFT-BALANCE.
033900     MOVE AF-RATE-PCT TO AAU-AFT-RATE-PCT.
033950     MOVE WS-NEW-ACCT-STATUS TO AAU-AFT-ACCT-STATUS.
034000     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
034100     IF AUDIT-TRAIL-FAILED
034200         GO TO 2300-EXIT
034500     MOVE AF-REFERENCE TO AM-REFERENCE.
034600     MOVE AF-BALANCE TO AM-BALANCE.
034700     MOVE AF-RATE-PCT TO AM-RATE-PCT.
034725     MOVE WS-NEW-ACCT-STATUS TO AM-ACCT-STATUS.
034750     MOVE WS-NEW-STATUS-DATE TO AM-STATUS-DATE.
034775     MOVE WS-NEW-CLOSE-DATE TO AM-CLOSE-DATE.
034800     WRITE ACCOUNT-MASTER-RECORD
034900         INVALID KEY
035000             DISPLAY "ACCTLOAD: ADD FAILED, REFERENCE "
036998 2600-EXIT.
036999     EXIT.
037000*-----------------------------------------------------------------
      * 2700-HOLD-FOR-APPROVAL - WRITE THE FEED CHANGE TO ACCTPEND FOR
      * AN OPERATOR TO APPROVE IN ACCTAPPR, WITH THE MASTER AS IT
      * STANDS AS THE BEFORE-IMAGE (ZEROS FOR A NEW ACCOUNT) AND THE
      * BATCH'S CREATION DATE AS THE RATE'S EFFECTIVE DATE, AND LIST IT
      * ON THE REGISTER. THE CALLER'S READ OF THE MASTER SAYS WHICH:
      * 2200 COMES HERE WITH THE ACCOUNT IN THE RECORD AREA, 2300
      * WITHOUT. A CHANGE THAT CANNOT BE HELD STOPS THE LOAD - IT WAS
      * NEITHER APPLIED NOR QUEUED.
      *-----------------------------------------------------------------
       2700-HOLD-FOR-APPROVAL.
           MOVE SPACES TO PENDING-CHANGE-RECORD.
           MOVE AF-REFERENCE TO PC-REFERENCE.
           MOVE WS-SYS-DATE TO PC-KEYED-DATE.
           IF WS-AM-FILE-STATUS = "00"
               SET PC-FEED-UPDATE TO TRUE
               MOVE AM-BALANCE TO PC-BEF-BALANCE
               MOVE AM-RATE-PCT TO PC-BEF-RATE-PCT
               MOVE AM-COST-CENTER TO PC-BEF-COST-CENTER
               MOVE AM-COST-CENTER TO PC-AFT-COST-CENTER
               MOVE AM-ACCT-STATUS TO PC-BEF-ACCT-STATUS
               MOVE "UPDATE" TO HLL-ACTION
           ELSE
               SET PC-ADD-ACCOUNT TO TRUE
               MOVE ZERO TO PC-BEF-BALANCE
               MOVE ZERO TO PC-BEF-RATE-PCT
               MOVE SPACES TO PC-BEF-COST-CENTER
               MOVE SPACES TO PC-AFT-COST-CENTER
               MOVE SPACES TO PC-BEF-ACCT-STATUS
               MOVE "ADD" TO HLL-ACTION
           END-IF.
           MOVE AF-BALANCE TO PC-AFT-BALANCE.
           MOVE AF-RATE-PCT TO PC-AFT-RATE-PCT.
           MOVE WS-NEW-ACCT-STATUS TO PC-AFT-ACCT-STATUS.
           MOVE WS-NEW-STATUS-DATE TO PC-AFT-STATUS-DATE.
           MOVE WS-NEW-CLOSE-DATE TO PC-AFT-CLOSE-DATE.
           SET PC-FROM-FEED TO TRUE.
           SET PC-PENDING TO TRUE.
           MOVE WS-LOAD-OPERATOR TO PC-MAKER.
           MOVE SPACES TO PC-CHECKER.
           MOVE ZERO TO PC-DECIDED-DATE.
           MOVE WS-BATCH-EFF-DATE TO PC-RATE-EFF-DATE.
           MOVE SPACES TO PC-DECLINE-REASON.
           ACCEPT WS-HOLD-TIME FROM TIME.
           MOVE ZERO TO WS-HOLD-TRIES.
           PERFORM 2750-WRITE-HELD THRU 2750-EXIT.
           IF WS-PC-FILE-STATUS NOT = "00"
               SET AUDIT-TRAIL-FAILED TO TRUE
               DISPLAY "ACCTLOAD: PENDING-CHANGE WRITE FAILED, STATUS "
                   WS-PC-FILE-STATUS " - LOAD STOPPED"
               GO TO 2700-EXIT
           END-IF.
           MOVE AF-REFERENCE TO HLL-REFERENCE.
           MOVE AF-BALANCE TO HLL-BALANCE.
           MOVE AF-RATE-PCT TO HLL-RATE.
           MOVE "AWAITING APPROVAL" TO HLL-STATUS.
           WRITE LOAD-REGISTER-RECORD FROM WS-HELD-LINE.
           ADD 1 TO WS-HELD-COUNT.
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2750-WRITE-HELD - WRITE THE HELD CHANGE. THE KEY CARRIES THE
      * TIME OF DAY; A SECOND CHANGE TO THE SAME REFERENCE IN THE SAME
      * HUNDREDTH OF A SECOND STEPS THE TIME ON PAST THE DUPLICATE.
      * ANY OTHER FAULT COMES BACK IN THE FILE STATUS.
      *-----------------------------------------------------------------
       2750-WRITE-HELD.
           MOVE WS-HOLD-TIME TO PC-KEYED-TIME.
           WRITE PENDING-CHANGE-RECORD.
           IF WS-PC-FILE-STATUS = "22"
               AND WS-HOLD-TRIES < 9
               ADD 1 TO WS-HOLD-TRIES
               ADD 1 TO WS-HOLD-TIME
               GO TO 2750-WRITE-HELD
           END-IF.
       2750-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2800-CHECK-CONFIRMATIONS - WALK THE ACCOUNT'S RECORDS ON THE
      * CONFIRMATION MASTER (THE MASTER RECORD IS IN THE RECORD AREA).
      * WHEN ANY CREDIT IS STILL MISSING FROM THE FEED BALANCE, LIST
      * THE ACCOUNT ON THE REGISTER AND PUT THE MASTER'S BALANCE BACK
      * INTO THE DETAIL, SO THE REST OF THE UPDATE - THRESHOLD CHECK,
      * AUDIT, REWRITE - CARRIES THE BALANCE UNCHANGED.
      *-----------------------------------------------------------------
       2800-CHECK-CONFIRMATIONS.
           IF NOT CONF-STATUS-AVAILABLE
               GO TO 2800-EXIT
           END-IF.
           MOVE "N" TO WS-PREDATE-SWITCH.
           MOVE "N" TO WS-CONF-END-SWITCH.
           MOVE ZERO TO WS-UNREFLECTED-AMOUNT.
           MOVE AM-REFERENCE TO CS-REFERENCE.
           MOVE ZERO TO CS-RUN-NUMBER.
           START CONF-STATUS-MASTER KEY NOT < CS-KEY
               INVALID KEY
                   GO TO 2800-EXIT
           END-START.
           PERFORM 2850-CHECK-ONE-CONFIRMATION THRU 2850-EXIT
               UNTIL END-OF-REFERENCE-CONFS.
           IF NOT BALANCE-PREDATES-CREDIT
               GO TO 2800-EXIT
           END-IF.
           MOVE AF-REFERENCE TO KPL-REFERENCE.
           MOVE AF-BALANCE TO KPL-FEED-BALANCE.
           MOVE AM-BALANCE TO KPL-OUR-BALANCE.
           MOVE WS-UNREFLECTED-AMOUNT TO KPL-CREDITS.
           WRITE LOAD-REGISTER-RECORD FROM WS-KEPT-LINE.
           MOVE AM-BALANCE TO AF-BALANCE.
           ADD 1 TO WS-KEPT-COUNT.
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2850-CHECK-ONE-CONFIRMATION - ONE CONFIRMATION RECORD. ONE
      * SENT BEFORE THE BATCH WAS CREATED HAS HAD A DAY IN THE DEPOSITS
      * SYSTEM AND IS MARKED REFLECTED. ONE SENT ON OR AFTER THAT DAY,
      * OR STILL BUILDING, IS NOT IN THE FEED BALANCE. A REVERSED ONE
      * IS SETTLED LIKE A REFLECTED ONE, UNLESS ITS REVERSAL WENT OUT
      * ON OR AFTER THE BATCH DAY - THEN THE FEED BALANCE MAY STILL
      * CARRY THE CREDIT ACCRREV TOOK OFF, AND IS NOT TAKEN.
      *-----------------------------------------------------------------
       2850-CHECK-ONE-CONFIRMATION.
           READ CONF-STATUS-MASTER NEXT
               AT END
                   SET END-OF-REFERENCE-CONFS TO TRUE
                   GO TO 2850-EXIT
           END-READ.
           IF CS-REFERENCE NOT = AM-REFERENCE
               SET END-OF-REFERENCE-CONFS TO TRUE
               GO TO 2850-EXIT
           END-IF.
           IF CS-REFLECTED
               GO TO 2850-EXIT
           END-IF.
           IF CS-REVERSED
               IF CS-REVERSED-DATE NOT = ZERO
                   AND WS-BATCH-EFF-DATE NOT > CS-REVERSED-DATE
                   SET BALANCE-PREDATES-CREDIT TO TRUE
                   SUBTRACT CS-AMOUNT FROM WS-UNREFLECTED-AMOUNT
               END-IF
               GO TO 2850-EXIT
           END-IF.
           IF CS-SENT AND WS-BATCH-EFF-DATE > CS-SENT-DATE
               SET CS-REFLECTED TO TRUE
               MOVE WS-SYS-DATE TO CS-REFLECTED-DATE
               MOVE WS-BATCH-EFF-DATE TO CS-FEED-DATE
               REWRITE CONFIRMATION-STATUS-RECORD
               ADD 1 TO WS-REFLECTED-COUNT
           ELSE
               SET BALANCE-PREDATES-CREDIT TO TRUE
               ADD CS-AMOUNT TO WS-UNREFLECTED-AMOUNT
           END-IF.
       2850-EXIT.
           EXIT.
      *-----------------------------------------------------------------
037100* 3000-TERMINATE - BOUNCE ANY BATCH STILL OPEN AT END OF FILE,
037200* PRINT THE RUN TOTALS, CLOSE DOWN, AND GRADE THE RUN.
037300*-----------------------------------------------------------------
039300     MOVE "STRUCTURE FAULTS" TO TOT-LABEL.
039400     MOVE WS-STRUCT-ERR-COUNT TO TOT-COUNT.
039500     WRITE LOAD-REGISTER-RECORD FROM WS-TOTAL-LINE.
039505     MOVE "CHANGES HELD FOR APPROVAL" TO TOT-LABEL.
039510     MOVE WS-HELD-COUNT TO TOT-COUNT.
039515     WRITE LOAD-REGISTER-RECORD FROM WS-TOTAL-LINE.
039520     MOVE "STATUS CHANGES APPLIED" TO TOT-LABEL.
039525     MOVE WS-STATUS-CHANGE-COUNT TO TOT-COUNT.
039530     WRITE LOAD-REGISTER-RECORD FROM WS-TOTAL-LINE.
039535     MOVE "BALANCES KEPT - PREDATE CREDITS" TO TOT-LABEL.
039540     MOVE WS-KEPT-COUNT TO TOT-COUNT.
039545     WRITE LOAD-REGISTER-RECORD FROM WS-TOTAL-LINE.
039550     MOVE "CONFIRMATIONS NOW REFLECTED" TO TOT-LABEL.
039555     MOVE WS-REFLECTED-COUNT TO TOT-COUNT.
039560     WRITE LOAD-REGISTER-RECORD FROM WS-TOTAL-LINE.
039600     CLOSE ACCOUNT-FEED.
039700     CLOSE ACCOUNT-MASTER.
039750     CLOSE RATE-HISTORY.
039760     CLOSE PENDING-CHANGE-FILE.
039770     IF CONF-STATUS-AVAILABLE
039780         CLOSE CONF-STATUS-MASTER
039790     END-IF.
039800     CLOSE AUDIT-FILE.
039900     CLOSE LOAD-REGISTER.
040000     DISPLAY "ACCTLOAD: " WS-READ-COUNT " READ, "
040100         WS-ADD-COUNT " ADDED, "
040200         WS-UPDATE-COUNT " UPDATED, "
040225         WS-HELD-COUNT " HELD, "
040250         WS-KEPT-COUNT " BALANCES KEPT, "
040300         WS-BOUNCED-COUNT " BATCHES BOUNCED".
040400     EVALUATE TRUE
040500         WHEN AUDIT-TRAIL-FAILED
040800             OR WS-STRUCT-ERR-COUNT > ZERO
040900             MOVE 8 TO RETURN-CODE
041000         WHEN WS-BAD-DETAIL-COUNT > ZERO
041025             MOVE 4 TO RETURN-CODE
041050         WHEN WS-KEPT-COUNT > ZERO
041100             MOVE 4 TO RETURN-CODE
041200         WHEN OTHER
041300             MOVE ZERO TO RETURN-CODE
