000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                ACCRREV.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-14.
000600 DATE-COMPILED.             2026-10-14.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-14 DH  NEW PROGRAM. BACKS A LEDGERED ACCRUAL RUN OUT
001100*                END TO END WHEN IT PRICED WRONG (A BAD RATEHIST
001200*                ENTRY, A DOUBLED FEED THAT GOT PAST THE GATES).
001300*                THE RUN NUMBER COMES OFF THE REVPARM CARD AND
001400*                POSTTRAN IS THAT RUN'S OWN POSTING FILE, PROVED
001500*                THE SAME WAY GLPOST PROVES IT - HEADER FIRST,
001600*                ONE TRAILER, COUNT AND AMOUNT HASH MATCHING -
001700*                PLUS: THE HEADER MUST CARRY THE REQUESTED RUN
001800*                NUMBER AND THE RUN MUST STAND AT LEDGERED OR
001900*                SWEPT ON THE RUN-STATUS MASTER. FOR EVERY
002000*                POSTING THE ACCOUNT'S BALANCE IS RESTORED
002100*                (AUDITED TO ACCTAUD FIRST, AS ACCTLOAD DOES),
002200*                AN OFFSETTING DETAIL IS WRITTEN TO POSTREV AND
002300*                A BALANCED CONTRA PAIR TO GLJRNL - CREDIT
002400*                INTEREST EXPENSE, DEBIT ACCRUED INTEREST
002500*                PAYABLE - CARRYING THE ORIGINAL RUN NUMBER AND
002600*                VALUE DATE SO THE REVERSAL NETS IN THE SAME
002700*                PERIOD. THE RUN THEN GOES TO "R" (REVERSED) SO
002800*                NOTHING CAN POST, LEDGER OR SWEEP IT AGAIN.
002900*                THE REVERSAL REGISTER TIES BACK TO THE ORIGINAL
003000*                ACCRREG "TOTAL POSTED" LINE. RETURN CODE 0 =
003100*                REVERSED, 4 = REVERSED WITH REFERENCES NO
003200*                LONGER ON THE MASTER, 8 = REFUSED, 12 = AUDIT
003300*                TRAIL FAILED PART WAY - THE RUN IS NOT MARKED
003400*                AND ACCTMAST MUST BE RESTORED BEFORE A RERUN.
003410* 2026-10-14 DH  THE CONTRA PAIR NO LONGER USES THE HARD-CODED
003420*                53100000/21400000. EACH POSTING'S ACCOUNTS COME
003430*                FROM THE GL-MAPPING MASTER (GLMAP) BY REASON
003440*                AND THE ACCOUNT'S COST CENTER, AS IN GLPOST:
003450*                CREDIT THE MAPPED DEBIT ACCOUNT, DEBIT THE
003460*                MAPPED CREDIT ACCOUNT. A POSTING WITH NO
003470*                MAPPING GOES TO ACCRVEXC ON THE CONTROL PASS
003480*                AND REFUSES THE REVERSAL. THE REGISTER TOTALS
003485*                THE CONTRA PAIR BY LEDGER ACCOUNT.
003487* 2026-10-15 DH  THE CONTRA JOURNAL NOW COMES FROM THE RUN ITSELF.
003488*                GLPOST'S JOURNAL FOR THE RUN IS READ BACK ON
003489*                RUNJRNL AND EVERY LINE IS POSTED AGAIN THE OTHER
003495*                WAY ROUND - SAME ACCOUNT AND AMOUNT, CREDIT FOR
003501*                DEBIT - SO THE ORIGINAL LINES CLEAR WHATEVER HAS
003507*                BEEN DONE TO GLMAP OR THE ACCOUNT'S COST CENTER
003513*                SINCE. GLMAP IS NO LONGER READ. THE CONTROL PASS
003519*                PROVES RUNJRNL: EVERY LINE FOR THE REQUESTED RUN,
003525*                DEBITS EQUAL TO CREDITS. THE DEPOSITS SYSTEM IS
003531*                TOLD AS WELL: EACH OF THE RUN'S CONFIRMATION
003537*                RECORDS (CONFSTAT) GOES TO "V" (REVERSED), AND
003543*                ONE ALREADY SENT GOES OUT AGAIN ON CONFFEED,
003549*                NEGATED, UNDER A REVERSAL HEADER. NO CONFIRMATION
003555*                MASTER MEANS NOTHING WAS CONFIRMED AND NOTHING IS
003561*                SENT; ONE THAT WILL NOT OPEN REFUSES THE RUN. THE
003567*                JOURNAL AND THE CONFIRMATIONS ARE WRITTEN ONLY
003573*                ONCE EVERY BALANCE IS RESTORED, SO A RUN THAT
003579*                STOPS ON THE AUDIT TRAIL WRITES NEITHER.
003581* 2026-10-15 DH  THE REVERSAL AUDIT RECORD NOW CARRIES THE
003582*                ACCOUNT STATUS, BEFORE AND AFTER, AS ACCTLOAD'S
003583*                DOES. THE EXCEPTION LINE NO LONGER PRINTS A COST
003584*                CENTER - THE ACCOUNT IS NEVER ON FILE THERE.
003585*-----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT REVERSE-PARM     ASSIGN TO REVPARM
004000                             ORGANIZATION IS LINE SEQUENTIAL
004100                             FILE STATUS IS WS-PARM-FILE-STATUS.
004200     SELECT POSTING-FILE     ASSIGN TO POSTTRAN
004300                             ORGANIZATION IS LINE SEQUENTIAL
004400                             FILE STATUS IS WS-PST-FILE-STATUS.
004500     SELECT REVERSAL-FILE    ASSIGN TO POSTREV
004600                             ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMAST
004800                             ORGANIZATION IS INDEXED
004900                             ACCESS MODE IS RANDOM
005000                             RECORD KEY IS AM-REFERENCE.
005025     SELECT RUN-JOURNAL      ASSIGN TO RUNJRNL
005050                             ORGANIZATION IS LINE SEQUENTIAL
005075                             FILE STATUS IS WS-RL-FILE-STATUS.
005100     SELECT JOURNAL-FILE     ASSIGN TO GLJRNL
005200                             ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT AUDIT-FILE       ASSIGN TO ACCTAUD
005400                             ORGANIZATION IS LINE SEQUENTIAL
005500                             FILE STATUS IS WS-AUD-FILE-STATUS.
005600     SELECT REVERSAL-REGISTER ASSIGN TO ACCRVREG
005700                             ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT EXCEPTION-RPT    ASSIGN TO ACCRVEXC
005900                             ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT RUN-STATUS-MASTER ASSIGN TO ACCRSTAT
006100                             ORGANIZATION IS INDEXED
006200                             ACCESS MODE IS RANDOM
006300                             RECORD KEY IS RS-RUN-NUMBER
006400                             FILE STATUS IS WS-RS-FILE-STATUS.
006412     SELECT CONF-STATUS-MASTER ASSIGN TO CONFSTAT
006424                             ORGANIZATION IS INDEXED
006436                             ACCESS MODE IS RANDOM
006448                             RECORD KEY IS CS-KEY
006460                             FILE STATUS IS WS-CS-FILE-STATUS.
006472     SELECT CONFIRMATION-FEED ASSIGN TO CONFFEED
006484                             ORGANIZATION IS LINE SEQUENTIAL.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  REVERSE-PARM.
006800 01  REVERSE-PARM-RECORD     PIC X(80).
006900 FD  POSTING-FILE.
007000     COPY POSTREC.
007100 FD  REVERSAL-FILE.
007200 01  REVERSAL-TRANS-RECORD   PIC X(54).
007300 FD  ACCOUNT-MASTER.
007400     COPY ACCTMAST.
007407 FD  RUN-JOURNAL.
007414 01  RUN-JOURNAL-RECORD.
007421     05  RL-GL-ACCOUNT           PIC X(08).
007428     05  RL-DR-CR-IND            PIC X(01).
007435         88  RL-DEBIT                     VALUE "D".
007442         88  RL-CREDIT                    VALUE "C".
007449     05  RL-REFERENCE            PIC X(10).
007456     05  RL-YEAR                 PIC 9(04).
007463     05  RL-RUN-NUMBER           PIC 9(14).
007470     05  RL-AMOUNT               PIC S9(09)V99.
007477     05  RL-VALUE-DATE           PIC 9(08).
007484     05  FILLER                  PIC X(06).
007500 FD  JOURNAL-FILE.
007600     COPY GLJRNL.
007700 FD  AUDIT-FILE.
007800     COPY AMAUD.
007900 FD  REVERSAL-REGISTER.
008000 01  REVERSAL-REGISTER-RECORD PIC X(80).
008100 FD  EXCEPTION-RPT.
008200 01  EXCEPTION-RPT-RECORD    PIC X(80).
008300 FD  RUN-STATUS-MASTER.
008400     COPY RUNSTAT.
008420 FD  CONF-STATUS-MASTER.
008440     COPY CONFSTAT.
008460 FD  CONFIRMATION-FEED.
008480     COPY CONFFEED.
008500 WORKING-STORAGE SECTION.
008600 01  WS-PARM-FILE-STATUS     PIC X(02).
008700 01  WS-PST-FILE-STATUS      PIC X(02).
008800 01  WS-AUD-FILE-STATUS      PIC X(02).
008900     88  AUDIT-FILE-NOT-FOUND        VALUE "35".
009000 01  WS-RS-FILE-STATUS       PIC X(02)   VALUE SPACES.
009006 01  WS-RL-FILE-STATUS       PIC X(02)   VALUE SPACES.
009012 01  WS-CS-FILE-STATUS       PIC X(02)   VALUE SPACES.
009018     88  CONFSTAT-NOT-FOUND          VALUE "35".
009024 01  WS-CS-OPEN-SWITCH       PIC X(01)   VALUE "N".
009030     88  CONF-MASTER-OPEN            VALUE "Y".
009036 01  WS-JRNL-EOF-SWITCH      PIC X(01)   VALUE "N".
009042     88  END-OF-RUN-JOURNAL          VALUE "Y".
009048 01  WS-CONF-EOF-SWITCH      PIC X(01)   VALUE "N".
009054     88  END-OF-CONF-PASS            VALUE "Y".
009060 01  WS-MASTERS-SWITCH       PIC X(01)   VALUE "N".
009070     88  MASTERS-OPEN                VALUE "Y".
009100 01  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
009200     88  END-OF-POSTING-FILE         VALUE "Y".
009300 01  WS-CONTROL-SWITCH       PIC X(01)   VALUE "N".
009400     88  CONTROL-CHECKS-PASSED       VALUE "Y".
009500 01  WS-AUDIT-FAIL-SWITCH    PIC X(01)   VALUE "N".
009600     88  AUDIT-TRAIL-FAILED          VALUE "Y".
009700 01  WS-REFUSE-TEXT          PIC X(40)   VALUE SPACES.
009800 01  WS-REVERSE-OPERATOR     PIC X(08)   VALUE "ACCRREV".
009900 01  WS-PARM-RUN-NUMBER      PIC 9(14)   VALUE ZERO.
010000 01  WS-FILE-RUN-NUMBER      PIC 9(14)   VALUE ZERO.
010100 01  WS-STATUS-POSTED-COUNT  PIC 9(08)   VALUE ZERO.
010200 01  WS-SYS-DATE             PIC 9(08).
010300 01  WS-SYS-TIME-RAW         PIC 9(08).
010400 01  WS-SYS-TIME             PIC 9(06).
010500 01  WS-HDR-SWITCH           PIC X(01)   VALUE "N".
010600     88  HEADER-SEEN                 VALUE "Y".
010700 01  WS-TRL-SWITCH           PIC X(01)   VALUE "N".
010800     88  TRAILER-SEEN                VALUE "Y".
010900 01  WS-PASS-DETAIL-COUNT    PIC 9(08)   VALUE ZERO.
011000 01  WS-PASS-HASH-TOTAL      PIC S9(11)V99 VALUE ZERO.
011100 01  WS-TRL-DETAIL-COUNT     PIC 9(08)   VALUE ZERO.
011200 01  WS-TRL-HASH-TOTAL       PIC S9(11)V99 VALUE ZERO.
011300 01  WS-READ-COUNT           PIC 9(08)   VALUE ZERO.
011400 01  WS-REVERSED-COUNT       PIC 9(08)   VALUE ZERO.
011500 01  WS-UNMATCHED-COUNT      PIC 9(08)   VALUE ZERO.
011514 01  WS-JRNL-LINE-COUNT      PIC 9(08)   VALUE ZERO.
011528 01  WS-JRNL-DEBITS          PIC S9(11)V99 VALUE ZERO.
011542 01  WS-JRNL-CREDITS         PIC S9(11)V99 VALUE ZERO.
011556 01  WS-CONF-DETAIL-COUNT    PIC 9(08)   VALUE ZERO.
011570 01  WS-CONF-POSTING-COUNT   PIC 9(08)   VALUE ZERO.
011584 01  WS-CONF-AMOUNT-TOTAL    PIC S9(11)V99 VALUE ZERO.
011600 01  WS-TOTAL-REVERSED       PIC S9(11)V99 VALUE ZERO.
011700 01  WS-TOTAL-UNMATCHED      PIC S9(11)V99 VALUE ZERO.
011800 01  WS-TOTAL-DEBITS         PIC S9(11)V99 VALUE ZERO.
011900 01  WS-TOTAL-CREDITS        PIC S9(11)V99 VALUE ZERO.
012000 01  WS-TIE-COUNT            PIC 9(08)   VALUE ZERO.
012100 01  WS-TIE-AMOUNT           PIC S9(11)V99 VALUE ZERO.
012200 01  WS-REVERSE-AMOUNT       PIC S9(09)V99 VALUE ZERO.
012300 01  WS-SUM-MAX              PIC 9(02)   VALUE 50.
012310 01  WS-SUM-COUNT            PIC 9(02)   VALUE ZERO.
012320 01  WS-SUM-IX               PIC 9(02).
012330 01  WS-SUM-SLOT             PIC 9(02).
012340 01  WS-SUM-ACCOUNT          PIC X(08).
012350 01  WS-SUMMARY-TABLE.
012360     05  WS-SUMMARY-ENTRY    OCCURS 50.
012370         10  SM-GL-ACCOUNT   PIC X(08).
012380         10  SM-DEBITS       PIC S9(11)V99.
012390         10  SM-CREDITS      PIC S9(11)V99.
012500 01  WS-REGISTER-TITLE.
012600     05  FILLER              PIC X(25)
012700         VALUE "ACCRREV REVERSAL REGISTER".
012800     05  FILLER              PIC X(55)  VALUE SPACES.
012900 01  WS-RUN-LINE.
013000     05  FILLER              PIC X(12)  VALUE "RUN NUMBER: ".
013100     05  RUN-RUN-NUMBER      PIC 9(14).
013200     05  FILLER              PIC X(54)  VALUE SPACES.
013300 01  WS-REGISTER-HEADING.
013400     05  FILLER              PIC X(12)  VALUE "REFERENCE".
013500     05  FILLER              PIC X(06)  VALUE "YEAR".
013600     05  FILLER              PIC X(22)  VALUE "REASON".
013700     05  FILLER              PIC X(14)  VALUE "AMOUNT".
013800     05  FILLER              PIC X(12)  VALUE "  VALUE DATE".
013900     05  FILLER              PIC X(14)  VALUE SPACES.
014000 01  WS-REGISTER-LINE.
014100     05  REG-REFERENCE       PIC X(10).
014200     05  FILLER              PIC X(02)  VALUE SPACES.
014300     05  REG-YEAR            PIC 9(04).
014400     05  FILLER              PIC X(02)  VALUE SPACES.
014500     05  REG-REASON          PIC X(20).
014600     05  FILLER              PIC X(02)  VALUE SPACES.
014700     05  REG-AMOUNT          PIC Z(08)9.99-.
014800     05  FILLER              PIC X(02)  VALUE SPACES.
014900     05  REG-VALUE-DATE      PIC 9(08).
015000     05  FILLER              PIC X(17)  VALUE SPACES.
015100 01  WS-REGISTER-TOTAL-LINE.
015200     05  TOT-LABEL           PIC X(28).
015300     05  TOT-COUNT           PIC Z(07)9.
015400     05  FILLER              PIC X(02)  VALUE SPACES.
015500     05  TOT-AMOUNT          PIC Z(10)9.99-.
015600     05  FILLER              PIC X(27)  VALUE SPACES.
015700 01  WS-DRCR-TOTAL-LINE.
015800     05  DRCR-LABEL          PIC X(20).
015900     05  FILLER              PIC X(08)  VALUE SPACES.
016000     05  DRCR-ACCOUNT        PIC X(08).
016100     05  FILLER              PIC X(02)  VALUE SPACES.
016200     05  DRCR-AMOUNT         PIC Z(10)9.99-.
016300     05  FILLER              PIC X(27)  VALUE SPACES.
016400 01  WS-BALANCE-LINE.
016500     05  BAL-TEXT            PIC X(40).
016600     05  FILLER              PIC X(40)  VALUE SPACES.
016700 01  WS-EXCEPTION-TITLE.
016800     05  FILLER              PIC X(32)
016900         VALUE "ACCRREV REFERENCES NOT REVERSED".
017000     05  FILLER              PIC X(48)  VALUE SPACES.
017100 01  WS-EXCEPTION-LINE.
017200     05  EXC-REFERENCE       PIC X(10).
017300     05  FILLER              PIC X(02)  VALUE SPACES.
017400     05  EXC-YEAR            PIC 9(04).
017500     05  FILLER              PIC X(02)  VALUE SPACES.
017600     05  EXC-AMOUNT          PIC Z(08)9.99-.
017700     05  FILLER              PIC X(02)  VALUE SPACES.
017800     05  EXC-MESSAGE         PIC X(21).
018000     05  FILLER              PIC X(26)  VALUE SPACES.
018100 01  WS-REFUSE-LINE.
018200     05  FILLER              PIC X(14)  VALUE "RUN REFUSED - ".
018300     05  REF-REASON          PIC X(40).
018400     05  FILLER              PIC X(26)  VALUE SPACES.
018500*-----------------------------------------------------------------
018600 PROCEDURE DIVISION.
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018900     IF CONTROL-CHECKS-PASSED
019000         PERFORM 2000-REVERSE-POSTING THRU 2000-EXIT
019100             UNTIL END-OF-POSTING-FILE OR AUDIT-TRAIL-FAILED
019200     END-IF.
019220     IF CONTROL-CHECKS-PASSED AND NOT AUDIT-TRAIL-FAILED
019240         PERFORM 2800-REVERSE-JOURNAL THRU 2800-EXIT
019260         PERFORM 2900-REVERSE-CONFIRMATIONS THRU 2900-EXIT
019280     END-IF.
019300     PERFORM 3000-TERMINATE THRU 3000-EXIT.
019400     STOP RUN.
019500*-----------------------------------------------------------------
019600* 1000-INITIALIZE - READ THE RUN NUMBER OFF REVPARM, OPEN THE
019700* REPORTS, RUN THE CONTROL PASS OVER THE RUN'S POSTING FILE,
019800* AND ONLY WHEN IT PROVES COMPLETE, MATCHING AND LEDGERED, AND
019900* THE RUN'S JOURNAL PROVES BALANCED, OPEN THE AUDIT TRAIL AND
019950* THE OUTPUT FILES. A REFUSED RUN MOVES NO MONEY AND SAYS WHY ON
020000* THE REGISTER. THE CONFIRMATION FEED IS OPENED HERE SO A
020050* REFUSED RUN LEAVES IT EMPTY.
020100*-----------------------------------------------------------------
020200 1000-INITIALIZE.
020300     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
020400     ACCEPT WS-SYS-TIME-RAW FROM TIME.
020500     MOVE WS-SYS-TIME-RAW (1:6) TO WS-SYS-TIME.
020600     OPEN OUTPUT REVERSAL-REGISTER.
020700     OPEN OUTPUT EXCEPTION-RPT.
020750     OPEN OUTPUT CONFIRMATION-FEED.
020800     WRITE REVERSAL-REGISTER-RECORD FROM WS-REGISTER-TITLE.
020900     WRITE EXCEPTION-RPT-RECORD FROM WS-EXCEPTION-TITLE.
021000     PERFORM 1050-READ-PARM THRU 1050-EXIT.
021100     MOVE WS-PARM-RUN-NUMBER TO RUN-RUN-NUMBER.
021200     WRITE REVERSAL-REGISTER-RECORD FROM WS-RUN-LINE.
021300     WRITE REVERSAL-REGISTER-RECORD FROM WS-REGISTER-HEADING.
021400     IF WS-REFUSE-TEXT = SPACES
021500         PERFORM 1100-OPEN-RUN-STATUS THRU 1100-EXIT
021600     END-IF.
021650     IF WS-REFUSE-TEXT = SPACES
021660         PERFORM 1150-OPEN-MASTERS THRU 1150-EXIT
021670     END-IF.
021700     IF WS-REFUSE-TEXT = SPACES
021800         PERFORM 1200-CONTROL-PASS THRU 1200-EXIT
021900     END-IF.
021925     IF CONTROL-CHECKS-PASSED
021950         PERFORM 1400-CONTROL-JOURNAL THRU 1400-EXIT
021975     END-IF.
022000     IF CONTROL-CHECKS-PASSED
022100         PERFORM 1300-OPEN-FOR-REVERSAL THRU 1300-EXIT
022200     END-IF.
022300     IF CONTROL-CHECKS-PASSED
022400         OPEN INPUT POSTING-FILE
022500         PERFORM 8000-READ-POSTING THRU 8000-EXIT
022600     ELSE
022700         MOVE WS-REFUSE-TEXT TO REF-REASON
022800         WRITE REVERSAL-REGISTER-RECORD FROM WS-REFUSE-LINE
022900         DISPLAY "ACCRREV: RUN REFUSED - " WS-REFUSE-TEXT
023000     END-IF.
023100 1000-EXIT.
023200     EXIT.
023300*-----------------------------------------------------------------
023400* 1050-READ-PARM - ONE CARD, THE 14-DIGIT RUN NUMBER IN
023500* COLUMNS 1-14. NO CARD, OR ANYTHING NOT NUMERIC, REFUSES THE
023600* RUN - A REVERSAL IS NEVER GUESSED AT.
023700*-----------------------------------------------------------------
023800 1050-READ-PARM.
023900     OPEN INPUT REVERSE-PARM.
024000     IF WS-PARM-FILE-STATUS NOT = "00"
024100         MOVE "NO REVPARM CARD" TO WS-REFUSE-TEXT
024200         GO TO 1050-EXIT
024300     END-IF.
024400     READ REVERSE-PARM
024500         AT END
024600             MOVE "EMPTY REVPARM CARD" TO WS-REFUSE-TEXT
024700         NOT AT END
024800             IF REVERSE-PARM-RECORD (1:14) NUMERIC
024900                 MOVE REVERSE-PARM-RECORD (1:14)
025000                     TO WS-PARM-RUN-NUMBER
025100             ELSE
025200                 MOVE "REVPARM RUN NUMBER NOT NUMERIC"
025300                     TO WS-REFUSE-TEXT
025400             END-IF
025500     END-READ.
025600     CLOSE REVERSE-PARM.
025700 1050-EXIT.
025800     EXIT.
025900*-----------------------------------------------------------------
026000* 1100-OPEN-RUN-STATUS - THE RUN MUST BE ON THE MASTER AT
026100* LEDGERED OR SWEPT. WRITTEN OR POSTED MEANS GLPOST NEVER MOVED
026200* A BALANCE, SO THERE IS NOTHING TO BACK OUT; REVERSED MEANS IT
026300* HAS ALREADY BEEN BACKED OUT; NO ENTRY AT ALL CANNOT BE
026400* PROVED EITHER WAY.
026500*-----------------------------------------------------------------
026600 1100-OPEN-RUN-STATUS.
026700     OPEN I-O RUN-STATUS-MASTER.
026800     IF WS-RS-FILE-STATUS NOT = "00"
026900         MOVE "RUN-STATUS MASTER UNREADABLE - ACCRSTAT"
027000             TO WS-REFUSE-TEXT
027100         GO TO 1100-EXIT
027200     END-IF.
027300     MOVE WS-PARM-RUN-NUMBER TO RS-RUN-NUMBER.
027400     READ RUN-STATUS-MASTER
027500         INVALID KEY
027600             MOVE "RUN NOT ON RUN-STATUS MASTER"
027700                 TO WS-REFUSE-TEXT
027800             GO TO 1100-EXIT
027900     END-READ.
028000     EVALUATE TRUE
028100         WHEN RS-RUN-LEDGERED
028200         WHEN RS-RUN-SWEPT
028300             MOVE RS-POSTED-COUNT TO WS-STATUS-POSTED-COUNT
028400         WHEN RS-RUN-REVERSED
028500             MOVE "RUN ALREADY REVERSED" TO WS-REFUSE-TEXT
028600         WHEN OTHER
028700             MOVE "RUN NOT LEDGERED - NOTHING TO REVERSE"
028800                 TO WS-REFUSE-TEXT
028900     END-EVALUATE.
029000 1100-EXIT.
029100     EXIT.
029110*-----------------------------------------------------------------
029120* 1150-OPEN-MASTERS - OPEN THE ACCOUNT MASTER AND THE
029130* CONFIRMATION MASTER. NO CONFIRMATION MASTER AT ALL MEANS NO
029140* CREDIT WAS EVER CONFIRMED TO THE DEPOSITS SYSTEM AND THERE IS
029150* NOTHING TO TAKE BACK. ONE THAT WILL NOT OPEN REFUSES THE
029153* REVERSAL - A CREDIT THE DEPOSITS SYSTEM IS NEVER TOLD WAS
029156* REVERSED COMES STRAIGHT BACK ON ITS NEXT BALANCE FEED.
029160*-----------------------------------------------------------------
029170 1150-OPEN-MASTERS.
029180     OPEN I-O ACCOUNT-MASTER.
029185     SET MASTERS-OPEN TO TRUE.
029188     OPEN I-O CONF-STATUS-MASTER.
029189     IF WS-CS-FILE-STATUS = "00"
029190         SET CONF-MASTER-OPEN TO TRUE
029191         GO TO 1150-EXIT
029192     END-IF.
029193     IF NOT CONFSTAT-NOT-FOUND
029194         MOVE "CONFIRM MASTER UNREADABLE - CONFSTAT"
029195             TO WS-REFUSE-TEXT
029196     END-IF.
029197 1150-EXIT.
029198     EXIT.
029200*-----------------------------------------------------------------
029300* 1200-CONTROL-PASS - READ THE WHOLE POSTING FILE ONCE BEFORE
029400* REVERSING ANYTHING: HEADER FIRST AND FOR THE REQUESTED RUN,
029500* ONE TRAILER LAST, TRAILER COUNT AND AMOUNT HASH MATCHING THE
029600* DETAILS ACTUALLY THERE, THE COUNT AGREEING WITH WHAT
029700* ACCRPOST RECORDED ON THE STATUS MASTER (RUNS LOADED AT
029800* CUTOVER CARRY NO COUNT AND ARE NOT HELD TO IT).
029900*-----------------------------------------------------------------
030000 1200-CONTROL-PASS.
030100     OPEN INPUT POSTING-FILE.
030200     IF WS-PST-FILE-STATUS NOT = "00"
030300         MOVE "POSTTRAN WILL NOT OPEN" TO WS-REFUSE-TEXT
030400         GO TO 1200-EXIT
030500     END-IF.
030600     PERFORM 1250-CONTROL-ONE-RECORD THRU 1250-EXIT
030700         UNTIL END-OF-POSTING-FILE.
030800     CLOSE POSTING-FILE.
030900     MOVE "N" TO WS-EOF-SWITCH.
031000     IF WS-REFUSE-TEXT = SPACES AND NOT HEADER-SEEN
031100         MOVE "NO HEADER RECORD" TO WS-REFUSE-TEXT
031200     END-IF.
031300     IF WS-REFUSE-TEXT = SPACES AND NOT TRAILER-SEEN
031400         MOVE "NO TRAILER RECORD" TO WS-REFUSE-TEXT
031500     END-IF.
031600     IF WS-REFUSE-TEXT = SPACES
031700         AND WS-FILE-RUN-NUMBER NOT = WS-PARM-RUN-NUMBER
031800         MOVE "POSTTRAN IS FOR A DIFFERENT RUN" TO WS-REFUSE-TEXT
031900     END-IF.
032000     IF WS-REFUSE-TEXT = SPACES
032100         AND WS-TRL-DETAIL-COUNT NOT = WS-PASS-DETAIL-COUNT
032200         MOVE "TRAILER COUNT MISMATCH" TO WS-REFUSE-TEXT
032300     END-IF.
032400     IF WS-REFUSE-TEXT = SPACES
032500         AND WS-TRL-HASH-TOTAL NOT = WS-PASS-HASH-TOTAL
032600         MOVE "TRAILER HASH MISMATCH" TO WS-REFUSE-TEXT
032700     END-IF.
032800     IF WS-REFUSE-TEXT = SPACES
032900         AND WS-STATUS-POSTED-COUNT > ZERO
033000         AND WS-STATUS-POSTED-COUNT NOT = WS-PASS-DETAIL-COUNT
033100         MOVE "POSTTRAN COUNT DISAGREES WITH ACCRSTAT"
033200             TO WS-REFUSE-TEXT
033300     END-IF.
033400     IF WS-REFUSE-TEXT = SPACES
033500         SET CONTROL-CHECKS-PASSED TO TRUE
033600     END-IF.
033700 1200-EXIT.
033800     EXIT.
033900*-----------------------------------------------------------------
034000* 1250-CONTROL-ONE-RECORD - CLASSIFY ONE RECORD ON THE CONTROL
034100* PASS. ONLY THE FIRST PROBLEM IS KEPT.
034200*-----------------------------------------------------------------
034300 1250-CONTROL-ONE-RECORD.
034400     READ POSTING-FILE
034500         AT END
034600             SET END-OF-POSTING-FILE TO TRUE
034700             GO TO 1250-EXIT
034800     END-READ.
034900     EVALUATE TRUE
035000         WHEN PST-HEADER-REC
035100             PERFORM 1260-CONTROL-HEADER THRU 1260-EXIT
035200         WHEN PST-DETAIL-REC
035300             PERFORM 1270-CONTROL-DETAIL THRU 1270-EXIT
035400         WHEN PST-TRAILER-REC
035500             PERFORM 1280-CONTROL-TRAILER THRU 1280-EXIT
035600         WHEN OTHER
035700             IF WS-REFUSE-TEXT = SPACES
035800                 MOVE "UNKNOWN RECORD TYPE" TO WS-REFUSE-TEXT
035900             END-IF
036000     END-EVALUATE.
036100 1250-EXIT.
036200     EXIT.
036300*-----------------------------------------------------------------
036400* 1260-CONTROL-HEADER - EXACTLY ONE, BEFORE EVERYTHING.
036500*-----------------------------------------------------------------
036600 1260-CONTROL-HEADER.
036700     IF HEADER-SEEN
036800         IF WS-REFUSE-TEXT = SPACES
036900             MOVE "DUPLICATE HEADER RECORD" TO WS-REFUSE-TEXT
037000         END-IF
037100         GO TO 1260-EXIT
037200     END-IF.
037300     IF WS-PASS-DETAIL-COUNT > ZERO OR TRAILER-SEEN
037400         IF WS-REFUSE-TEXT = SPACES
037500             MOVE "HEADER NOT FIRST" TO WS-REFUSE-TEXT
037600         END-IF
037700     END-IF.
037800     SET HEADER-SEEN TO TRUE.
037900     MOVE PST-RUN-NUMBER TO WS-FILE-RUN-NUMBER.
038000 1260-EXIT.
038100     EXIT.
038200*-----------------------------------------------------------------
038300* 1270-CONTROL-DETAIL - COUNT AND HASH ONE DETAIL.
038400*-----------------------------------------------------------------
038500 1270-CONTROL-DETAIL.
038600     IF TRAILER-SEEN
038700         IF WS-REFUSE-TEXT = SPACES
038800             MOVE "DETAIL AFTER TRAILER" TO WS-REFUSE-TEXT
038900         END-IF
039000     END-IF.
039100     IF PST-AMOUNT NOT NUMERIC
039200         IF WS-REFUSE-TEXT = SPACES
039300             MOVE "DETAIL AMOUNT NOT NUMERIC" TO WS-REFUSE-TEXT
039400         END-IF
039500         GO TO 1270-EXIT
039600     END-IF.
039700     ADD 1 TO WS-PASS-DETAIL-COUNT.
039800     ADD PST-AMOUNT TO WS-PASS-HASH-TOTAL.
039900 1270-EXIT.
040000     EXIT.
040180*-----------------------------------------------------------------
040200* 1280-CONTROL-TRAILER - EXACTLY ONE, AND ITS TOTALS ARE
040300* CHECKED AGAINST THE PASS TOTALS AT END OF FILE.
040400*-----------------------------------------------------------------
040500 1280-CONTROL-TRAILER.
040600     IF TRAILER-SEEN
040700         IF WS-REFUSE-TEXT = SPACES
040800             MOVE "DUPLICATE TRAILER RECORD" TO WS-REFUSE-TEXT
040900         END-IF
041000         GO TO 1280-EXIT
041100     END-IF.
041200     SET TRAILER-SEEN TO TRUE.
041300     MOVE PST-DETAIL-COUNT TO WS-TRL-DETAIL-COUNT.
041400     MOVE PST-AMOUNT-HASH TO WS-TRL-HASH-TOTAL.
041500 1280-EXIT.
041600     EXIT.
041700*-----------------------------------------------------------------
041800* 1300-OPEN-FOR-REVERSAL - THE AUDIT TRAIL (EXTEND - ONE TRAIL
041900* FOR EVERY JOB THAT TOUCHES A BALANCE), THE CONTRA JOURNAL,
042000* AND THE REVERSAL POSTING FILE WITH ITS HEADER. THE ACCOUNT
042100* MASTER IS ALREADY OPEN FROM 1150. A TRAIL THAT WILL NOT OPEN
042200* REFUSES THE RUN - A BALANCE CHANGE THAT CANNOT BE AUDITED IS
042250* NOT MADE.
042300*-----------------------------------------------------------------
042400 1300-OPEN-FOR-REVERSAL.
042500     OPEN EXTEND AUDIT-FILE.
042600     IF AUDIT-FILE-NOT-FOUND
042700         OPEN OUTPUT AUDIT-FILE
042800     END-IF.
042900     IF WS-AUD-FILE-STATUS NOT = "00"
043000         MOVE "AUDIT TRAIL WILL NOT OPEN - ACCTAUD"
043100             TO WS-REFUSE-TEXT
043200         MOVE "N" TO WS-CONTROL-SWITCH
043300         GO TO 1300-EXIT
043400     END-IF.
043600     OPEN OUTPUT JOURNAL-FILE.
043700     OPEN OUTPUT REVERSAL-FILE.
043800     MOVE SPACES TO POSTING-TRANS-RECORD.
043900     SET PST-HEADER-REC TO TRUE.
044000     MOVE WS-SYS-DATE TO PST-RUN-DATE.
044100     MOVE WS-SYS-TIME TO PST-RUN-TIME.
044200     MOVE WS-PARM-RUN-NUMBER TO PST-RUN-NUMBER.
044300     WRITE REVERSAL-TRANS-RECORD FROM POSTING-TRANS-RECORD.
044400 1300-EXIT.
044500     EXIT.
044501*-----------------------------------------------------------------
044502* 1400-CONTROL-JOURNAL - READ THE RUN'S OWN GL JOURNAL, AS
044503* GLPOST WROTE IT, ONCE BEFORE REVERSING ANYTHING. EVERY LINE
044504* MUST BE A DEBIT OR A CREDIT FOR THE REQUESTED RUN WITH A
044505* NUMERIC AMOUNT, A RUN WITH POSTINGS MUST HAVE LINES, AND THE
044506* DEBITS MUST EQUAL THE CREDITS. THESE ARE THE LINES 2800 TURNS
044507* ROUND.
044508*-----------------------------------------------------------------
044509 1400-CONTROL-JOURNAL.
044510     OPEN INPUT RUN-JOURNAL.
044511     IF WS-RL-FILE-STATUS NOT = "00"
044512         MOVE "RUN JOURNAL WILL NOT OPEN - RUNJRNL"
044513             TO WS-REFUSE-TEXT
044514         MOVE "N" TO WS-CONTROL-SWITCH
044515         GO TO 1400-EXIT
044516     END-IF.
044517     PERFORM 1450-CONTROL-ONE-LINE THRU 1450-EXIT
044518         UNTIL END-OF-RUN-JOURNAL.
044519     CLOSE RUN-JOURNAL.
044520     MOVE "N" TO WS-JRNL-EOF-SWITCH.
044521     IF WS-REFUSE-TEXT = SPACES
044522         AND WS-JRNL-LINE-COUNT = ZERO
044523         AND WS-PASS-DETAIL-COUNT > ZERO
044524         MOVE "RUNJRNL HAS NO LINES FOR THE RUN" TO WS-REFUSE-TEXT
044525     END-IF.
044526     IF WS-REFUSE-TEXT = SPACES
044527         AND WS-JRNL-DEBITS NOT = WS-JRNL-CREDITS
044528         MOVE "RUNJRNL DEBITS AND CREDITS DISAGREE"
044529             TO WS-REFUSE-TEXT
044530     END-IF.
044531     IF WS-REFUSE-TEXT NOT = SPACES
044532         MOVE "N" TO WS-CONTROL-SWITCH
044533     END-IF.
044534 1400-EXIT.
044535     EXIT.
044536*-----------------------------------------------------------------
044537* 1450-CONTROL-ONE-LINE - CHECK AND TOTAL ONE JOURNAL LINE. ONLY
044538* THE FIRST PROBLEM IS KEPT.
044539*-----------------------------------------------------------------
044540 1450-CONTROL-ONE-LINE.
044541     READ RUN-JOURNAL
044542         AT END
044543             SET END-OF-RUN-JOURNAL TO TRUE
044544             GO TO 1450-EXIT
044545     END-READ.
044546     IF WS-REFUSE-TEXT NOT = SPACES
044547         GO TO 1450-EXIT
044548     END-IF.
044549     IF RL-RUN-NUMBER NOT NUMERIC
044550         OR RL-AMOUNT NOT NUMERIC
044551         OR NOT (RL-DEBIT OR RL-CREDIT)
044552         MOVE "RUNJRNL LINE NOT VALID" TO WS-REFUSE-TEXT
044553         GO TO 1450-EXIT
044554     END-IF.
044555     IF RL-RUN-NUMBER NOT = WS-PARM-RUN-NUMBER
044556         MOVE "RUNJRNL IS FOR A DIFFERENT RUN" TO WS-REFUSE-TEXT
044557         GO TO 1450-EXIT
044558     END-IF.
044559     ADD 1 TO WS-JRNL-LINE-COUNT.
044560     IF RL-DEBIT
044561         ADD RL-AMOUNT TO WS-JRNL-DEBITS
044562     ELSE
044563         ADD RL-AMOUNT TO WS-JRNL-CREDITS
044564     END-IF.
044565 1450-EXIT.
044566     EXIT.
044600*-----------------------------------------------------------------
044700* 2000-REVERSE-POSTING - LOOK THE CURRENT PST-REFERENCE UP ON
044800* THE ACCOUNT MASTER. A HIT IS BACKED OUT, A MISS GOES TO THE
044900* EXCEPTION REPORT, AND EITHER WAY THE NEXT POSTING IS READ.
045000*-----------------------------------------------------------------
045100 2000-REVERSE-POSTING.
045200     MOVE PST-REFERENCE TO AM-REFERENCE.
045300     READ ACCOUNT-MASTER
045400         INVALID KEY
045460             MOVE "NOT ON ACCOUNT MASTER" TO EXC-MESSAGE
045500             PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
045670         NOT INVALID KEY
045700             PERFORM 2500-REVERSE-ONE-POSTING THRU 2500-EXIT
045800     END-READ.
045900     IF NOT AUDIT-TRAIL-FAILED
046000         PERFORM 8000-READ-POSTING THRU 8000-EXIT
046100     END-IF.
046200 2000-EXIT.
046300     EXIT.
046400*-----------------------------------------------------------------
046500* 2500-REVERSE-ONE-POSTING - AUDIT FIRST, THEN TAKE THE
046600* INTEREST BACK OFF THE BALANCE AND REWRITE THE MASTER, THEN
046700* THE OFFSETTING DETAIL ON THE REVERSAL POSTING FILE. THE
046800* CONTRA JOURNAL IS WRITTEN FROM THE RUN'S OWN JOURNAL IN 2800.
047000*-----------------------------------------------------------------
047100 2500-REVERSE-ONE-POSTING.
047200     MOVE SPACES TO ACCT-AUDIT-RECORD.
047300     MOVE WS-REVERSE-OPERATOR TO AAU-OPERATOR.
047400     MOVE WS-SYS-DATE TO AAU-DATE.
047500     MOVE AM-REFERENCE TO AAU-REFERENCE.
047600     SET AAU-UPDATED TO TRUE.
047700     MOVE AM-BALANCE TO AAU-BEF-BALANCE.
047800     MOVE AM-RATE-PCT TO AAU-BEF-RATE-PCT.
047900     SUBTRACT PST-AMOUNT FROM AM-BALANCE.
048000     MOVE AM-BALANCE TO AAU-AFT-BALANCE.
048100     MOVE AM-RATE-PCT TO AAU-AFT-RATE-PCT.
048150     MOVE AM-COST-CENTER TO AAU-BEF-COST-CENTER.
048160     MOVE AM-COST-CENTER TO AAU-AFT-COST-CENTER.
048170     MOVE AM-ACCT-STATUS TO AAU-BEF-ACCT-STATUS.
048175     IF AM-ACTIVE
048180         MOVE "A" TO AAU-BEF-ACCT-STATUS
048185     END-IF.
048190     MOVE AAU-BEF-ACCT-STATUS TO AAU-AFT-ACCT-STATUS.
048200     PERFORM 2550-WRITE-AUDIT THRU 2550-EXIT.
048300     IF AUDIT-TRAIL-FAILED
048400         GO TO 2500-EXIT
048500     END-IF.
048600     REWRITE ACCOUNT-MASTER-RECORD.
050700     COMPUTE WS-REVERSE-AMOUNT = ZERO - PST-AMOUNT.
050800     MOVE PST-REFERENCE TO REG-REFERENCE.
050900     MOVE PST-YEAR TO REG-YEAR.
051000     MOVE PST-REASON TO REG-REASON.
051100     MOVE WS-REVERSE-AMOUNT TO REG-AMOUNT.
051200     MOVE PST-VALUE-DATE TO REG-VALUE-DATE.
051300     WRITE REVERSAL-REGISTER-RECORD FROM WS-REGISTER-LINE.
051400     MOVE WS-REVERSE-AMOUNT TO PST-AMOUNT.
051500     WRITE REVERSAL-TRANS-RECORD FROM POSTING-TRANS-RECORD.
051600     ADD 1 TO WS-REVERSED-COUNT.
051700     ADD WS-REVERSE-AMOUNT TO WS-TOTAL-REVERSED.
051800 2500-EXIT.
051900     EXIT.
052000*-----------------------------------------------------------------
052100* 2550-WRITE-AUDIT - ONE ACCT-AUDIT-RECORD, VERIFIED. A FAILED
052200* AUDIT WRITE STOPS THE REVERSAL - THE TRAIL IS THE POINT.
052300*-----------------------------------------------------------------
052400 2550-WRITE-AUDIT.
052500     WRITE ACCT-AUDIT-RECORD.
052600     IF WS-AUD-FILE-STATUS NOT = "00"
052700         SET AUDIT-TRAIL-FAILED TO TRUE
052800         DISPLAY "ACCRREV: AUDIT WRITE FAILED, STATUS "
052900             WS-AUD-FILE-STATUS " - REVERSAL STOPPED"
053000     END-IF.
053100 2550-EXIT.
053200     EXIT.
053300*-----------------------------------------------------------------
053400* 2600-WRITE-EXCEPTION - THE PST-REFERENCE IS NO LONGER ON THE
053500* ACCOUNT MASTER. NO BALANCE IS RESTORED AND NO CONFIRMATION
053600* TAKEN BACK FOR IT, THOUGH ITS GL LINES TURN ROUND WITH THE
053700* REST OF THE RUN'S JOURNAL. THE LINE IS CHASED BY HAND AND
053750* STILL COUNTS TOWARD THE TIE-BACK TO ACCRREG.
053800*-----------------------------------------------------------------
053900 2600-WRITE-EXCEPTION.
054000     PERFORM 2650-WRITE-EXCEPTION-LINE THRU 2650-EXIT.
054400     ADD 1 TO WS-UNMATCHED-COUNT.
054500     ADD PST-AMOUNT TO WS-TOTAL-UNMATCHED.
054600 2600-EXIT.
054700     EXIT.
054710*-----------------------------------------------------------------
054720* 2650-WRITE-EXCEPTION-LINE - ONE ACCRVEXC LINE FOR THE CURRENT
054730* POSTING. THE CALLER SET THE MESSAGE.
054740*-----------------------------------------------------------------
054750 2650-WRITE-EXCEPTION-LINE.
054760     MOVE PST-REFERENCE TO EXC-REFERENCE.
054770     MOVE PST-YEAR TO EXC-YEAR.
054780     MOVE PST-AMOUNT TO EXC-AMOUNT.
054792     WRITE EXCEPTION-RPT-RECORD FROM WS-EXCEPTION-LINE.
054794 2650-EXIT.
054796     EXIT.
054798*-----------------------------------------------------------------
054800* 2700-SUMMARIZE - FIND OR OPEN THE SLOT FOR WS-SUM-ACCOUNT ON
054802* THE BY-ACCOUNT TABLE. A FULL TABLE LEAVES WS-SUM-SLOT AT ZERO
054804* AND SAYS SO ON THE LOG; THE JOURNAL ITSELF IS UNAFFECTED.
054806*-----------------------------------------------------------------
054808 2700-SUMMARIZE.
054810     MOVE ZERO TO WS-SUM-SLOT.
054812     PERFORM 2750-MATCH-SLOT THRU 2750-EXIT
054814         VARYING WS-SUM-IX FROM 1 BY 1
054816         UNTIL WS-SUM-IX > WS-SUM-COUNT
054818             OR WS-SUM-SLOT > ZERO.
054820     IF WS-SUM-SLOT = ZERO
054822         AND WS-SUM-COUNT < WS-SUM-MAX
054824         ADD 1 TO WS-SUM-COUNT
054826         MOVE WS-SUM-COUNT TO WS-SUM-SLOT
054828         MOVE WS-SUM-ACCOUNT TO SM-GL-ACCOUNT (WS-SUM-SLOT)
054830         MOVE ZERO TO SM-DEBITS (WS-SUM-SLOT)
054832         MOVE ZERO TO SM-CREDITS (WS-SUM-SLOT)
054834     END-IF.
054836     IF WS-SUM-SLOT = ZERO
054838         DISPLAY "ACCRREV: ACCOUNT TOTALS TABLE FULL, "
054840             WS-SUM-ACCOUNT " NOT TOTALLED"
054842     END-IF.
054844 2700-EXIT.
054846     EXIT.
054848*-----------------------------------------------------------------
054850* 2750-MATCH-SLOT - ONE SLOT COMPARE.
054852*-----------------------------------------------------------------
054854 2750-MATCH-SLOT.
054856     IF SM-GL-ACCOUNT (WS-SUM-IX) = WS-SUM-ACCOUNT
054858         MOVE WS-SUM-IX TO WS-SUM-SLOT
054860     END-IF.
054862 2750-EXIT.
054864     EXIT.
054865*-----------------------------------------------------------------
054866* 2800-REVERSE-JOURNAL - ONCE EVERY BALANCE IS RESTORED, READ
054867* THE RUN'S JOURNAL AGAIN AND TURN EACH LINE ROUND ONTO GLJRNL:
054868* THE SAME LEDGER ACCOUNT, REFERENCE, YEAR, AMOUNT AND VALUE
054869* DATE, A CREDIT FOR A DEBIT AND A DEBIT FOR A CREDIT. THESE ARE
054870* THE ACCOUNTS THE RUN ACTUALLY HIT, SO THE ORIGINAL LINES CLEAR
054871* AND THE REVERSAL NETS IN THE SAME PERIOD.
054872*-----------------------------------------------------------------
054873 2800-REVERSE-JOURNAL.
054874     OPEN INPUT RUN-JOURNAL.
054875     PERFORM 2850-REVERSE-ONE-LINE THRU 2850-EXIT
054876         UNTIL END-OF-RUN-JOURNAL.
054877     CLOSE RUN-JOURNAL.
054878 2800-EXIT.
054879     EXIT.
054880*-----------------------------------------------------------------
054881* 2850-REVERSE-ONE-LINE - ONE JOURNAL LINE, TURNED ROUND AND
054882* TOTALLED BY LEDGER ACCOUNT FOR THE REGISTER.
054883*-----------------------------------------------------------------
054884 2850-REVERSE-ONE-LINE.
054885     READ RUN-JOURNAL
054886         AT END
054887             SET END-OF-RUN-JOURNAL TO TRUE
054888             GO TO 2850-EXIT
054889     END-READ.
054890     MOVE SPACES TO GL-JOURNAL-RECORD.
054891     MOVE RL-GL-ACCOUNT TO JL-GL-ACCOUNT.
054892     MOVE RL-REFERENCE TO JL-REFERENCE.
054893     MOVE RL-YEAR TO JL-YEAR.
054894     MOVE WS-PARM-RUN-NUMBER TO JL-RUN-NUMBER.
054895     MOVE RL-AMOUNT TO JL-AMOUNT.
054896     MOVE RL-VALUE-DATE TO JL-VALUE-DATE.
054897     MOVE RL-GL-ACCOUNT TO WS-SUM-ACCOUNT.
054898     PERFORM 2700-SUMMARIZE THRU 2700-EXIT.
054899     IF RL-DEBIT
054900         SET JL-CREDIT TO TRUE
054901         ADD RL-AMOUNT TO WS-TOTAL-CREDITS
054902         IF WS-SUM-SLOT > ZERO
054903             ADD RL-AMOUNT TO SM-CREDITS (WS-SUM-SLOT)
054904         END-IF
054905     ELSE
054906         SET JL-DEBIT TO TRUE
054907         ADD RL-AMOUNT TO WS-TOTAL-DEBITS
054908         IF WS-SUM-SLOT > ZERO
054909             ADD RL-AMOUNT TO SM-DEBITS (WS-SUM-SLOT)
054910         END-IF
054911     END-IF.
054912     WRITE GL-JOURNAL-RECORD.
054913 2850-EXIT.
054914     EXIT.
054915*-----------------------------------------------------------------
054916* 2900-REVERSE-CONFIRMATIONS - TELL THE DEPOSITS SYSTEM: A
054917* REVERSAL HEADER, A THIRD PASS OF THE POSTING FILE TAKING EACH
054918* RESTORED REFERENCE'S CONFIRMATION RECORD FOR THE RUN TO
054919* REVERSED, THEN THE TRAILER. WITH NO CONFIRMATION MASTER THE
054920* FEED IS LEFT EMPTY - NOTHING WAS EVER CONFIRMED.
054921*-----------------------------------------------------------------
054922 2900-REVERSE-CONFIRMATIONS.
054923     IF NOT CONF-MASTER-OPEN
054924         GO TO 2900-EXIT
054925     END-IF.
054926     MOVE SPACES TO CONFIRMATION-FEED-RECORD.
054927     SET CF-HEADER-REC TO TRUE.
054928     MOVE WS-PARM-RUN-NUMBER TO CF-HDR-RUN-NUMBER.
054929     MOVE WS-SYS-DATE TO CF-CREATION-DATE.
054930     SET CF-REVERSAL-FEED TO TRUE.
054931     WRITE CONFIRMATION-FEED-RECORD.
054932     CLOSE POSTING-FILE.
054933     OPEN INPUT POSTING-FILE.
054934     PERFORM 2950-REVERSE-ONE-CONFIRMATION THRU 2950-EXIT
054935         UNTIL END-OF-CONF-PASS.
054936     MOVE SPACES TO CONFIRMATION-FEED-RECORD.
054937     SET CF-TRAILER-REC TO TRUE.
054938     MOVE WS-CONF-DETAIL-COUNT TO CF-DETAIL-COUNT.
054939     MOVE WS-CONF-POSTING-COUNT TO CF-TRL-POSTING-COUNT.
054940     MOVE WS-CONF-AMOUNT-TOTAL TO CF-AMOUNT-TOTAL.
054941     WRITE CONFIRMATION-FEED-RECORD.
054942 2900-EXIT.
054943     EXIT.
054944*-----------------------------------------------------------------
054945* 2950-REVERSE-ONE-CONFIRMATION - ONE POSTING OF THE THIRD PASS.
054946* A REFERENCE NO LONGER ON THE ACCOUNT MASTER HAD NO BALANCE
054947* RESTORED AND KEEPS ITS CONFIRMATION. THE FIRST POSTING OF A
054948* REFERENCE REVERSES ITS RECORD; LATER ONES FIND IT DONE. A
054949* RECORD ALREADY SENT GOES OUT AGAIN NEGATED, AND THE DAY IT
054950* WENT IS KEPT IN CS-REVERSED-DATE. ONE STILL BUILDING WAS NEVER
054951* SENT, SO IT IS REVERSED WITH A ZERO DATE AND NOTHING GOES OUT.
054952* A RUN LEDGERED BEFORE CONFIRMATIONS WERE KEPT HAS NO RECORDS.
054953*-----------------------------------------------------------------
054954 2950-REVERSE-ONE-CONFIRMATION.
054955     READ POSTING-FILE
054956         AT END
054957             SET END-OF-CONF-PASS TO TRUE
054958             GO TO 2950-EXIT
054959     END-READ.
054960     IF NOT PST-DETAIL-REC
054961         GO TO 2950-EXIT
054962     END-IF.
054963     MOVE PST-REFERENCE TO AM-REFERENCE.
054964     READ ACCOUNT-MASTER
054965         INVALID KEY
054966             GO TO 2950-EXIT
054967     END-READ.
054968     MOVE PST-REFERENCE TO CS-REFERENCE.
054969     MOVE WS-PARM-RUN-NUMBER TO CS-RUN-NUMBER.
054970     READ CONF-STATUS-MASTER
054971         INVALID KEY
054972             GO TO 2950-EXIT
054973     END-READ.
054974     IF CS-REVERSED
054975         GO TO 2950-EXIT
054976     END-IF.
054977     IF CS-BUILDING
054978         MOVE ZERO TO CS-REVERSED-DATE
054979     ELSE
054980         MOVE SPACES TO CONFIRMATION-FEED-RECORD
054981         SET CF-DETAIL-REC TO TRUE
054982         MOVE CS-REFERENCE TO CF-REFERENCE
054983         COMPUTE CF-AMOUNT = ZERO - CS-AMOUNT
054984         MOVE CS-VALUE-DATE TO CF-VALUE-DATE
054985         MOVE CS-RUN-NUMBER TO CF-RUN-NUMBER
054986         MOVE CS-POSTING-COUNT TO CF-POSTING-COUNT
054987         WRITE CONFIRMATION-FEED-RECORD
054988         ADD 1 TO WS-CONF-DETAIL-COUNT
054989         ADD CS-POSTING-COUNT TO WS-CONF-POSTING-COUNT
054990         ADD CF-AMOUNT TO WS-CONF-AMOUNT-TOTAL
054991         MOVE WS-SYS-DATE TO CS-REVERSED-DATE
054992     END-IF.
054993     SET CS-REVERSED TO TRUE.
054994     REWRITE CONFIRMATION-STATUS-RECORD.
054995     IF WS-CS-FILE-STATUS NOT = "00"
054996         DISPLAY "ACCRREV: CONFIRMATION WRITE FAILED, REFERENCE "
054997             PST-REFERENCE " STATUS " WS-CS-FILE-STATUS
054998     END-IF.
054999 2950-EXIT.
055000     EXIT.
055001*-----------------------------------------------------------------
055002* 3000-TERMINATE - PRINT THE REVERSAL TOTALS AGAINST THE
055003* ORIGINAL ACCRREG "TOTAL POSTED" (THE POSTTRAN TRAILER IS THAT
055100* SAME COUNT AND AMOUNT), PROVE THE CONTRA JOURNAL BALANCED,
055150* SHOW THE CONFIRMATIONS TAKEN BACK, MARK THE RUN REVERSED,
055200* CLOSE DOWN, AND GRADE THE RUN.
055300*-----------------------------------------------------------------
055400 3000-TERMINATE.
055500     MOVE "ORIGINAL ACCRREG POSTED" TO TOT-LABEL.
055600     MOVE WS-TRL-DETAIL-COUNT TO TOT-COUNT.
055700     MOVE WS-TRL-HASH-TOTAL TO TOT-AMOUNT.
055800     WRITE REVERSAL-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
055900     MOVE "TOTAL REVERSED" TO TOT-LABEL.
056000     MOVE WS-REVERSED-COUNT TO TOT-COUNT.
056100     MOVE WS-TOTAL-REVERSED TO TOT-AMOUNT.
056200     WRITE REVERSAL-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
056300     MOVE "NOT REVERSED - SEE ACCRVEXC" TO TOT-LABEL.
056400     MOVE WS-UNMATCHED-COUNT TO TOT-COUNT.
056500     MOVE WS-TOTAL-UNMATCHED TO TOT-AMOUNT.
056600     WRITE REVERSAL-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
056604     MOVE "CONFIRMATIONS REVERSED" TO TOT-LABEL.
056608     MOVE WS-CONF-DETAIL-COUNT TO TOT-COUNT.
056612     MOVE WS-CONF-AMOUNT-TOTAL TO TOT-AMOUNT.
056616     WRITE REVERSAL-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
056620     PERFORM 3050-PRINT-ONE-ACCOUNT THRU 3050-EXIT
056640         VARYING WS-SUM-IX FROM 1 BY 1
056660         UNTIL WS-SUM-IX > WS-SUM-COUNT.
056700     MOVE "TOTAL DEBITS" TO DRCR-LABEL.
056800     MOVE SPACES TO DRCR-ACCOUNT.
056900     MOVE WS-TOTAL-DEBITS TO DRCR-AMOUNT.
057000     WRITE REVERSAL-REGISTER-RECORD FROM WS-DRCR-TOTAL-LINE.
057100     MOVE "TOTAL CREDITS" TO DRCR-LABEL.
057200     MOVE SPACES TO DRCR-ACCOUNT.
057300     MOVE WS-TOTAL-CREDITS TO DRCR-AMOUNT.
057400     WRITE REVERSAL-REGISTER-RECORD FROM WS-DRCR-TOTAL-LINE.
057500     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
057600         MOVE "JOURNAL IN BALANCE" TO BAL-TEXT
057700     ELSE
057800         MOVE "JOURNAL OUT OF BALANCE" TO BAL-TEXT
057900     END-IF.
058000     WRITE REVERSAL-REGISTER-RECORD FROM WS-BALANCE-LINE.
058100     IF CONTROL-CHECKS-PASSED
058200         COMPUTE WS-TIE-COUNT = WS-REVERSED-COUNT
058300             + WS-UNMATCHED-COUNT
058400         COMPUTE WS-TIE-AMOUNT = WS-TOTAL-UNMATCHED
058500             - WS-TOTAL-REVERSED
058600         IF WS-TIE-COUNT = WS-TRL-DETAIL-COUNT
058700             AND WS-TIE-AMOUNT = WS-TRL-HASH-TOTAL
058800             MOVE "REVERSAL TIES TO ACCRREG" TO BAL-TEXT
058900         ELSE
059000             MOVE "REVERSAL DOES NOT TIE TO ACCRREG" TO BAL-TEXT
059100         END-IF
059200         WRITE REVERSAL-REGISTER-RECORD FROM WS-BALANCE-LINE
059300         PERFORM 3200-WRITE-REVERSAL-TRAILER THRU 3200-EXIT
059400         CLOSE POSTING-FILE
059600         CLOSE AUDIT-FILE
059700         CLOSE JOURNAL-FILE
059800         CLOSE REVERSAL-FILE
059900         IF NOT AUDIT-TRAIL-FAILED
060000             PERFORM 3100-RECORD-RUN-STATUS THRU 3100-EXIT
060100         END-IF
060200     END-IF.
060300     IF WS-RS-FILE-STATUS = "00"
060400         CLOSE RUN-STATUS-MASTER
060500     END-IF.
060510     IF MASTERS-OPEN
060520         CLOSE ACCOUNT-MASTER
060530     END-IF.
060544     IF CONF-MASTER-OPEN
060558         CLOSE CONF-STATUS-MASTER
060572     END-IF.
060586     CLOSE CONFIRMATION-FEED.
060600     CLOSE REVERSAL-REGISTER.
060700     CLOSE EXCEPTION-RPT.
060800     DISPLAY "ACCRREV: " WS-READ-COUNT " READ, "
060900         WS-REVERSED-COUNT " REVERSED, "
061000         WS-UNMATCHED-COUNT " UNMATCHED".
061100     EVALUATE TRUE
061200         WHEN AUDIT-TRAIL-FAILED
061300             DISPLAY "ACCRREV: REVERSAL INCOMPLETE - RESTORE "
061400                 "ACCTMAST BEFORE RERUNNING"
061500             MOVE 12 TO RETURN-CODE
061600         WHEN NOT CONTROL-CHECKS-PASSED
061700             MOVE 8 TO RETURN-CODE
061800         WHEN WS-UNMATCHED-COUNT > ZERO
061900             MOVE 4 TO RETURN-CODE
062000         WHEN OTHER
062100             MOVE ZERO TO RETURN-CODE
062200     END-EVALUATE.
062300 3000-EXIT.
062400     EXIT.
062410*-----------------------------------------------------------------
062420* 3050-PRINT-ONE-ACCOUNT - THE CONTRA DEBIT AND CREDIT LINES FOR
062430* ONE LEDGER ACCOUNT.
062440*-----------------------------------------------------------------
062450 3050-PRINT-ONE-ACCOUNT.
062460     MOVE SM-GL-ACCOUNT (WS-SUM-IX) TO DRCR-ACCOUNT.
062470     IF SM-DEBITS (WS-SUM-IX) NOT = ZERO
062480         MOVE "  DEBITS TO" TO DRCR-LABEL
062490         MOVE SM-DEBITS (WS-SUM-IX) TO DRCR-AMOUNT
062491         WRITE REVERSAL-REGISTER-RECORD FROM WS-DRCR-TOTAL-LINE
062492     END-IF.
062493     IF SM-CREDITS (WS-SUM-IX) NOT = ZERO
062494         MOVE "  CREDITS TO" TO DRCR-LABEL
062495         MOVE SM-CREDITS (WS-SUM-IX) TO DRCR-AMOUNT
062496         WRITE REVERSAL-REGISTER-RECORD FROM WS-DRCR-TOTAL-LINE
062497     END-IF.
062498 3050-EXIT.
062499     EXIT.
062500*-----------------------------------------------------------------
062600* 3100-RECORD-RUN-STATUS - MOVE THE RUN'S STATUS-MASTER ENTRY
062700* TO REVERSED. ACCRPOST, GLPOST AND YEARARCH ALL REFUSE A
062800* REVERSED RUN, AND SO DOES THIS JOB.
062900*-----------------------------------------------------------------
063000 3100-RECORD-RUN-STATUS.
063100     MOVE WS-PARM-RUN-NUMBER TO RS-RUN-NUMBER.
063200     READ RUN-STATUS-MASTER
063300         INVALID KEY
063400             DISPLAY "ACCRREV: RUN-STATUS ENTRY MISSING FOR "
063500                 WS-PARM-RUN-NUMBER
063600             GO TO 3100-EXIT
063700     END-READ.
063800     SET RS-RUN-REVERSED TO TRUE.
063900     MOVE WS-SYS-DATE TO RS-STATUS-DATE.
064000     REWRITE RUN-STATUS-RECORD.
064100     IF WS-RS-FILE-STATUS NOT = "00"
064200         DISPLAY "ACCRREV: RUN-STATUS WRITE FAILED, STATUS "
064300             WS-RS-FILE-STATUS
064400     END-IF.
064500 3100-EXIT.
064600     EXIT.
064700*-----------------------------------------------------------------
064800* 3200-WRITE-REVERSAL-TRAILER - ONE "T" RECORD AT THE BOTTOM OF
064900* POSTREV: THE DETAIL COUNT AND THE HASH OF THE OFFSETTING
065000* AMOUNTS ACTUALLY WRITTEN.
065100*-----------------------------------------------------------------
065200 3200-WRITE-REVERSAL-TRAILER.
065300     MOVE SPACES TO POSTING-TRANS-RECORD.
065400     SET PST-TRAILER-REC TO TRUE.
065500     MOVE WS-REVERSED-COUNT TO PST-DETAIL-COUNT.
065600     MOVE WS-TOTAL-REVERSED TO PST-AMOUNT-HASH.
065700     WRITE REVERSAL-TRANS-RECORD FROM POSTING-TRANS-RECORD.
065800 3200-EXIT.
065900     EXIT.
066000*-----------------------------------------------------------------
066100* 8000-READ-POSTING - READ THE NEXT DETAIL RECORD, PASSING OVER
066200* THE CONTROL RECORDS THE CONTROL PASS ALREADY PROVED, AND SET
066300* THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
066400*-----------------------------------------------------------------
066500 8000-READ-POSTING.
066600     READ POSTING-FILE
066700         AT END
066800             SET END-OF-POSTING-FILE TO TRUE
066900             GO TO 8000-EXIT
067000     END-READ.
067100     IF NOT PST-DETAIL-REC
067200         GO TO 8000-READ-POSTING
067300     END-IF.
067400     ADD 1 TO WS-READ-COUNT.
067500 8000-EXIT.
067600     EXIT.
