000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                GLMMAINT.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-14.
000600 DATE-COMPILED.             2026-10-14.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-14 DH  NEW PROGRAM. OPERATOR MAINTENANCE SCREEN FOR
001100*                THE GL-MAPPING MASTER, BUILT THE SAME WAY AS
001200*                HOLMAINT. ADD, CHANGE, DELETE OR LOOK UP THE
001300*                DEBIT AND CREDIT LEDGER ACCOUNTS FOR ONE
001400*                ADJUSTMENT REASON AND COST CENTER. THE OPERATOR
001500*                SIGNS ON THE SAME WAY AS ACCTMNT, AND EVERY
001600*                ADD, CHANGE OR DELETE WRITES A BEFORE/AFTER
001700*                GL-MAP-AUDIT-RECORD TO GLMAUD, VERIFIED BEFORE
001800*                THE MASTER IS TOUCHED - THESE ENTRIES DECIDE
001900*                WHERE REAL INTEREST LANDS. A CHANGE THAT CANNOT
002000*                BE AUDITED ENDS THE SESSION UNAPPLIED. THE
002100*                FIRST SESSION EVER CREATES THE MASTER AND THE
002200*                AUDIT FILE. GLPOST READS WHAT THIS
002300*                MAINTAINS. ACCRREV WORKS FROM THE RUN'S JOURNAL.
002400*-----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT GL-MAP-MASTER    ASSIGN TO GLMAP
002900                             ORGANIZATION IS INDEXED
003000                             ACCESS MODE IS RANDOM
003100                             RECORD KEY IS GM-KEY
003200                             FILE STATUS IS WS-GM-FILE-STATUS.
003300     SELECT AUDIT-FILE       ASSIGN TO GLMAUD
003400                             ORGANIZATION IS LINE SEQUENTIAL
003500                             FILE STATUS IS WS-AUD-FILE-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  GL-MAP-MASTER.
003900     COPY GLMAP.
004000 FD  AUDIT-FILE.
004100     COPY GLMAUD.
004200 WORKING-STORAGE SECTION.
004300 01  WS-GM-FILE-STATUS       PIC X(02).
004400     88  GLMAP-NOT-FOUND             VALUE "35".
004500 01  WS-AUD-FILE-STATUS      PIC X(02).
004600     88  AUDIT-FILE-NOT-FOUND        VALUE "35".
004700 01  WS-DONE-SWITCH          PIC X(01)   VALUE "N".
004800     88  OPERATOR-IS-DONE            VALUE "Y".
004900 01  WS-OPERATOR             PIC X(08).
005000 01  WS-SYS-DATE             PIC 9(08).
005100 01  WS-KEY-REASON           PIC X(20).
005200 01  WS-KEY-COST-CENTER      PIC X(04).
005300 01  WS-SCR-DEBIT-ACCOUNT    PIC X(08).
005400 01  WS-SCR-CREDIT-ACCOUNT   PIC X(08).
005500 01  WS-SCR-DESCRIPTION      PIC X(30).
005600 01  WS-ACTION               PIC X(01).
005700     88  ADD-A-MAPPING               VALUE "A".
005800     88  CHANGE-A-MAPPING            VALUE "C".
005900     88  DELETE-A-MAPPING            VALUE "D".
006000     88  INQUIRE-A-MAPPING           VALUE "I".
006100     88  EXIT-THE-SESSION            VALUE "X".
006200 01  WS-MESSAGE-TEXT         PIC X(40).
006300 SCREEN SECTION.
006400 01  SCR-SIGN-ON.
006500     05  BLANK SCREEN.
006600     05  LINE 01 COL 01 VALUE "GLMMAINT - GL MAPPING MAINTENANCE".
006700     05  LINE 03 COL 01 VALUE "OPERATOR ID: ".
006800     05  COL PLUS 01 PIC X(08) USING WS-OPERATOR.
006900 01  SCR-MAINTENANCE.
007000     05  BLANK SCREEN.
007100     05  LINE 01 COL 01 VALUE "GLMMAINT - GL MAPPING MAINTENANCE".
007200     05  LINE 03 COL 01 VALUE "ADJUSTMENT REASON: ".
007300     05  COL PLUS 01 PIC X(20) USING WS-KEY-REASON.
007400     05  LINE 04 COL 01 VALUE "COST CENTER:       ".
007500     05  COL PLUS 01 PIC X(04) USING WS-KEY-COST-CENTER.
007600     05  LINE 05 COL 01 VALUE "DEBIT ACCOUNT:     ".
007700     05  COL PLUS 01 PIC X(08) USING WS-SCR-DEBIT-ACCOUNT.
007800     05  LINE 06 COL 01 VALUE "CREDIT ACCOUNT:    ".
007900     05  COL PLUS 01 PIC X(08) USING WS-SCR-CREDIT-ACCOUNT.
008000     05  LINE 07 COL 01 VALUE "DESCRIPTION:       ".
008100     05  COL PLUS 01 PIC X(30) USING WS-SCR-DESCRIPTION.
008200     05  LINE 09 COL 01 VALUE "A = ADD, C = CHANGE, D = DELETE, ".
008300     05  COL PLUS 01 VALUE "I = INQUIRE, X = EXIT: ".
008400     05  COL PLUS 01 PIC X(01) USING WS-ACTION.
008500     05  LINE 11 COL 01 PIC X(40) FROM WS-MESSAGE-TEXT.
008600*-----------------------------------------------------------------
008700 PROCEDURE DIVISION.
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009000     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
009100         UNTIL OPERATOR-IS-DONE.
009200     PERFORM 3000-TERMINATE THRU 3000-EXIT.
009300     STOP RUN.
009400*-----------------------------------------------------------------
009500* 1000-INITIALIZE - SIGN THE OPERATOR ON AND OPEN THE MASTER
009600* FOR UPDATE AND THE AUDIT TRAIL FOR EXTEND. THE FIRST SESSION
009700* EVER CREATES EITHER FILE, THE SAME WAY HOLMAINT HANDLES A
009800* MISSING HOLIDAY MASTER.
009900*-----------------------------------------------------------------
010000 1000-INITIALIZE.
010100     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
010200     DISPLAY SCR-SIGN-ON.
010300     ACCEPT SCR-SIGN-ON.
010400     OPEN I-O GL-MAP-MASTER.
010500     IF GLMAP-NOT-FOUND
010600         OPEN OUTPUT GL-MAP-MASTER
010700         CLOSE GL-MAP-MASTER
010800         OPEN I-O GL-MAP-MASTER
010900     END-IF.
011000     OPEN EXTEND AUDIT-FILE.
011100     IF AUDIT-FILE-NOT-FOUND
011200         OPEN OUTPUT AUDIT-FILE
011300     END-IF.
011400 1000-EXIT.
011500     EXIT.
011600*-----------------------------------------------------------------
011700* 2000-PROCESS-ACTION - ONE SCREEN ROUND TRIP: TAKE A REASON,
011800* A COST CENTER AND AN ACTION, DO IT, AND LEAVE THE RESULT ON
011900* THE MESSAGE LINE.
012000*-----------------------------------------------------------------
012100 2000-PROCESS-ACTION.
012200     DISPLAY SCR-MAINTENANCE.
012300     ACCEPT SCR-MAINTENANCE.
012400     MOVE SPACES TO WS-MESSAGE-TEXT.
012500     EVALUATE TRUE
012600         WHEN EXIT-THE-SESSION
012700             SET OPERATOR-IS-DONE TO TRUE
012800         WHEN ADD-A-MAPPING
012900             PERFORM 2100-ADD-MAPPING THRU 2100-EXIT
013000         WHEN CHANGE-A-MAPPING
013100             PERFORM 2200-CHANGE-MAPPING THRU 2200-EXIT
013200         WHEN DELETE-A-MAPPING
013300             PERFORM 2300-DELETE-MAPPING THRU 2300-EXIT
013400         WHEN INQUIRE-A-MAPPING
013500             PERFORM 2400-INQUIRE-MAPPING THRU 2400-EXIT
013600         WHEN OTHER
013700             MOVE "KEY A, C, D, I OR X" TO WS-MESSAGE-TEXT
013800     END-EVALUATE.
013900 2000-EXIT.
014000     EXIT.
014100*-----------------------------------------------------------------
014200* 2100-ADD-MAPPING - VALIDATE, AUDIT FIRST (BLANK BEFORE-IMAGE),
014300* THEN WRITE THE NEW ENTRY. A KEY ALREADY ON FILE COMES BACK AS
014400* A MESSAGE, NOT AN ABEND.
014500*-----------------------------------------------------------------
014600 2100-ADD-MAPPING.
014700     PERFORM 2600-VALIDATE-ENTRY THRU 2600-EXIT.
014800     IF WS-MESSAGE-TEXT NOT = SPACES
014900         GO TO 2100-EXIT
015000     END-IF.
015100     MOVE WS-KEY-REASON TO GM-REASON.
015200     MOVE WS-KEY-COST-CENTER TO GM-COST-CENTER.
015300     READ GL-MAP-MASTER
015400         INVALID KEY
015500             CONTINUE
015600         NOT INVALID KEY
015700             MOVE "MAPPING IS ALREADY ON FILE" TO WS-MESSAGE-TEXT
015800     END-READ.
015900     IF WS-MESSAGE-TEXT NOT = SPACES
016000         GO TO 2100-EXIT
016100     END-IF.
016200     SET GMA-ADDED TO TRUE.
016300     MOVE SPACES TO GMA-BEFORE-IMAGE.
016400     MOVE WS-SCR-DEBIT-ACCOUNT TO GMA-AFT-DEBIT.
016500     MOVE WS-SCR-CREDIT-ACCOUNT TO GMA-AFT-CREDIT.
016600     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
016700     IF OPERATOR-IS-DONE
016800         GO TO 2100-EXIT
016900     END-IF.
017000     MOVE SPACES TO GL-MAP-RECORD.
017100     MOVE WS-KEY-REASON TO GM-REASON.
017200     MOVE WS-KEY-COST-CENTER TO GM-COST-CENTER.
017300     MOVE WS-SCR-DEBIT-ACCOUNT TO GM-DEBIT-ACCOUNT.
017400     MOVE WS-SCR-CREDIT-ACCOUNT TO GM-CREDIT-ACCOUNT.
017500     MOVE WS-SCR-DESCRIPTION TO GM-DESCRIPTION.
017600     WRITE GL-MAP-RECORD
017700         INVALID KEY
017800             MOVE "MAPPING IS ALREADY ON FILE" TO WS-MESSAGE-TEXT
017900         NOT INVALID KEY
018000             MOVE "MAPPING ADDED" TO WS-MESSAGE-TEXT
018100     END-WRITE.
018200 2100-EXIT.
018300     EXIT.
018400*-----------------------------------------------------------------
018500* 2200-CHANGE-MAPPING - READ THE ENTRY, AUDIT THE BEFORE AND
018600* AFTER, THEN REWRITE WITH THE KEYED ACCOUNTS AND DESCRIPTION.
018700*-----------------------------------------------------------------
018800 2200-CHANGE-MAPPING.
018900     PERFORM 2600-VALIDATE-ENTRY THRU 2600-EXIT.
019000     IF WS-MESSAGE-TEXT NOT = SPACES
019100         GO TO 2200-EXIT
019200     END-IF.
019300     MOVE WS-KEY-REASON TO GM-REASON.
019400     MOVE WS-KEY-COST-CENTER TO GM-COST-CENTER.
019500     READ GL-MAP-MASTER
019600         INVALID KEY
019700             MOVE "MAPPING IS NOT ON FILE" TO WS-MESSAGE-TEXT
019800             GO TO 2200-EXIT
019900     END-READ.
020000     SET GMA-CHANGED TO TRUE.
020100     MOVE GM-DEBIT-ACCOUNT TO GMA-BEF-DEBIT.
020200     MOVE GM-CREDIT-ACCOUNT TO GMA-BEF-CREDIT.
020300     MOVE WS-SCR-DEBIT-ACCOUNT TO GMA-AFT-DEBIT.
020400     MOVE WS-SCR-CREDIT-ACCOUNT TO GMA-AFT-CREDIT.
020500     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
020600     IF OPERATOR-IS-DONE
020700         GO TO 2200-EXIT
020800     END-IF.
020900     MOVE WS-SCR-DEBIT-ACCOUNT TO GM-DEBIT-ACCOUNT.
021000     MOVE WS-SCR-CREDIT-ACCOUNT TO GM-CREDIT-ACCOUNT.
021100     MOVE WS-SCR-DESCRIPTION TO GM-DESCRIPTION.
021200     REWRITE GL-MAP-RECORD.
021300     MOVE "MAPPING CHANGED" TO WS-MESSAGE-TEXT.
021400 2200-EXIT.
021500     EXIT.
021600*-----------------------------------------------------------------
021700* 2300-DELETE-MAPPING - READ THE ENTRY, AUDIT IT WITH A BLANK
021800* AFTER-IMAGE, THEN DROP IT. ANY POSTING THAT STILL NEEDS IT
021900* WILL HOLD ITS GLPOST RUN UNTIL IT IS MAPPED AGAIN.
022000*-----------------------------------------------------------------
022100 2300-DELETE-MAPPING.
022200     MOVE WS-KEY-REASON TO GM-REASON.
022300     MOVE WS-KEY-COST-CENTER TO GM-COST-CENTER.
022400     READ GL-MAP-MASTER
022500         INVALID KEY
022600             MOVE "MAPPING IS NOT ON FILE" TO WS-MESSAGE-TEXT
022700             GO TO 2300-EXIT
022800     END-READ.
022900     SET GMA-DELETED TO TRUE.
023000     MOVE GM-DEBIT-ACCOUNT TO GMA-BEF-DEBIT.
023100     MOVE GM-CREDIT-ACCOUNT TO GMA-BEF-CREDIT.
023200     MOVE SPACES TO GMA-AFTER-IMAGE.
023300     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
023400     IF OPERATOR-IS-DONE
023500         GO TO 2300-EXIT
023600     END-IF.
023700     DELETE GL-MAP-MASTER
023800         INVALID KEY
023900             MOVE "MAPPING IS NOT ON FILE" TO WS-MESSAGE-TEXT
024000         NOT INVALID KEY
024100             MOVE "MAPPING DELETED" TO WS-MESSAGE-TEXT
024200     END-DELETE.
024300 2300-EXIT.
024400     EXIT.
024500*-----------------------------------------------------------------
024600* 2400-INQUIRE-MAPPING - SHOW THE ACCOUNTS AND DESCRIPTION FOR
024700* ONE REASON AND COST CENTER ON THE ENTRY FIELDS.
024800*-----------------------------------------------------------------
024900 2400-INQUIRE-MAPPING.
025000     MOVE WS-KEY-REASON TO GM-REASON.
025100     MOVE WS-KEY-COST-CENTER TO GM-COST-CENTER.
025200     READ GL-MAP-MASTER
025300         INVALID KEY
025400             MOVE "MAPPING IS NOT ON FILE" TO WS-MESSAGE-TEXT
025500         NOT INVALID KEY
025600             MOVE GM-DEBIT-ACCOUNT TO WS-SCR-DEBIT-ACCOUNT
025700             MOVE GM-CREDIT-ACCOUNT TO WS-SCR-CREDIT-ACCOUNT
025800             MOVE GM-DESCRIPTION TO WS-SCR-DESCRIPTION
025900             MOVE "MAPPING FOUND" TO WS-MESSAGE-TEXT
026000     END-READ.
026100 2400-EXIT.
026200     EXIT.
026300*-----------------------------------------------------------------
026400* 2500-WRITE-AUDIT - ONE GL-MAP-AUDIT-RECORD PER CHANGE,
026500* WRITTEN AND VERIFIED BEFORE THE MASTER IS TOUCHED. THE
026600* CALLER SET THE ACTION AND BOTH IMAGES; THE OPERATOR, DATE
026700* AND KEY GO ON HERE. A FAILED WRITE ENDS THE SESSION
026800* UNAPPLIED - THE TRAIL IS THE POINT.
026900*-----------------------------------------------------------------
027000 2500-WRITE-AUDIT.
027100     MOVE WS-OPERATOR TO GMA-OPERATOR.
027200     MOVE WS-SYS-DATE TO GMA-DATE.
027300     MOVE WS-KEY-REASON TO GMA-REASON.
027400     MOVE WS-KEY-COST-CENTER TO GMA-COST-CENTER.
027500     WRITE GL-MAP-AUDIT-RECORD.
027600     IF WS-AUD-FILE-STATUS NOT = "00"
027700         MOVE "AUDIT WRITE FAILED - SESSION ENDED"
027800             TO WS-MESSAGE-TEXT
027900         SET OPERATOR-IS-DONE TO TRUE
028000     END-IF.
028100 2500-EXIT.
028200     EXIT.
028300*-----------------------------------------------------------------
028400* 2600-VALIDATE-ENTRY - KEEP UNUSABLE ENTRIES OFF THE MASTER. A
028500* REASON IS REQUIRED; BOTH LEDGER ACCOUNTS MUST BE EIGHT DIGITS
028600* AND MUST DIFFER, OR THE JOURNAL PAIR WOULD NET TO NOTHING ON
028700* ONE ACCOUNT.
028800*-----------------------------------------------------------------
028900 2600-VALIDATE-ENTRY.
029000     IF WS-KEY-REASON = SPACES
029100         MOVE "KEY AN ADJUSTMENT REASON" TO WS-MESSAGE-TEXT
029200         GO TO 2600-EXIT
029300     END-IF.
029400     IF WS-SCR-DEBIT-ACCOUNT NOT NUMERIC
029500         MOVE "DEBIT ACCOUNT MUST BE 8 DIGITS" TO WS-MESSAGE-TEXT
029600         GO TO 2600-EXIT
029700     END-IF.
029800     IF WS-SCR-CREDIT-ACCOUNT NOT NUMERIC
029900         MOVE "CREDIT ACCOUNT MUST BE 8 DIGITS"
030000             TO WS-MESSAGE-TEXT
030100         GO TO 2600-EXIT
030200     END-IF.
030300     IF WS-SCR-DEBIT-ACCOUNT = WS-SCR-CREDIT-ACCOUNT
030400         MOVE "DEBIT AND CREDIT MUST DIFFER" TO WS-MESSAGE-TEXT
030500     END-IF.
030600 2600-EXIT.
030700     EXIT.
030800*-----------------------------------------------------------------
030900* 3000-TERMINATE - CLOSE DOWN THE SESSION.
031000*-----------------------------------------------------------------
031100 3000-TERMINATE.
031200     CLOSE GL-MAP-MASTER.
031300     CLOSE AUDIT-FILE.
031400 3000-EXIT.
031500     EXIT.
