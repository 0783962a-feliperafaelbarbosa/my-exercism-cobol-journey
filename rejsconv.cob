000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                REJSCONV.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-15.
000600 DATE-COMPILED.             2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-15 DH  NEW PROGRAM. ONE-TIME CUTOVER CONVERSION OF THE
001100*                REJECT-STATUS MASTER TO THE 96-BYTE LAYOUT THAT
001200*                TRACKS EACH REJECT'S RETURN TO ITS SOURCE. THE
001300*                OLD 65-BYTE MASTER IS RENAMED TO REJSOLD AND
001400*                READ IN KEY ORDER; EVERY LIFECYCLE RECORD IS
001500*                WRITTEN TO A NEW REJSTAT AS IT WAS, "NOT
001600*                RETURNED", WITH ZERO RETURN AND ACKNOWLEDGMENT
001700*                DATES. REJECTS FROM BEFORE THE CUTOVER WERE
001800*                CHASED BY HAND AND ARE NOT RETURNED AFTER THE
001900*                FACT. THE NEW MASTER IS BUILT FROM SCRATCH, SO A
002000*                RERUN STARTS OVER FROM REJSOLD. RETIRE REJSOLD
002100*                AFTER A CLEAN RUN. RETURN CODE 8 = EITHER
002200*                MASTER WOULD NOT OPEN OR A WRITE FAILED.
002300*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OLD-REJECT-STATUS-MASTER ASSIGN TO REJSOLD
002800                             ORGANIZATION IS INDEXED
002900                             ACCESS MODE IS SEQUENTIAL
003000                             RECORD KEY IS OJ-KEY
003100                             FILE STATUS IS WS-OJ-FILE-STATUS.
003200     SELECT REJECT-STATUS-MASTER ASSIGN TO REJSTAT
003300                             ORGANIZATION IS INDEXED
003400                             ACCESS MODE IS SEQUENTIAL
003500                             RECORD KEY IS RJ-KEY
003600                             FILE STATUS IS WS-RJ-FILE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  OLD-REJECT-STATUS-MASTER.
004000 01  OLD-REJECT-STATUS-RECORD.
004100     05  OJ-KEY.
004200         10  OJ-REFERENCE        PIC X(10).
004300         10  OJ-RUN-NUMBER       PIC 9(14).
004400     05  OJ-STATUS               PIC X(01).
004500     05  OJ-OPEN-DATE            PIC 9(08).
004600     05  OJ-STATUS-DATE          PIC 9(08).
004700     05  OJ-YEAR                 PIC X(04).
004800     05  OJ-REASON-CODE          PIC X(04).
004900     05  OJ-SOURCE-ID            PIC X(08).
005000     05  FILLER                  PIC X(08).
005100 FD  REJECT-STATUS-MASTER.
005200     COPY REJSTAT.
005300 WORKING-STORAGE SECTION.
005400 01  WS-OJ-FILE-STATUS       PIC X(02).
005500 01  WS-RJ-FILE-STATUS       PIC X(02).
005600 01  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
005700     88  END-OF-OLD-MASTER           VALUE "Y".
005800 01  WS-FAIL-SWITCH          PIC X(01)   VALUE "N".
005900     88  CONVERSION-FAILED           VALUE "Y".
006000 01  WS-OPEN-SWITCH          PIC X(01)   VALUE "N".
006100     88  BOTH-MASTERS-OPEN           VALUE "Y".
006200 01  WS-READ-COUNT           PIC 9(08)   VALUE ZERO.
006300 01  WS-WRITTEN-COUNT        PIC 9(08)   VALUE ZERO.
006400*-----------------------------------------------------------------
006500 PROCEDURE DIVISION.
006600 0000-MAINLINE.
006700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006800     IF NOT CONVERSION-FAILED
006900         PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
007000             UNTIL END-OF-OLD-MASTER OR CONVERSION-FAILED
007100     END-IF.
007200     PERFORM 3000-TERMINATE THRU 3000-EXIT.
007300     STOP RUN.
007400*-----------------------------------------------------------------
007500* 1000-INITIALIZE - OPEN THE OLD MASTER FOR INPUT AND BUILD THE
007600* NEW ONE FROM EMPTY. EITHER ONE FAILING STOPS THE RUN BEFORE A
007700* RECORD MOVES.
007800*-----------------------------------------------------------------
007900 1000-INITIALIZE.
008000     OPEN INPUT OLD-REJECT-STATUS-MASTER.
008100     IF WS-OJ-FILE-STATUS NOT = "00"
008200         DISPLAY "REJSCONV: REJSOLD WILL NOT OPEN, STATUS "
008300             WS-OJ-FILE-STATUS
008400         SET CONVERSION-FAILED TO TRUE
008500         GO TO 1000-EXIT
008600     END-IF.
008700     OPEN OUTPUT REJECT-STATUS-MASTER.
008800     IF WS-RJ-FILE-STATUS NOT = "00"
008900         DISPLAY "REJSCONV: REJSTAT WILL NOT OPEN, STATUS "
009000             WS-RJ-FILE-STATUS
009100         SET CONVERSION-FAILED TO TRUE
009200         CLOSE OLD-REJECT-STATUS-MASTER
009300         GO TO 1000-EXIT
009400     END-IF.
009500     SET BOTH-MASTERS-OPEN TO TRUE.
009600 1000-EXIT.
009700     EXIT.
009800*-----------------------------------------------------------------
009900* 2000-CONVERT-ONE - ONE OLD LIFECYCLE RECORD ONTO THE NEW
010000* MASTER, NOT RETURNED. THE OLD MASTER READS BACK IN KEY ORDER,
010100* WHICH IS THE ORDER A SEQUENTIAL LOAD OF THE NEW ONE NEEDS.
010200*-----------------------------------------------------------------
010300 2000-CONVERT-ONE.
010400     READ OLD-REJECT-STATUS-MASTER NEXT RECORD
010500         AT END
010600             SET END-OF-OLD-MASTER TO TRUE
010700             GO TO 2000-EXIT
010800     END-READ.
010900     ADD 1 TO WS-READ-COUNT.
011000     MOVE SPACES TO REJECT-STATUS-RECORD.
011100     MOVE OJ-REFERENCE TO RJ-REFERENCE.
011200     MOVE OJ-RUN-NUMBER TO RJ-RUN-NUMBER.
011300     MOVE OJ-STATUS TO RJ-STATUS.
011400     MOVE OJ-OPEN-DATE TO RJ-OPEN-DATE.
011500     MOVE OJ-STATUS-DATE TO RJ-STATUS-DATE.
011600     MOVE OJ-YEAR TO RJ-YEAR.
011700     MOVE OJ-REASON-CODE TO RJ-REASON-CODE.
011800     MOVE OJ-SOURCE-ID TO RJ-SOURCE-ID.
011900     SET RJ-NOT-RETURNED TO TRUE.
012000     MOVE ZERO TO RJ-RETURN-DATE.
012100     MOVE ZERO TO RJ-RETURN-RUN-NUMBER.
012200     MOVE ZERO TO RJ-ACK-DATE.
012300     WRITE REJECT-STATUS-RECORD.
012400     IF WS-RJ-FILE-STATUS NOT = "00"
012500         DISPLAY "REJSCONV: WRITE FAILED, REFERENCE "
012600             RJ-REFERENCE " RUN " RJ-RUN-NUMBER
012700             " STATUS " WS-RJ-FILE-STATUS
012800         SET CONVERSION-FAILED TO TRUE
012900         GO TO 2000-EXIT
013000     END-IF.
013100     ADD 1 TO WS-WRITTEN-COUNT.
013200 2000-EXIT.
013300     EXIT.
013400*-----------------------------------------------------------------
013500* 3000-TERMINATE - CLOSE DOWN, LEAVE THE COUNTS ON THE LOG FOR
013600* THE CUTOVER RECORD, AND GRADE THE RUN.
013700*-----------------------------------------------------------------
013800 3000-TERMINATE.
013900     IF BOTH-MASTERS-OPEN
014000         CLOSE OLD-REJECT-STATUS-MASTER
014100         CLOSE REJECT-STATUS-MASTER
014200     END-IF.
014300     DISPLAY "REJSCONV: " WS-READ-COUNT " READ, "
014400         WS-WRITTEN-COUNT " CONVERTED".
014500     IF CONVERSION-FAILED
014600         MOVE 8 TO RETURN-CODE
014700     ELSE
014800         MOVE ZERO TO RETURN-CODE
014900     END-IF.
015000 3000-EXIT.
015100     EXIT.
