000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                ACCTCONV.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-14.
000600 DATE-COMPILED.             2026-10-14.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-14 DH  NEW PROGRAM. ONE-TIME CUTOVER CONVERSION OF THE
001100*                ACCOUNT-BALANCE-MASTER TO THE 60-BYTE LAYOUT THAT
001200*                CARRIES THE ACCOUNT STATUS, ITS EFFECTIVE DATE
001300*                AND THE CLOSE DATE. THE OLD 40-BYTE MASTER IS
001400*                RENAMED TO ACCTMOLD AND READ IN KEY ORDER; EVERY
001500*                ACCOUNT IS WRITTEN TO A NEW ACCTMAST WITH ITS
001600*                BALANCE, RATE AND COST CENTER AS THEY WERE, AT
001700*                STATUS "A" (ACTIVE). THE STATUS DATE LOADS AS
001800*                ZERO - WHEN THE ACCOUNT OPENED IS NOT ON THE OLD
001900*                MASTER - AND THE CLOSE DATE AS ZERO. ACCOUNTS
002000*                ALREADY CLOSED OR FROZEN COME ACROSS ON THE
002100*                NEXT ACCTLOAD FEED THAT CARRIES THEIR STATUS.
002200*                THE NEW MASTER IS BUILT FROM SCRATCH, SO A
002300*                RERUN STARTS OVER FROM ACCTMOLD. RETIRE ACCTMOLD
002400*                AFTER A CLEAN RUN. RETURN CODE 8 = EITHER
002500*                MASTER WOULD NOT OPEN OR A WRITE FAILED.
002600*-----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OLD-ACCOUNT-MASTER ASSIGN TO ACCTMOLD
003100                             ORGANIZATION IS INDEXED
003200                             ACCESS MODE IS SEQUENTIAL
003300                             RECORD KEY IS OM-REFERENCE
003400                             FILE STATUS IS WS-OM-FILE-STATUS.
003500     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMAST
003600                             ORGANIZATION IS INDEXED
003700                             ACCESS MODE IS SEQUENTIAL
003800                             RECORD KEY IS AM-REFERENCE
003900                             FILE STATUS IS WS-AM-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  OLD-ACCOUNT-MASTER.
004300 01  OLD-ACCOUNT-RECORD.
004400     05  OM-REFERENCE        PIC X(10).
004500     05  OM-BALANCE          PIC S9(09)V99.
004600     05  OM-RATE-PCT         PIC 9(02)V9(04).
004700     05  OM-COST-CENTER      PIC X(04).
004800     05  FILLER              PIC X(09).
004900 FD  ACCOUNT-MASTER.
005000     COPY ACCTMAST.
005100 WORKING-STORAGE SECTION.
005200 01  WS-OM-FILE-STATUS       PIC X(02).
005300 01  WS-AM-FILE-STATUS       PIC X(02).
005400 01  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
005500     88  END-OF-OLD-MASTER           VALUE "Y".
005600 01  WS-FAIL-SWITCH          PIC X(01)   VALUE "N".
005700     88  CONVERSION-FAILED           VALUE "Y".
005800 01  WS-OPEN-SWITCH          PIC X(01)   VALUE "N".
005900     88  BOTH-MASTERS-OPEN           VALUE "Y".
006000 01  WS-READ-COUNT           PIC 9(08)   VALUE ZERO.
006100 01  WS-WRITTEN-COUNT        PIC 9(08)   VALUE ZERO.
006200*-----------------------------------------------------------------
006300 PROCEDURE DIVISION.
006400 0000-MAINLINE.
006500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006600     IF NOT CONVERSION-FAILED
006700         PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
006800             UNTIL END-OF-OLD-MASTER OR CONVERSION-FAILED
006900     END-IF.
007000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
007100     STOP RUN.
007200*-----------------------------------------------------------------
007300* 1000-INITIALIZE - OPEN THE OLD MASTER FOR INPUT AND BUILD THE
007400* NEW ONE FROM EMPTY. EITHER ONE FAILING STOPS THE RUN BEFORE A
007500* RECORD MOVES.
007600*-----------------------------------------------------------------
007700 1000-INITIALIZE.
007800     OPEN INPUT OLD-ACCOUNT-MASTER.
007900     IF WS-OM-FILE-STATUS NOT = "00"
008000         DISPLAY "ACCTCONV: ACCTMOLD WILL NOT OPEN, STATUS "
008100             WS-OM-FILE-STATUS
008200         SET CONVERSION-FAILED TO TRUE
008300         GO TO 1000-EXIT
008400     END-IF.
008500     OPEN OUTPUT ACCOUNT-MASTER.
008600     IF WS-AM-FILE-STATUS NOT = "00"
008700         DISPLAY "ACCTCONV: ACCTMAST WILL NOT OPEN, STATUS "
008800             WS-AM-FILE-STATUS
008900         SET CONVERSION-FAILED TO TRUE
009000         CLOSE OLD-ACCOUNT-MASTER
009100         GO TO 1000-EXIT
009200     END-IF.
009300     SET BOTH-MASTERS-OPEN TO TRUE.
009400 1000-EXIT.
009500     EXIT.
009600*-----------------------------------------------------------------
009700* 2000-CONVERT-ONE - ONE OLD ACCOUNT ONTO THE NEW MASTER, ACTIVE.
009800* THE OLD MASTER READS BACK IN KEY ORDER, WHICH IS THE ORDER A
009900* SEQUENTIAL LOAD OF THE NEW ONE NEEDS.
010000*-----------------------------------------------------------------
010100 2000-CONVERT-ONE.
010200     READ OLD-ACCOUNT-MASTER NEXT RECORD
010300         AT END
010400             SET END-OF-OLD-MASTER TO TRUE
010500             GO TO 2000-EXIT
010600     END-READ.
010700     ADD 1 TO WS-READ-COUNT.
010800     MOVE SPACES TO ACCOUNT-MASTER-RECORD.
010900     MOVE OM-REFERENCE TO AM-REFERENCE.
011000     MOVE OM-BALANCE TO AM-BALANCE.
011100     MOVE OM-RATE-PCT TO AM-RATE-PCT.
011200     MOVE OM-COST-CENTER TO AM-COST-CENTER.
011300     SET AM-ACTIVE TO TRUE.
011400     MOVE ZERO TO AM-STATUS-DATE.
011500     MOVE ZERO TO AM-CLOSE-DATE.
011600     WRITE ACCOUNT-MASTER-RECORD.
011700     IF WS-AM-FILE-STATUS NOT = "00"
011800         DISPLAY "ACCTCONV: WRITE FAILED, REFERENCE "
011900             AM-REFERENCE " STATUS " WS-AM-FILE-STATUS
012000         SET CONVERSION-FAILED TO TRUE
012100         GO TO 2000-EXIT
012200     END-IF.
012300     ADD 1 TO WS-WRITTEN-COUNT.
012400 2000-EXIT.
012500     EXIT.
012600*-----------------------------------------------------------------
012700* 3000-TERMINATE - CLOSE DOWN, LEAVE THE COUNTS ON THE LOG FOR
012800* THE CUTOVER RECORD, AND GRADE THE RUN.
012900*-----------------------------------------------------------------
013000 3000-TERMINATE.
013100     IF BOTH-MASTERS-OPEN
013200         CLOSE OLD-ACCOUNT-MASTER
013300         CLOSE ACCOUNT-MASTER
013400     END-IF.
013500     DISPLAY "ACCTCONV: " WS-READ-COUNT " READ, "
013600         WS-WRITTEN-COUNT " CONVERTED".
013700     IF CONVERSION-FAILED
013800         MOVE 8 TO RETURN-CODE
013900     ELSE
014000         MOVE ZERO TO RETURN-CODE
014100     END-IF.
014200 3000-EXIT.
014300     EXIT.
