000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                CONFPEND.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-15.
000600 DATE-COMPILED.             2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-15 DH  NEW PROGRAM. DAILY REPORT OFF THE CONFIRMATION
001100*                MASTER (CONFSTAT) THAT GLPOST BUILDS AND ACCTLOAD
001200*                CLEARS, BUILT THE SAME WAY AS ACCTPRPT. EVERY
001300*                POSTING CONFIRMATION SENT TO THE DEPOSITS SYSTEM
001400*                THAT NO FEED BALANCE HAS YET REFLECTED, WITH ITS
001500*                RUN, AMOUNT, VALUE DATE, SENT DATE AND DAYS
001600*                WAITING (DATECALC'S "D" FUNCTION, SENT DATE TO
001700*                TODAY); ALSO ANY STILL BUILDING, WHICH MEANS A
001800*                GLPOST RUN CREDITED THE ACCOUNT BUT NEVER SENT
001900*                THE FEED. RETURN CODE 0 = NOTHING OUTSTANDING,
002000*                4 = CONFIRMATIONS OUTSTANDING, 8 = THE MASTER
002100*                WOULD NOT OPEN. NO MASTER AT ALL MEANS NOTHING
002200*                HAS BEEN SENT YET AND REPORTS EMPTY. A
002233*                CONFIRMATION ACCRREV HAS REVERSED IS SETTLED, THE
002266*                SAME AS A REFLECTED ONE, AND ONLY COUNTED.
002300*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CONF-STATUS-MASTER ASSIGN TO CONFSTAT
002800                             ORGANIZATION IS INDEXED
002900                             ACCESS MODE IS DYNAMIC
003000                             RECORD KEY IS CS-KEY
003100                             FILE STATUS IS WS-CS-FILE-STATUS.
003200     SELECT CONF-PENDING-RPT ASSIGN TO CONFPRP
003300                             ORGANIZATION IS LINE SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CONF-STATUS-MASTER.
003700     COPY CONFSTAT.
003800 FD  CONF-PENDING-RPT.
003900 01  CONF-PENDING-RPT-RECORD PIC X(80).
004000 WORKING-STORAGE SECTION.
004100 01  WS-CS-FILE-STATUS       PIC X(02).
004200     88  CONFSTAT-NOT-FOUND          VALUE "35".
004300 01  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
004400     88  END-OF-CONF-MASTER          VALUE "Y".
004500 01  WS-OPEN-SWITCH          PIC X(01)   VALUE "N".
004600     88  CONF-MASTER-OPEN            VALUE "Y".
004700 01  WS-OPEN-FAULT-SWITCH    PIC X(01)   VALUE "N".
004800     88  CONF-OPEN-FAULT             VALUE "Y".
004900 01  WS-SYS-DATE             PIC 9(08).
005000 01  WS-READ-COUNT           PIC 9(08)   VALUE ZERO.
005100 01  WS-OUTSTANDING-COUNT    PIC 9(08)   VALUE ZERO.
005200 01  WS-BUILDING-COUNT       PIC 9(08)   VALUE ZERO.
005300 01  WS-REFLECTED-COUNT      PIC 9(08)   VALUE ZERO.
005350 01  WS-REVERSED-COUNT       PIC 9(08)   VALUE ZERO.
005400 01  WS-OLDEST-DAYS          PIC 9(08)   VALUE ZERO.
005500 01  WS-OUTSTANDING-AMOUNT   PIC S9(11)V99 VALUE ZERO.
005600 01  WS-DAYS-WAITING         PIC S9(04).
005700 01  WS-DC-FUNCTION          PIC X(01).
005800 01  WS-DC-DATE              PIC 9(08).
005900 01  WS-DC-DAYS              PIC S9(04).
006000 01  WS-DC-RESULT-DATE       PIC 9(08).
006100 01  WS-DC-ANSWER            PIC X(01).
006200 01  WS-REPORT-TITLE.
006300     05  FILLER              PIC X(43)  VALUE
006400         "CONFPEND CONFIRMATIONS NOT YET REFLECTED".
006500     05  FILLER              PIC X(09)  VALUE "RUN DATE ".
006600     05  TTL-RUN-DATE        PIC 9(08).
006700     05  FILLER              PIC X(20)  VALUE SPACES.
006800 01  WS-SECTION-LINE.
006900     05  SEC-TEXT            PIC X(60).
007000     05  FILLER              PIC X(20)  VALUE SPACES.
007100 01  WS-OUTSTANDING-HEADING.
007200     05  FILLER              PIC X(12)  VALUE "REFERENCE".
007300     05  FILLER              PIC X(16)  VALUE "RUN".
007400     05  FILLER              PIC X(15)  VALUE "       AMOUNT".
007500     05  FILLER              PIC X(10)  VALUE "VALUE".
007600     05  FILLER              PIC X(10)  VALUE "SENT".
007700     05  FILLER              PIC X(07)  VALUE "DAYS".
007800     05  FILLER              PIC X(10)  VALUE "STATE".
007900 01  WS-OUTSTANDING-LINE.
008000     05  OSL-REFERENCE       PIC X(10).
008100     05  FILLER              PIC X(02)  VALUE SPACES.
008200     05  OSL-RUN-NUMBER      PIC 9(14).
008300     05  FILLER              PIC X(02)  VALUE SPACES.
008400     05  OSL-AMOUNT          PIC -(09)9.99.
008500     05  FILLER              PIC X(02)  VALUE SPACES.
008600     05  OSL-VALUE-DATE      PIC 9(08).
008700     05  FILLER              PIC X(02)  VALUE SPACES.
008800     05  OSL-SENT-DATE       PIC 9(08).
008900     05  FILLER              PIC X(02)  VALUE SPACES.
009000     05  OSL-DAYS            PIC Z(03)9-.
009100     05  FILLER              PIC X(02)  VALUE SPACES.
009200     05  OSL-STATE           PIC X(10).
009300 01  WS-COUNT-LINE.
009400     05  CNT-LABEL           PIC X(34).
009500     05  CNT-COUNT           PIC Z(07)9.
009600     05  FILLER              PIC X(38)  VALUE SPACES.
009700 01  WS-AMOUNT-LINE.
009800     05  AMT-LABEL           PIC X(34).
009900     05  AMT-AMOUNT          PIC -(11)9.99.
010000     05  FILLER              PIC X(31)  VALUE SPACES.
010100*-----------------------------------------------------------------
010200 PROCEDURE DIVISION.
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010500     IF CONF-MASTER-OPEN
010600         PERFORM 2000-LIST-ONE-CONFIRMATION THRU 2000-EXIT
010700             UNTIL END-OF-CONF-MASTER
010800     END-IF.
010900     PERFORM 3000-TERMINATE THRU 3000-EXIT.
011000     STOP RUN.
011100*-----------------------------------------------------------------
011200* 1000-INITIALIZE - OPEN THE REPORT, OPEN THE CONFIRMATION MASTER
011300* AND START AT THE FIRST KEY. A MISSING MASTER REPORTS EMPTY; ONE
011400* THAT WILL NOT OPEN GRADES 8.
011500*-----------------------------------------------------------------
011600 1000-INITIALIZE.
011700     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
011800     MOVE WS-SYS-DATE TO TTL-RUN-DATE.
011900     OPEN OUTPUT CONF-PENDING-RPT.
012000     WRITE CONF-PENDING-RPT-RECORD FROM WS-REPORT-TITLE.
012100     OPEN INPUT CONF-STATUS-MASTER.
012200     IF CONFSTAT-NOT-FOUND
012300         MOVE "NO CONFIRMATION MASTER - NOTHING SENT YET"
012400             TO SEC-TEXT
012500         WRITE CONF-PENDING-RPT-RECORD FROM WS-SECTION-LINE
012600         GO TO 1000-EXIT
012700     END-IF.
012800     IF WS-CS-FILE-STATUS NOT = "00"
012900         SET CONF-OPEN-FAULT TO TRUE
013000         DISPLAY "CONFPEND: CONFSTAT WILL NOT OPEN, STATUS "
013100             WS-CS-FILE-STATUS
013200         GO TO 1000-EXIT
013300     END-IF.
013400     SET CONF-MASTER-OPEN TO TRUE.
013500     MOVE "CONFIRMATIONS NOT YET IN A DEPOSITS FEED BALANCE"
013600         TO SEC-TEXT.
013700     WRITE CONF-PENDING-RPT-RECORD FROM WS-SECTION-LINE.
013800     WRITE CONF-PENDING-RPT-RECORD FROM WS-OUTSTANDING-HEADING.
013900     MOVE LOW-VALUES TO CS-KEY.
014000     START CONF-STATUS-MASTER KEY NOT < CS-KEY
014100         INVALID KEY
014200             SET END-OF-CONF-MASTER TO TRUE
014300     END-START.
014400 1000-EXIT.
014500     EXIT.
014600*-----------------------------------------------------------------
014700* 2000-LIST-ONE-CONFIRMATION - A REFLECTED OR REVERSED
014800* CONFIRMATION IS ONLY COUNTED. ONE SENT AND NOT YET REFLECTED
014850* PRINTS WITH ITS AGE; ONE STILL BUILDING PRINTS AS NOT SENT,
014900* WITH NO AGE.
015000*-----------------------------------------------------------------
015100 2000-LIST-ONE-CONFIRMATION.
015200     READ CONF-STATUS-MASTER NEXT
015300         AT END
015400             SET END-OF-CONF-MASTER TO TRUE
015500             GO TO 2000-EXIT
015600     END-READ.
015700     ADD 1 TO WS-READ-COUNT.
015800     IF CS-REFLECTED
015900         ADD 1 TO WS-REFLECTED-COUNT
016000         GO TO 2000-EXIT
016100     END-IF.
016120     IF CS-REVERSED
016140         ADD 1 TO WS-REVERSED-COUNT
016160         GO TO 2000-EXIT
016180     END-IF.
016200     ADD 1 TO WS-OUTSTANDING-COUNT.
016300     ADD CS-AMOUNT TO WS-OUTSTANDING-AMOUNT.
016400     IF CS-SENT
016500         PERFORM 2100-COMPUTE-AGE THRU 2100-EXIT
016600         MOVE "SENT" TO OSL-STATE
016700     ELSE
016800         ADD 1 TO WS-BUILDING-COUNT
016900         MOVE ZERO TO WS-DAYS-WAITING
017000         MOVE "NOT SENT" TO OSL-STATE
017100     END-IF.
017200     MOVE CS-REFERENCE TO OSL-REFERENCE.
017300     MOVE CS-RUN-NUMBER TO OSL-RUN-NUMBER.
017400     MOVE CS-AMOUNT TO OSL-AMOUNT.
017500     MOVE CS-VALUE-DATE TO OSL-VALUE-DATE.
017600     MOVE CS-SENT-DATE TO OSL-SENT-DATE.
017700     MOVE WS-DAYS-WAITING TO OSL-DAYS.
017800     WRITE CONF-PENDING-RPT-RECORD FROM WS-OUTSTANDING-LINE.
017900 2000-EXIT.
018000     EXIT.
018100*-----------------------------------------------------------------
018200* 2100-COMPUTE-AGE - DAYS FROM THE SENT DATE TO TODAY, THROUGH
018300* DATECALC'S "D" FUNCTION, AND KEEP THE OLDEST. AN UNANSWERABLE
018400* DATE AGES AS ZERO RATHER THAN KILLING THE REPORT, THE SAME AS
018500* REJAGING.
018600*-----------------------------------------------------------------
018700 2100-COMPUTE-AGE.
018800     MOVE "D" TO WS-DC-FUNCTION.
018900     MOVE CS-SENT-DATE TO WS-DC-DATE.
019000     MOVE WS-SYS-DATE TO WS-DC-RESULT-DATE.
019100     MOVE ZERO TO WS-DC-DAYS.
019200     CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-DATE,
019300         WS-DC-DAYS, WS-DC-RESULT-DATE, WS-DC-ANSWER.
019400     IF WS-DC-ANSWER = "Y"
019500         MOVE WS-DC-DAYS TO WS-DAYS-WAITING
019600     ELSE
019700         MOVE ZERO TO WS-DAYS-WAITING
019800     END-IF.
019900     IF WS-DAYS-WAITING > WS-OLDEST-DAYS
020000         MOVE WS-DAYS-WAITING TO WS-OLDEST-DAYS
020100     END-IF.
020200 2100-EXIT.
020300     EXIT.
020400*-----------------------------------------------------------------
020500* 3000-TERMINATE - THE CONTROL TOTALS AND THE GRADE.
020600*-----------------------------------------------------------------
020700 3000-TERMINATE.
020800     MOVE "CONFIRMATIONS OUTSTANDING" TO CNT-LABEL.
020900     MOVE WS-OUTSTANDING-COUNT TO CNT-COUNT.
021000     WRITE CONF-PENDING-RPT-RECORD FROM WS-COUNT-LINE.
021100     MOVE "  OF WHICH NOT SENT" TO CNT-LABEL.
021200     MOVE WS-BUILDING-COUNT TO CNT-COUNT.
021300     WRITE CONF-PENDING-RPT-RECORD FROM WS-COUNT-LINE.
021400     MOVE "AMOUNT OUTSTANDING" TO AMT-LABEL.
021500     MOVE WS-OUTSTANDING-AMOUNT TO AMT-AMOUNT.
021600     WRITE CONF-PENDING-RPT-RECORD FROM WS-AMOUNT-LINE.
021700     MOVE "OLDEST OUTSTANDING (DAYS)" TO CNT-LABEL.
021800     MOVE WS-OLDEST-DAYS TO CNT-COUNT.
021900     WRITE CONF-PENDING-RPT-RECORD FROM WS-COUNT-LINE.
022000     MOVE "CONFIRMATIONS REFLECTED" TO CNT-LABEL.
022100     MOVE WS-REFLECTED-COUNT TO CNT-COUNT.
022200     WRITE CONF-PENDING-RPT-RECORD FROM WS-COUNT-LINE.
022225     MOVE "CONFIRMATIONS REVERSED" TO CNT-LABEL.
022250     MOVE WS-REVERSED-COUNT TO CNT-COUNT.
022275     WRITE CONF-PENDING-RPT-RECORD FROM WS-COUNT-LINE.
022300     IF CONF-MASTER-OPEN
022400         CLOSE CONF-STATUS-MASTER
022500     END-IF.
022600     CLOSE CONF-PENDING-RPT.
022700     DISPLAY "CONFPEND: " WS-READ-COUNT " ON FILE, "
022800         WS-OUTSTANDING-COUNT " OUTSTANDING, "
022900         WS-REFLECTED-COUNT " REFLECTED".
023000     EVALUATE TRUE
023100         WHEN CONF-OPEN-FAULT
023200             MOVE 8 TO RETURN-CODE
023300         WHEN WS-OUTSTANDING-COUNT > ZERO
023400             MOVE 4 TO RETURN-CODE
023500         WHEN OTHER
023600             MOVE ZERO TO RETURN-CODE
023700     END-EVALUATE.
023800 3000-EXIT.
023900     EXIT.
