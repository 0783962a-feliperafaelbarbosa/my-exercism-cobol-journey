000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                ACCTCLOS.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-14.
000600 DATE-COMPILED.             2026-10-14.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-14 DH  NEW PROGRAM. PERIODIC REPORT OF EVERY CLOSED OR
001100*                CHARGED-OFF ACCOUNT ON THE ACCOUNT-BALANCE-
001200*                MASTER THAT STILL CARRIES A BALANCE, BUILT THE
001300*                SAME WAY AS ACCTPRPT. A CLOSED ACCOUNT SHOULD
001400*                HAVE BEEN PAID OUT OR WRITTEN DOWN; ONE STILL
001500*                HOLDING MONEY IS EITHER A CLOSURE LEFT HALF
001600*                DONE OR AN ADJUSTMENT PAID AFTER IT CLOSED.
001700*                EACH LINE SHOWS THE STATUS, THE CLOSE DATE, THE
001800*                CALENDAR DAYS SINCE (DATECALC'S "D" FUNCTION),
001900*                THE COST CENTER AND THE BALANCE, WITH COUNTS
002000*                AND THE TOTAL BALANCE AT THE FOOT. RETURN CODE
002100*                0 = NONE FOUND, 4 = CLOSED ACCOUNTS CARRYING A
002200*                BALANCE, 8 = THE MASTER WOULD NOT OPEN.
002300*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMAST
002800                             ORGANIZATION IS INDEXED
002900                             ACCESS MODE IS SEQUENTIAL
003000                             RECORD KEY IS AM-REFERENCE
003100                             FILE STATUS IS WS-AM-FILE-STATUS.
003200     SELECT CLOSED-RPT       ASSIGN TO ACCTCLR
003300                             ORGANIZATION IS LINE SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  ACCOUNT-MASTER.
003700     COPY ACCTMAST.
003800 FD  CLOSED-RPT.
003900 01  CLOSED-RPT-RECORD       PIC X(80).
004000 WORKING-STORAGE SECTION.
004100 01  WS-AM-FILE-STATUS       PIC X(02).
004200 01  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
004300     88  END-OF-ACCOUNT-MASTER       VALUE "Y".
004400 01  WS-OPEN-SWITCH          PIC X(01)   VALUE "N".
004500     88  ACCOUNT-MASTER-OPEN         VALUE "Y".
004600 01  WS-SYS-DATE             PIC 9(08).
004700 01  WS-READ-COUNT           PIC 9(08)   VALUE ZERO.
004800 01  WS-CLOSED-COUNT         PIC 9(08)   VALUE ZERO.
004900 01  WS-BALANCE-COUNT        PIC 9(08)   VALUE ZERO.
005000 01  WS-TOTAL-BALANCE        PIC S9(11)V99 VALUE ZERO.
005100 01  WS-DAYS-CLOSED          PIC S9(04).
005200 01  WS-DC-FUNCTION          PIC X(01).
005300 01  WS-DC-DATE              PIC 9(08).
005400 01  WS-DC-DAYS              PIC S9(04).
005500 01  WS-DC-RESULT-DATE       PIC 9(08).
005600 01  WS-DC-ANSWER            PIC X(01).
005700 01  WS-REPORT-TITLE.
005800     05  FILLER              PIC X(43)  VALUE
005900         "ACCTCLOS CLOSED ACCOUNTS CARRYING A BALANCE".
006000     05  FILLER              PIC X(09)  VALUE "RUN DATE ".
006100     05  TTL-RUN-DATE        PIC 9(08).
006200     05  FILLER              PIC X(20)  VALUE SPACES.
006300 01  WS-SECTION-LINE.
006400     05  SEC-TEXT            PIC X(60).
006500     05  FILLER              PIC X(20)  VALUE SPACES.
006600 01  WS-CLOSED-HEADING.
006700     05  FILLER              PIC X(12)  VALUE "REFERENCE".
006800     05  FILLER              PIC X(13)  VALUE "STATUS".
006900     05  FILLER              PIC X(10)  VALUE "CLOSED".
007000     05  FILLER              PIC X(07)  VALUE "DAYS".
007100     05  FILLER              PIC X(06)  VALUE "CC".
007200     05  FILLER              PIC X(32)  VALUE "      BALANCE".
007300 01  WS-CLOSED-LINE.
007400     05  CLL-REFERENCE       PIC X(10).
007500     05  FILLER              PIC X(02)  VALUE SPACES.
007600     05  CLL-STATUS          PIC X(11).
007700     05  FILLER              PIC X(02)  VALUE SPACES.
007800     05  CLL-CLOSE-DATE      PIC 9(08).
007900     05  FILLER              PIC X(02)  VALUE SPACES.
008000     05  CLL-DAYS            PIC Z(03)9-.
008100     05  FILLER              PIC X(02)  VALUE SPACES.
008200     05  CLL-COST-CENTER     PIC X(04).
008300     05  FILLER              PIC X(02)  VALUE SPACES.
008400     05  CLL-BALANCE         PIC Z(08)9.99-.
008500     05  FILLER              PIC X(19)  VALUE SPACES.
008600 01  WS-COUNT-LINE.
008700     05  CNT-LABEL           PIC X(34).
008800     05  CNT-COUNT           PIC Z(07)9.
008900     05  FILLER              PIC X(38)  VALUE SPACES.
009000 01  WS-TOTAL-LINE.
009100     05  FILLER              PIC X(34)
009200         VALUE "TOTAL BALANCE ON CLOSED ACCOUNTS".
009300     05  TOT-BALANCE         PIC Z(10)9.99-.
009400     05  FILLER              PIC X(31)  VALUE SPACES.
009500*-----------------------------------------------------------------
009600 PROCEDURE DIVISION.
009700 0000-MAINLINE.
009800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009900     IF ACCOUNT-MASTER-OPEN
010000         PERFORM 2000-CHECK-ONE-ACCOUNT THRU 2000-EXIT
010100             UNTIL END-OF-ACCOUNT-MASTER
010200     END-IF.
010300     PERFORM 3000-TERMINATE THRU 3000-EXIT.
010400     STOP RUN.
010500*-----------------------------------------------------------------
010600* 1000-INITIALIZE - OPEN THE REPORT AND THE MASTER. A MASTER
010700* THAT WILL NOT OPEN IS SAID ON THE REPORT AND GRADES 8.
010800*-----------------------------------------------------------------
010900 1000-INITIALIZE.
011000     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
011100     MOVE WS-SYS-DATE TO TTL-RUN-DATE.
011200     OPEN OUTPUT CLOSED-RPT.
011300     WRITE CLOSED-RPT-RECORD FROM WS-REPORT-TITLE.
011400     OPEN INPUT ACCOUNT-MASTER.
011500     IF WS-AM-FILE-STATUS NOT = "00"
011600         MOVE "ACCOUNT MASTER WILL NOT OPEN - NO REPORT"
011700             TO SEC-TEXT
011800         WRITE CLOSED-RPT-RECORD FROM WS-SECTION-LINE
011900         DISPLAY "ACCTCLOS: ACCTMAST WILL NOT OPEN, STATUS "
012000             WS-AM-FILE-STATUS
012100         GO TO 1000-EXIT
012200     END-IF.
012300     SET ACCOUNT-MASTER-OPEN TO TRUE.
012400     MOVE "CLOSED AND CHARGED-OFF ACCOUNTS WITH A BALANCE"
012500         TO SEC-TEXT.
012600     WRITE CLOSED-RPT-RECORD FROM WS-SECTION-LINE.
012700     WRITE CLOSED-RPT-RECORD FROM WS-CLOSED-HEADING.
012800 1000-EXIT.
012900     EXIT.
013000*-----------------------------------------------------------------
013100* 2000-CHECK-ONE-ACCOUNT - ONE MASTER RECORD IN KEY ORDER. AN
013200* ACCOUNT STILL OPEN OR FROZEN, OR ONE CLOSED AT A ZERO BALANCE,
013300* IS ONLY COUNTED; A CLOSED ONE HOLDING MONEY EITHER WAY PRINTS.
013400*-----------------------------------------------------------------
013500 2000-CHECK-ONE-ACCOUNT.
013600     READ ACCOUNT-MASTER NEXT RECORD
013700         AT END
013800             SET END-OF-ACCOUNT-MASTER TO TRUE
013900             GO TO 2000-EXIT
014000     END-READ.
014100     ADD 1 TO WS-READ-COUNT.
014200     IF NOT AM-NO-LONGER-OPEN
014300         GO TO 2000-EXIT
014400     END-IF.
014500     ADD 1 TO WS-CLOSED-COUNT.
014600     IF AM-BALANCE = ZERO
014700         GO TO 2000-EXIT
014800     END-IF.
014900     ADD 1 TO WS-BALANCE-COUNT.
015000     ADD AM-BALANCE TO WS-TOTAL-BALANCE.
015100     PERFORM 2100-COMPUTE-DAYS-CLOSED THRU 2100-EXIT.
015200     MOVE AM-REFERENCE TO CLL-REFERENCE.
015300     IF AM-CHARGED-OFF
015400         MOVE "CHARGED OFF" TO CLL-STATUS
015500     ELSE
015600         MOVE "CLOSED" TO CLL-STATUS
015700     END-IF.
015800     MOVE AM-CLOSE-DATE TO CLL-CLOSE-DATE.
015900     MOVE WS-DAYS-CLOSED TO CLL-DAYS.
016000     MOVE AM-COST-CENTER TO CLL-COST-CENTER.
016100     MOVE AM-BALANCE TO CLL-BALANCE.
016200     WRITE CLOSED-RPT-RECORD FROM WS-CLOSED-LINE.
016300 2000-EXIT.
016400     EXIT.
016500*-----------------------------------------------------------------
016600* 2100-COMPUTE-DAYS-CLOSED - CALENDAR DAYS FROM THE CLOSE DATE
016700* TO TODAY THROUGH DATECALC'S "D" FUNCTION. NO CLOSE DATE, OR
016800* ONE DATECALC CANNOT ANSWER, SHOWS AS ZERO RATHER THAN KILLING
016900* THE REPORT, THE SAME AS ACCTPRPT.
017000*-----------------------------------------------------------------
017100 2100-COMPUTE-DAYS-CLOSED.
017200     MOVE ZERO TO WS-DAYS-CLOSED.
017300     IF AM-CLOSE-DATE = ZERO
017400         GO TO 2100-EXIT
017500     END-IF.
017600     MOVE "D" TO WS-DC-FUNCTION.
017700     MOVE AM-CLOSE-DATE TO WS-DC-DATE.
017800     MOVE WS-SYS-DATE TO WS-DC-RESULT-DATE.
017900     MOVE ZERO TO WS-DC-DAYS.
018000     CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-DATE,
018100         WS-DC-DAYS, WS-DC-RESULT-DATE, WS-DC-ANSWER.
018200     IF WS-DC-ANSWER = "Y"
018300         MOVE WS-DC-DAYS TO WS-DAYS-CLOSED
018400     END-IF.
018500 2100-EXIT.
018600     EXIT.
018700*-----------------------------------------------------------------
018800* 3000-TERMINATE - THE CONTROL TOTALS AND THE GRADE.
018900*-----------------------------------------------------------------
019000 3000-TERMINATE.
019100     MOVE "ACCOUNTS ON THE MASTER" TO CNT-LABEL.
019200     MOVE WS-READ-COUNT TO CNT-COUNT.
019300     WRITE CLOSED-RPT-RECORD FROM WS-COUNT-LINE.
019400     MOVE "CLOSED OR CHARGED OFF" TO CNT-LABEL.
019500     MOVE WS-CLOSED-COUNT TO CNT-COUNT.
019600     WRITE CLOSED-RPT-RECORD FROM WS-COUNT-LINE.
019700     MOVE "CLOSED AND CARRYING A BALANCE" TO CNT-LABEL.
019800     MOVE WS-BALANCE-COUNT TO CNT-COUNT.
019900     WRITE CLOSED-RPT-RECORD FROM WS-COUNT-LINE.
020000     MOVE WS-TOTAL-BALANCE TO TOT-BALANCE.
020100     WRITE CLOSED-RPT-RECORD FROM WS-TOTAL-LINE.
020200     IF ACCOUNT-MASTER-OPEN
020300         CLOSE ACCOUNT-MASTER
020400     END-IF.
020500     CLOSE CLOSED-RPT.
020600     DISPLAY "ACCTCLOS: " WS-READ-COUNT " ON FILE, "
020700         WS-CLOSED-COUNT " CLOSED, "
020800         WS-BALANCE-COUNT " WITH A BALANCE".
020900     EVALUATE TRUE
021000         WHEN NOT ACCOUNT-MASTER-OPEN
021100             MOVE 8 TO RETURN-CODE
021200         WHEN WS-BALANCE-COUNT > ZERO
021300             MOVE 4 TO RETURN-CODE
021400         WHEN OTHER
021500             MOVE ZERO TO RETURN-CODE
021600     END-EVALUATE.
021700 3000-EXIT.
021800     EXIT.
