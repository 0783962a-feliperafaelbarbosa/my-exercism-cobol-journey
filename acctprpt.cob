000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                ACCTPRPT.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-14.
000600 DATE-COMPILED.             2026-10-14.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-14 DH  NEW PROGRAM. DAILY REPORT OFF THE PENDING-CHANGE
001100*                FILE (ACCTPEND) THAT ACCTMNT AND ACCTLOAD FEED
001200*                AND ACCTAPPR DECIDES, BUILT THE SAME WAY AS
001300*                REJAGING. FIRST EVERY ACCOUNT CHANGE STILL
001400*                WAITING FOR APPROVAL, WITH WHO KEYED IT, ITS
001500*                BEFORE AND AFTER IMAGES AND DAYS WAITING
001600*                (DATECALC'S "D" FUNCTION, KEYING DATE TO
001700*                TODAY); THEN EVERY CHANGE DECLINED SINCE THE
001800*                PREVIOUS BUSINESS DAY (DATECALC'S "A" FUNCTION,
001900*                SO A MONDAY REPORT PICKS UP THE WEEKEND), WITH
002000*                WHO DECLINED IT AND WHY. RETURN CODE 0 =
002100*                NOTHING WAITING, 4 = CHANGES STILL PENDING,
002200*                8 = THE PENDING-CHANGE FILE WOULD NOT OPEN. NO
002300*                FILE AT ALL MEANS NOTHING HAS BEEN KEYED YET
002400*                AND REPORTS EMPTY.
002433* 2026-10-14 DH  A STATUS CHANGE LISTS AS TYPE "STATUS", AND
002466*                EACH IMAGE LINE CARRIES THE ACCOUNT STATUS.
002474* 2026-10-15 DH  THE DECLINED SECTION TAKES IN THE WHOLE PREVIOUS
002482*                BUSINESS DAY - A CHANGE DECLINED AFTER THAT DAY'S
002490*                REPORT RAN WAS NEVER LISTED.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PENDING-CHANGE-FILE ASSIGN TO ACCTPEND
003000                             ORGANIZATION IS INDEXED
003100                             ACCESS MODE IS DYNAMIC
003200                             RECORD KEY IS PC-KEY
003300                             FILE STATUS IS WS-PC-FILE-STATUS.
003400     SELECT PENDING-RPT      ASSIGN TO ACCTPRP
003500                             ORGANIZATION IS LINE SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  PENDING-CHANGE-FILE.
003900     COPY PENDCHG.
004000 FD  PENDING-RPT.
004100 01  PENDING-RPT-RECORD      PIC X(80).
004200 WORKING-STORAGE SECTION.
004300 01  WS-PC-FILE-STATUS       PIC X(02).
004400     88  ACCTPEND-NOT-FOUND          VALUE "35".
004500 01  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
004600     88  END-OF-PENDING-FILE         VALUE "Y".
004700 01  WS-OPEN-SWITCH          PIC X(01)   VALUE "N".
004800     88  PENDING-FILE-OPEN           VALUE "Y".
004900 01  WS-OPEN-FAULT-SWITCH    PIC X(01)   VALUE "N".
005000     88  PENDING-OPEN-FAULT          VALUE "Y".
005100 01  WS-SYS-DATE             PIC 9(08).
005200 01  WS-PRIOR-BUSINESS-DATE  PIC 9(08)   VALUE ZERO.
005300 01  WS-READ-COUNT           PIC 9(08)   VALUE ZERO.
005400 01  WS-PENDING-COUNT        PIC 9(08)   VALUE ZERO.
005500 01  WS-DECLINED-COUNT       PIC 9(08)   VALUE ZERO.
005600 01  WS-OLDEST-DAYS          PIC 9(08)   VALUE ZERO.
005700 01  WS-DAYS-WAITING         PIC S9(04).
005800 01  WS-TYPE-TEXT            PIC X(07).
005900 01  WS-DC-FUNCTION          PIC X(01).
006000 01  WS-DC-DATE              PIC 9(08).
006100 01  WS-DC-DAYS              PIC S9(04).
006200 01  WS-DC-RESULT-DATE       PIC 9(08).
006300 01  WS-DC-ANSWER            PIC X(01).
006400 01  WS-REPORT-TITLE.
006500     05  FILLER              PIC X(43)  VALUE
006600         "ACCTPRPT PENDING AND DECLINED ACCT CHANGES".
006700     05  FILLER              PIC X(09)  VALUE "RUN DATE ".
006800     05  TTL-RUN-DATE        PIC 9(08).
006900     05  FILLER              PIC X(20)  VALUE SPACES.
007000 01  WS-SECTION-LINE.
007100     05  SEC-TEXT            PIC X(60).
007200     05  FILLER              PIC X(20)  VALUE SPACES.
007300 01  WS-PENDING-HEADING.
007400     05  FILLER              PIC X(12)  VALUE "REFERENCE".
007500     05  FILLER              PIC X(09)  VALUE "CHANGE".
007600     05  FILLER              PIC X(10)  VALUE "KEYED".
007700     05  FILLER              PIC X(10)  VALUE "BY".
007800     05  FILLER              PIC X(07)  VALUE "DAYS".
007900     05  FILLER              PIC X(32)  VALUE "SOURCE".
008000 01  WS-DECLINED-HEADING.
008100     05  FILLER              PIC X(12)  VALUE "REFERENCE".
008200     05  FILLER              PIC X(09)  VALUE "CHANGE".
008300     05  FILLER              PIC X(10)  VALUE "KEYED BY".
008400     05  FILLER              PIC X(10)  VALUE "DECLINED".
008500     05  FILLER              PIC X(09)  VALUE "ON".
008600     05  FILLER              PIC X(30)  VALUE "REASON".
008700 01  WS-PENDING-LINE.
008800     05  PDL-REFERENCE       PIC X(10).
008900     05  FILLER              PIC X(02)  VALUE SPACES.
009000     05  PDL-TYPE            PIC X(07).
009100     05  FILLER              PIC X(02)  VALUE SPACES.
009200     05  PDL-KEYED-DATE      PIC 9(08).
009300     05  FILLER              PIC X(02)  VALUE SPACES.
009400     05  PDL-MAKER           PIC X(08).
009500     05  FILLER              PIC X(02)  VALUE SPACES.
009600     05  PDL-DAYS            PIC Z(03)9-.
009700     05  FILLER              PIC X(02)  VALUE SPACES.
009800     05  PDL-SOURCE          PIC X(30).
009900 01  WS-DECLINED-LINE.
010000     05  DCL-REFERENCE       PIC X(10).
010100     05  FILLER              PIC X(02)  VALUE SPACES.
010200     05  DCL-TYPE            PIC X(07).
010300     05  FILLER              PIC X(02)  VALUE SPACES.
010400     05  DCL-MAKER           PIC X(08).
010500     05  FILLER              PIC X(02)  VALUE SPACES.
010600     05  DCL-CHECKER         PIC X(08).
010700     05  FILLER              PIC X(02)  VALUE SPACES.
010800     05  DCL-DECIDED-DATE    PIC 9(08).
010900     05  FILLER              PIC X(01)  VALUE SPACES.
011000     05  DCL-REASON          PIC X(30).
011100 01  WS-IMAGE-LINE.
011200     05  FILLER              PIC X(11)  VALUE "    BEFORE ".
011300     05  IML-BEF-BALANCE     PIC -(09)9.99.
011400     05  FILLER              PIC X(01)  VALUE SPACES.
011500     05  IML-BEF-RATE        PIC Z9.9999.
011600     05  FILLER              PIC X(01)  VALUE SPACES.
011700     05  IML-BEF-COST-CENTER PIC X(04).
011733     05  FILLER              PIC X(01)  VALUE SPACES.
011766     05  IML-BEF-STATUS      PIC X(01).
011800     05  FILLER              PIC X(09)  VALUE "   AFTER ".
011900     05  IML-AFT-BALANCE     PIC -(09)9.99.
012000     05  FILLER              PIC X(01)  VALUE SPACES.
012100     05  IML-AFT-RATE        PIC Z9.9999.
012200     05  FILLER              PIC X(01)  VALUE SPACES.
012300     05  IML-AFT-COST-CENTER PIC X(04).
012333     05  FILLER              PIC X(01)  VALUE SPACES.
012366     05  IML-AFT-STATUS      PIC X(01).
012400     05  FILLER              PIC X(04)  VALUE SPACES.
012500 01  WS-COUNT-LINE.
012600     05  CNT-LABEL           PIC X(34).
012700     05  CNT-COUNT           PIC Z(07)9.
012800     05  FILLER              PIC X(38)  VALUE SPACES.
012900*-----------------------------------------------------------------
013000 PROCEDURE DIVISION.
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013300     IF PENDING-FILE-OPEN
013400         PERFORM 2000-LIST-ONE-PENDING THRU 2000-EXIT
013500             UNTIL END-OF-PENDING-FILE
013600         PERFORM 2500-START-DECLINED THRU 2500-EXIT
013700         PERFORM 2600-LIST-ONE-DECLINED THRU 2600-EXIT
013800             UNTIL END-OF-PENDING-FILE
013900     END-IF.
014000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
014100     STOP RUN.
014200*-----------------------------------------------------------------
014300* 1000-INITIALIZE - OPEN THE REPORT, WORK OUT THE PREVIOUS
014400* BUSINESS DAY FOR THE DECLINED SECTION, OPEN THE PENDING-
014500* CHANGE FILE AND START THE FIRST PASS AT THE FIRST KEY. A
014600* MISSING FILE REPORTS EMPTY; ONE THAT WILL NOT OPEN GRADES 8.
014700*-----------------------------------------------------------------
014800 1000-INITIALIZE.
014900     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
015000     MOVE WS-SYS-DATE TO TTL-RUN-DATE.
015100     OPEN OUTPUT PENDING-RPT.
015200     WRITE PENDING-RPT-RECORD FROM WS-REPORT-TITLE.
015300     MOVE "A" TO WS-DC-FUNCTION.
015400     MOVE WS-SYS-DATE TO WS-DC-DATE.
015500     MOVE -1 TO WS-DC-DAYS.
015600     CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-DATE,
015700         WS-DC-DAYS, WS-DC-RESULT-DATE, WS-DC-ANSWER.
015800     IF WS-DC-ANSWER = "Y"
015900         MOVE WS-DC-RESULT-DATE TO WS-PRIOR-BUSINESS-DATE
016000     ELSE
016100         MOVE WS-SYS-DATE TO WS-PRIOR-BUSINESS-DATE
016200     END-IF.
016300     OPEN INPUT PENDING-CHANGE-FILE.
016400     IF ACCTPEND-NOT-FOUND
016500         MOVE "NO PENDING-CHANGE FILE - NOTHING KEYED YET"
016600             TO SEC-TEXT
016700         WRITE PENDING-RPT-RECORD FROM WS-SECTION-LINE
016800         GO TO 1000-EXIT
016900     END-IF.
017000     IF WS-PC-FILE-STATUS NOT = "00"
017100         SET PENDING-OPEN-FAULT TO TRUE
017200         DISPLAY "ACCTPRPT: ACCTPEND WILL NOT OPEN, STATUS "
017300             WS-PC-FILE-STATUS
017400         GO TO 1000-EXIT
017500     END-IF.
017600     SET PENDING-FILE-OPEN TO TRUE.
017700     MOVE "CHANGES PENDING APPROVAL" TO SEC-TEXT.
017800     WRITE PENDING-RPT-RECORD FROM WS-SECTION-LINE.
017900     WRITE PENDING-RPT-RECORD FROM WS-PENDING-HEADING.
018000     PERFORM 8000-START-AT-FIRST-KEY THRU 8000-EXIT.
018100 1000-EXIT.
018200     EXIT.
018300*-----------------------------------------------------------------
018400* 2000-LIST-ONE-PENDING - FIRST PASS. A CHANGE STILL PENDING
018500* PRINTS WITH ITS AGE AND BOTH IMAGES; DECIDED ONES WAIT FOR
018600* THE SECOND PASS OR ARE HISTORY.
018700*-----------------------------------------------------------------
018800 2000-LIST-ONE-PENDING.
018900     READ PENDING-CHANGE-FILE NEXT
019000         AT END
019100             SET END-OF-PENDING-FILE TO TRUE
019200             GO TO 2000-EXIT
019300     END-READ.
019400     ADD 1 TO WS-READ-COUNT.
019500     IF NOT PC-PENDING
019600         GO TO 2000-EXIT
019700     END-IF.
019800     ADD 1 TO WS-PENDING-COUNT.
019900     PERFORM 2100-COMPUTE-AGE THRU 2100-EXIT.
020000     PERFORM 2200-TYPE-TEXT THRU 2200-EXIT.
020100     MOVE PC-REFERENCE TO PDL-REFERENCE.
020200     MOVE WS-TYPE-TEXT TO PDL-TYPE.
020300     MOVE PC-KEYED-DATE TO PDL-KEYED-DATE.
020400     MOVE PC-MAKER TO PDL-MAKER.
020500     MOVE WS-DAYS-WAITING TO PDL-DAYS.
020600     IF PC-FROM-FEED
020700         MOVE "HELD BY ACCTLOAD OVER THRESHOLD" TO PDL-SOURCE
020800     ELSE
020900         MOVE "KEYED IN ACCTMNT" TO PDL-SOURCE
021000     END-IF.
021100     WRITE PENDING-RPT-RECORD FROM WS-PENDING-LINE.
021200     PERFORM 2300-PRINT-IMAGES THRU 2300-EXIT.
021300 2000-EXIT.
021400     EXIT.
021500*-----------------------------------------------------------------
021600* 2100-COMPUTE-AGE - DAYS FROM THE KEYING DATE TO TODAY,
021700* THROUGH DATECALC'S "D" FUNCTION, AND KEEP THE OLDEST. AN
021800* UNANSWERABLE DATE AGES AS ZERO RATHER THAN KILLING THE
021900* REPORT, THE SAME AS REJAGING.
022000*-----------------------------------------------------------------
022100 2100-COMPUTE-AGE.
022200     MOVE "D" TO WS-DC-FUNCTION.
022300     MOVE PC-KEYED-DATE TO WS-DC-DATE.
022400     MOVE WS-SYS-DATE TO WS-DC-RESULT-DATE.
022500     MOVE ZERO TO WS-DC-DAYS.
022600     CALL "DATECALC" USING WS-DC-FUNCTION, WS-DC-DATE,
022700         WS-DC-DAYS, WS-DC-RESULT-DATE, WS-DC-ANSWER.
022800     IF WS-DC-ANSWER = "Y"
022900         MOVE WS-DC-DAYS TO WS-DAYS-WAITING
023000     ELSE
023100         MOVE ZERO TO WS-DAYS-WAITING
023200     END-IF.
023300     IF WS-DAYS-WAITING > WS-OLDEST-DAYS
023400         MOVE WS-DAYS-WAITING TO WS-OLDEST-DAYS
023500     END-IF.
023600 2100-EXIT.
023700     EXIT.
023800*-----------------------------------------------------------------
023900* 2200-TYPE-TEXT - THE CHANGE TYPE IN WORDS.
024000*-----------------------------------------------------------------
024100 2200-TYPE-TEXT.
024200     EVALUATE TRUE
024300         WHEN PC-ADD-ACCOUNT
024400             MOVE "ADD" TO WS-TYPE-TEXT
024500         WHEN PC-BALANCE-CHANGE
024600             MOVE "BALANCE" TO WS-TYPE-TEXT
024700         WHEN PC-RATE-CHANGE
024800             MOVE "RATE" TO WS-TYPE-TEXT
024900         WHEN PC-COST-CENTER-CHANGE
025000             MOVE "CC" TO WS-TYPE-TEXT
025033         WHEN PC-STATUS-CHANGE
025066             MOVE "STATUS" TO WS-TYPE-TEXT
025100         WHEN PC-FEED-UPDATE
025200             MOVE "FEED" TO WS-TYPE-TEXT
025300         WHEN OTHER
025400             MOVE "???????" TO WS-TYPE-TEXT
025500     END-EVALUATE.
025600 2200-EXIT.
025700     EXIT.
025800*-----------------------------------------------------------------
025900* 2300-PRINT-IMAGES - THE BEFORE AND AFTER IMAGES UNDER THE
026000* CHANGE'S LINE, SO THE REVIEWER SEES WHAT WOULD MOVE.
026100*-----------------------------------------------------------------
026200 2300-PRINT-IMAGES.
026300     MOVE PC-BEF-BALANCE TO IML-BEF-BALANCE.
026400     MOVE PC-BEF-RATE-PCT TO IML-BEF-RATE.
026500     MOVE PC-BEF-COST-CENTER TO IML-BEF-COST-CENTER.
026600     MOVE PC-AFT-BALANCE TO IML-AFT-BALANCE.
026700     MOVE PC-AFT-RATE-PCT TO IML-AFT-RATE.
026800     MOVE PC-AFT-COST-CENTER TO IML-AFT-COST-CENTER.
026833     MOVE PC-BEF-ACCT-STATUS TO IML-BEF-STATUS.
026866     MOVE PC-AFT-ACCT-STATUS TO IML-AFT-STATUS.
026900     WRITE PENDING-RPT-RECORD FROM WS-IMAGE-LINE.
027000 2300-EXIT.
027100     EXIT.
027200*-----------------------------------------------------------------
027300* 2500-START-DECLINED - SECOND PASS: BACK TO THE FIRST KEY FOR
027400* THE DECLINED SECTION.
027500*-----------------------------------------------------------------
027600 2500-START-DECLINED.
027700     MOVE "CHANGES DECLINED SINCE THE PREVIOUS BUSINESS DAY"
027800         TO SEC-TEXT.
027900     WRITE PENDING-RPT-RECORD FROM WS-SECTION-LINE.
028000     WRITE PENDING-RPT-RECORD FROM WS-DECLINED-HEADING.
028100     MOVE "N" TO WS-EOF-SWITCH.
028200     PERFORM 8000-START-AT-FIRST-KEY THRU 8000-EXIT.
028300 2500-EXIT.
028400     EXIT.
028500*-----------------------------------------------------------------
028600* 2600-LIST-ONE-DECLINED - A CHANGE DECLINED ON OR AFTER THE
028700* PREVIOUS BUSINESS DAY (UP TO AND INCLUDING TODAY) PRINTS WITH
028800* WHO KEYED IT, WHO DECLINED IT AND WHY.
028900*-----------------------------------------------------------------
029000 2600-LIST-ONE-DECLINED.
029100     READ PENDING-CHANGE-FILE NEXT
029200         AT END
029300             SET END-OF-PENDING-FILE TO TRUE
029400             GO TO 2600-EXIT
029500     END-READ.
029600     IF NOT PC-DECLINED
029700         GO TO 2600-EXIT
029800     END-IF.
029900     IF PC-DECIDED-DATE < WS-PRIOR-BUSINESS-DATE
030000         OR PC-DECIDED-DATE > WS-SYS-DATE
030100         GO TO 2600-EXIT
030200     END-IF.
030300     ADD 1 TO WS-DECLINED-COUNT.
030400     PERFORM 2200-TYPE-TEXT THRU 2200-EXIT.
030500     MOVE PC-REFERENCE TO DCL-REFERENCE.
030600     MOVE WS-TYPE-TEXT TO DCL-TYPE.
030700     MOVE PC-MAKER TO DCL-MAKER.
030800     MOVE PC-CHECKER TO DCL-CHECKER.
030900     MOVE PC-DECIDED-DATE TO DCL-DECIDED-DATE.
031000     MOVE PC-DECLINE-REASON TO DCL-REASON.
031100     WRITE PENDING-RPT-RECORD FROM WS-DECLINED-LINE.
031200     PERFORM 2300-PRINT-IMAGES THRU 2300-EXIT.
031300 2600-EXIT.
031400     EXIT.
031500*-----------------------------------------------------------------
031600* 3000-TERMINATE - THE CONTROL TOTALS AND THE GRADE.
031700*-----------------------------------------------------------------
031800 3000-TERMINATE.
031900     MOVE "CHANGES PENDING APPROVAL" TO CNT-LABEL.
032000     MOVE WS-PENDING-COUNT TO CNT-COUNT.
032100     WRITE PENDING-RPT-RECORD FROM WS-COUNT-LINE.
032200     MOVE "OLDEST PENDING (DAYS)" TO CNT-LABEL.
032300     MOVE WS-OLDEST-DAYS TO CNT-COUNT.
032400     WRITE PENDING-RPT-RECORD FROM WS-COUNT-LINE.
032500     MOVE "CHANGES DECLINED" TO CNT-LABEL.
032600     MOVE WS-DECLINED-COUNT TO CNT-COUNT.
032700     WRITE PENDING-RPT-RECORD FROM WS-COUNT-LINE.
032800     IF PENDING-FILE-OPEN
032900         CLOSE PENDING-CHANGE-FILE
033000     END-IF.
033100     CLOSE PENDING-RPT.
033200     DISPLAY "ACCTPRPT: " WS-READ-COUNT " ON FILE, "
033300         WS-PENDING-COUNT " PENDING, "
033400         WS-DECLINED-COUNT " DECLINED".
033500     EVALUATE TRUE
033600         WHEN PENDING-OPEN-FAULT
033700             MOVE 8 TO RETURN-CODE
033800         WHEN WS-PENDING-COUNT > ZERO
033900             MOVE 4 TO RETURN-CODE
034000         WHEN OTHER
034100             MOVE ZERO TO RETURN-CODE
034200     END-EVALUATE.
034300 3000-EXIT.
034400     EXIT.
034500*-----------------------------------------------------------------
034600* 8000-START-AT-FIRST-KEY - POSITION AT THE FIRST KEY ON THE
034700* FILE FOR A PASS.
034800*-----------------------------------------------------------------
034900 8000-START-AT-FIRST-KEY.
035000     MOVE LOW-VALUES TO PC-KEY.
035100     START PENDING-CHANGE-FILE KEY NOT < PC-KEY
035200         INVALID KEY
035300             SET END-OF-PENDING-FILE TO TRUE
035400     END-START.
035500 8000-EXIT.
035600     EXIT.
