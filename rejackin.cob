000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                REJACKIN.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-15.
000600 DATE-COMPILED.             2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-15 DH  NEW PROGRAM. APPLIES THE ACKNOWLEDGMENTS THE
001100*                SOURCE SYSTEMS SEND BACK FOR THE REJECTS REJRETN
001200*                RETURNED TO THEM (REJACK.CPY). EACH DETAIL NAMES
001300*                A REJECT BY REFERENCE AND THE RUN NUMBER OF THE
001400*                YEARCHK RUN THAT REJECTED IT, WHICH IS THE
001500*                REJSTAT KEY; A MATCHING RECORD MARKED SENT ("S")
001600*                BY THE SAME SOURCE GOES TO RECEIVED ("K") WITH
001700*                TODAY AS ITS ACKNOWLEDGMENT DATE, WHICH TAKES IT
001800*                OFF REJESCAL. THE FILE MAY CARRY SEVERAL SOURCE
001900*                BATCHES, EACH H/D/T; EVERY BATCH IS PROVED
002000*                AGAINST ITS TRAILER BEFORE ANY IS APPLIED, AND
002100*                ONE BAD BATCH REFUSES THE FILE. AN ACK FOR NO
002200*                SUCH REJECT, FOR ANOTHER SOURCE'S REJECT, OR FOR
002300*                ONE NEVER RETURNED IS LISTED AS AN EXCEPTION.
002400*                RETURN CODE 0 = ALL APPLIED, 4 = EXCEPTIONS,
002500*                8 = REFUSED (FILE MISSING OR FAILED ITS CONTROL
002600*                PASS, OR REJSTAT WILL NOT OPEN).
002700*-----------------------------------------------------------------
002800* NOTE: UNLIKE THE OTHER H/D/T CONSUMERS THIS PROGRAM KEEPS NO
002900* RECORD OF THE FILES IT HAS ALREADY APPLIED. AN ACKNOWLEDGMENT
003000* ONLY EVER MOVES A RECORD FROM SENT TO RECEIVED, SO APPLYING THE
003100* SAME FILE TWICE CHANGES NOTHING THE SECOND TIME - EVERY DETAIL
003200* COMES OUT AS ALREADY ACKNOWLEDGED AND IS COUNTED, NOT APPLIED.
003300*-----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ACK-FILE         ASSIGN TO REJACK
003800                             ORGANIZATION IS LINE SEQUENTIAL
003900                             FILE STATUS IS WS-AK-FILE-STATUS.
004000     SELECT REJECT-STATUS-MASTER ASSIGN TO REJSTAT
004100                             ORGANIZATION IS INDEXED
004200                             ACCESS MODE IS RANDOM
004300                             RECORD KEY IS RJ-KEY
004400                             FILE STATUS IS WS-RJ-FILE-STATUS.
004500     SELECT ACK-RPT          ASSIGN TO REJACKRP
004600                             ORGANIZATION IS LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ACK-FILE.
005000     COPY REJACK.
005100 FD  REJECT-STATUS-MASTER.
005200     COPY REJSTAT.
005300 FD  ACK-RPT.
005400 01  ACK-RPT-RECORD          PIC X(80).
005500 WORKING-STORAGE SECTION.
005600 01  WS-AK-FILE-STATUS       PIC X(02).
005700 01  WS-RJ-FILE-STATUS       PIC X(02).
005800 01  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
005900     88  END-OF-ACK-FILE             VALUE "Y".
006000 01  WS-BATCH-SWITCH         PIC X(01)   VALUE "N".
006100     88  IN-A-BATCH                  VALUE "Y".
006200 01  WS-REJSTAT-SWITCH       PIC X(01)   VALUE "N".
006300     88  REJECT-STATUS-AVAILABLE     VALUE "Y".
006400 01  WS-REFUSE-TEXT          PIC X(40)   VALUE SPACES.
006500 01  WS-RUN-DATE             PIC 9(08).
006600 01  WS-BATCH-SOURCE-ID      PIC X(08).
006700 01  WS-BATCH-DETAIL-COUNT   PIC 9(08).
006800 01  WS-BATCH-COUNT          PIC 9(08)   VALUE ZERO.
006900 01  WS-READ-COUNT           PIC 9(08)   VALUE ZERO.
007000 01  WS-APPLIED-COUNT        PIC 9(08)   VALUE ZERO.
007100 01  WS-ALREADY-COUNT        PIC 9(08)   VALUE ZERO.
007200 01  WS-EXCEPTION-COUNT      PIC 9(08)   VALUE ZERO.
007300 01  WS-REPORT-TITLE.
007400     05  FILLER              PIC X(43)  VALUE
007500         "REJACKIN REJECT ACKNOWLEDGMENTS APPLIED".
007600     05  FILLER              PIC X(09)  VALUE "RUN DATE ".
007700     05  TTL-RUN-DATE        PIC 9(08).
007800     05  FILLER              PIC X(20)  VALUE SPACES.
007900 01  WS-REFUSE-LINE.
008000     05  FILLER              PIC X(14)  VALUE "RUN REFUSED - ".
008100     05  REF-REASON          PIC X(40).
008200     05  FILLER              PIC X(26)  VALUE SPACES.
008300 01  WS-SECTION-LINE.
008400     05  SEC-TEXT            PIC X(60).
008500     05  FILLER              PIC X(20)  VALUE SPACES.
008600 01  WS-EXCEPTION-HEADING.
008700     05  FILLER              PIC X(12)  VALUE "REFERENCE".
008800     05  FILLER              PIC X(16)  VALUE "RUN".
008900     05  FILLER              PIC X(10)  VALUE "SOURCE".
009000     05  FILLER              PIC X(42)  VALUE "EXCEPTION".
009100 01  WS-EXCEPTION-LINE.
009200     05  EXL-REFERENCE       PIC X(10).
009300     05  FILLER              PIC X(02)  VALUE SPACES.
009400     05  EXL-RUN-NUMBER      PIC 9(14).
009500     05  FILLER              PIC X(02)  VALUE SPACES.
009600     05  EXL-SOURCE          PIC X(08).
009700     05  FILLER              PIC X(02)  VALUE SPACES.
009800     05  EXL-TEXT            PIC X(30).
009900     05  FILLER              PIC X(12)  VALUE SPACES.
010000 01  WS-COUNT-LINE.
010100     05  CNT-LABEL           PIC X(34).
010200     05  CNT-COUNT           PIC Z(07)9.
010300     05  FILLER              PIC X(38)  VALUE SPACES.
010400*-----------------------------------------------------------------
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010800     IF WS-REFUSE-TEXT = SPACES
010900         PERFORM 2000-APPLY-ONE-ACK THRU 2000-EXIT
011000             UNTIL END-OF-ACK-FILE
011100         CLOSE ACK-FILE
011200     END-IF.
011300     PERFORM 3000-TERMINATE THRU 3000-EXIT.
011400     STOP RUN.
011500*-----------------------------------------------------------------
011600* 1000-INITIALIZE - PROVE EVERY BATCH ON THE FILE, THEN OPEN THE
011700* REJECT-STATUS MASTER. EITHER FAILING REFUSES THE RUN BEFORE A
011800* RECORD IS TOUCHED.
011900*-----------------------------------------------------------------
012000 1000-INITIALIZE.
012100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012200     MOVE WS-RUN-DATE TO TTL-RUN-DATE.
012300     OPEN OUTPUT ACK-RPT.
012400     WRITE ACK-RPT-RECORD FROM WS-REPORT-TITLE.
012500     PERFORM 1200-VERIFY-ACKS THRU 1200-EXIT.
012600     IF WS-REFUSE-TEXT NOT = SPACES
012700         GO TO 1000-EXIT
012800     END-IF.
012900     OPEN I-O REJECT-STATUS-MASTER.
013000     IF WS-RJ-FILE-STATUS NOT = "00"
013100         MOVE "REJSTAT WILL NOT OPEN" TO WS-REFUSE-TEXT
013200         GO TO 1000-EXIT
013300     END-IF.
013400     SET REJECT-STATUS-AVAILABLE TO TRUE.
013500     MOVE "ACKNOWLEDGMENTS NOT APPLIED" TO SEC-TEXT.
013600     WRITE ACK-RPT-RECORD FROM WS-SECTION-LINE.
013700     WRITE ACK-RPT-RECORD FROM WS-EXCEPTION-HEADING.
013800     OPEN INPUT ACK-FILE.
013900     PERFORM 8000-READ-ACK THRU 8000-EXIT.
014000 1000-EXIT.
014100     EXIT.
014200*-----------------------------------------------------------------
014300* 1200-VERIFY-ACKS - THE CONTROL PASS. EVERY BATCH OPENS WITH A
014400* HEADER, CARRIES ONLY ITS OWN SOURCE'S DETAILS, AND CLOSES WITH
014500* A TRAILER FOR THE SAME SOURCE WHOSE COUNT MATCHES. THE FIRST
014600* FAULT FOUND IS THE ONE REPORTED.
014700*-----------------------------------------------------------------
014800 1200-VERIFY-ACKS.
014900     OPEN INPUT ACK-FILE.
015000     IF WS-AK-FILE-STATUS NOT = "00"
015100         MOVE "NO REJACK FILE" TO WS-REFUSE-TEXT
015200         GO TO 1200-EXIT
015300     END-IF.
015400     PERFORM 1250-VERIFY-ONE-RECORD THRU 1250-EXIT
015500         UNTIL END-OF-ACK-FILE
015600             OR WS-REFUSE-TEXT NOT = SPACES.
015700     CLOSE ACK-FILE.
015800     MOVE "N" TO WS-EOF-SWITCH.
015900     IF WS-REFUSE-TEXT = SPACES AND IN-A-BATCH
016000         MOVE "REJACK BATCH NOT CLOSED FOR " TO
016100             WS-REFUSE-TEXT
016200         MOVE WS-BATCH-SOURCE-ID TO WS-REFUSE-TEXT (29:8)
016300     END-IF.
016400 1200-EXIT.
016500     EXIT.
016600*-----------------------------------------------------------------
016700* 1250-VERIFY-ONE-RECORD - ONE RECORD OF THE CONTROL PASS.
016800*-----------------------------------------------------------------
016900 1250-VERIFY-ONE-RECORD.
017000     READ ACK-FILE
017100         AT END
017200             SET END-OF-ACK-FILE TO TRUE
017300             GO TO 1250-EXIT
017400     END-READ.
017500     EVALUATE TRUE
017600         WHEN AK-HEADER-REC
017700             IF IN-A-BATCH
017800                 MOVE "REJACK BATCH NOT CLOSED FOR " TO
017900                     WS-REFUSE-TEXT
018000                 MOVE WS-BATCH-SOURCE-ID TO
018100                     WS-REFUSE-TEXT (29:8)
018200                 GO TO 1250-EXIT
018300             END-IF
018400             SET IN-A-BATCH TO TRUE
018500             MOVE AK-SOURCE-ID TO WS-BATCH-SOURCE-ID
018600             MOVE ZERO TO WS-BATCH-DETAIL-COUNT
018700             ADD 1 TO WS-BATCH-COUNT
018800         WHEN AK-DETAIL-REC
018900             IF NOT IN-A-BATCH
019000                 MOVE "REJACK DETAIL OUTSIDE A BATCH" TO
019100                     WS-REFUSE-TEXT
019200                 GO TO 1250-EXIT
019300             END-IF
019400             IF AK-SOURCE-ID NOT = WS-BATCH-SOURCE-ID
019500                 MOVE "REJACK DETAIL NOT FROM BATCH " TO
019600                     WS-REFUSE-TEXT
019700                 MOVE WS-BATCH-SOURCE-ID TO
019800                     WS-REFUSE-TEXT (30:8)
019900                 GO TO 1250-EXIT
020000             END-IF
020100             ADD 1 TO WS-BATCH-DETAIL-COUNT
020200         WHEN AK-TRAILER-REC
020300             IF NOT IN-A-BATCH
020400                 MOVE "REJACK TRAILER OUTSIDE A BATCH" TO
020500                     WS-REFUSE-TEXT
020600                 GO TO 1250-EXIT
020700             END-IF
020800             IF AK-SOURCE-ID NOT = WS-BATCH-SOURCE-ID
020900                 MOVE "REJACK TRAILER NOT FROM BATCH " TO
021000                     WS-REFUSE-TEXT
021100                 MOVE WS-BATCH-SOURCE-ID TO
021200                     WS-REFUSE-TEXT (31:8)
021300                 GO TO 1250-EXIT
021400             END-IF
021500             IF AK-DETAIL-COUNT NOT = WS-BATCH-DETAIL-COUNT
021600                 MOVE "REJACK TRAILER COUNT MISMATCH " TO
021700                     WS-REFUSE-TEXT
021800                 MOVE WS-BATCH-SOURCE-ID TO
021900                     WS-REFUSE-TEXT (31:8)
022000                 GO TO 1250-EXIT
022100             END-IF
022200             MOVE "N" TO WS-BATCH-SWITCH
022300         WHEN OTHER
022400             MOVE "REJACK RECORD TYPE NOT H, D OR T" TO
022500                 WS-REFUSE-TEXT
022600     END-EVALUATE.
022700 1250-EXIT.
022800     EXIT.
022900*-----------------------------------------------------------------
023000* 2000-APPLY-ONE-ACK - ONE ACKNOWLEDGMENT AGAINST ITS REJECT'S
023100* LIFECYCLE RECORD.
023200*-----------------------------------------------------------------
023300 2000-APPLY-ONE-ACK.
023400     MOVE AK-REFERENCE TO RJ-REFERENCE.
023500     MOVE AK-ORIG-RUN-NUMBER TO RJ-RUN-NUMBER.
023600     READ REJECT-STATUS-MASTER
023700         INVALID KEY
023800             MOVE "NO SUCH REJECT" TO EXL-TEXT
023900             PERFORM 2300-LIST-EXCEPTION THRU 2300-EXIT
024000             GO TO 2000-NEXT
024100     END-READ.
024200     IF RJ-SOURCE-ID NOT = AK-SOURCE-ID
024300         MOVE "REJECT BELONGS TO " TO EXL-TEXT
024400         MOVE RJ-SOURCE-ID TO EXL-TEXT (19:8)
024500         PERFORM 2300-LIST-EXCEPTION THRU 2300-EXIT
024600         GO TO 2000-NEXT
024700     END-IF.
024800     IF RJ-NOT-RETURNED
024900         MOVE "REJECT WAS NEVER RETURNED" TO EXL-TEXT
025000         PERFORM 2300-LIST-EXCEPTION THRU 2300-EXIT
025100         GO TO 2000-NEXT
025200     END-IF.
025300     IF RJ-RETURN-RECEIVED
025400         ADD 1 TO WS-ALREADY-COUNT
025500         GO TO 2000-NEXT
025600     END-IF.
025700     SET RJ-RETURN-RECEIVED TO TRUE.
025800     MOVE WS-RUN-DATE TO RJ-ACK-DATE.
025900     REWRITE REJECT-STATUS-RECORD.
026000     ADD 1 TO WS-APPLIED-COUNT.
026100 2000-NEXT.
026200     PERFORM 8000-READ-ACK THRU 8000-EXIT.
026300 2000-EXIT.
026400     EXIT.
026500*-----------------------------------------------------------------
026600* 2300-LIST-EXCEPTION - ONE ACKNOWLEDGMENT THAT COULD NOT BE
026700* APPLIED, WITH THE REASON ALREADY IN EXL-TEXT.
026800*-----------------------------------------------------------------
026900 2300-LIST-EXCEPTION.
027000     MOVE AK-REFERENCE TO EXL-REFERENCE.
027100     MOVE AK-ORIG-RUN-NUMBER TO EXL-RUN-NUMBER.
027200     MOVE AK-SOURCE-ID TO EXL-SOURCE.
027300     WRITE ACK-RPT-RECORD FROM WS-EXCEPTION-LINE.
027400     ADD 1 TO WS-EXCEPTION-COUNT.
027500 2300-EXIT.
027600     EXIT.
027700*-----------------------------------------------------------------
027800* 3000-TERMINATE - THE CONTROL COUNTS AND THE GRADE.
027900*-----------------------------------------------------------------
028000 3000-TERMINATE.
028100     IF WS-REFUSE-TEXT NOT = SPACES
028200         MOVE WS-REFUSE-TEXT TO REF-REASON
028300         WRITE ACK-RPT-RECORD FROM WS-REFUSE-LINE
028400         DISPLAY "REJACKIN: RUN REFUSED - " WS-REFUSE-TEXT
028500         GO TO 3000-CLOSE
028600     END-IF.
028700     MOVE "SOURCE BATCHES ON FILE" TO CNT-LABEL.
028800     MOVE WS-BATCH-COUNT TO CNT-COUNT.
028900     WRITE ACK-RPT-RECORD FROM WS-COUNT-LINE.
029000     MOVE "ACKNOWLEDGMENTS READ" TO CNT-LABEL.
029100     MOVE WS-READ-COUNT TO CNT-COUNT.
029200     WRITE ACK-RPT-RECORD FROM WS-COUNT-LINE.
029300     MOVE "APPLIED - MARKED RECEIVED" TO CNT-LABEL.
029400     MOVE WS-APPLIED-COUNT TO CNT-COUNT.
029500     WRITE ACK-RPT-RECORD FROM WS-COUNT-LINE.
029600     MOVE "ALREADY ACKNOWLEDGED" TO CNT-LABEL.
029700     MOVE WS-ALREADY-COUNT TO CNT-COUNT.
029800     WRITE ACK-RPT-RECORD FROM WS-COUNT-LINE.
029900     MOVE "EXCEPTIONS - NOT APPLIED" TO CNT-LABEL.
030000     MOVE WS-EXCEPTION-COUNT TO CNT-COUNT.
030100     WRITE ACK-RPT-RECORD FROM WS-COUNT-LINE.
030200     DISPLAY "REJACKIN: " WS-READ-COUNT " READ, "
030300         WS-APPLIED-COUNT " APPLIED, "
030400         WS-EXCEPTION-COUNT " EXCEPTIONS".
030500 3000-CLOSE.
030600     IF REJECT-STATUS-AVAILABLE
030700         CLOSE REJECT-STATUS-MASTER
030800     END-IF.
030900     CLOSE ACK-RPT.
031000     EVALUATE TRUE
031100         WHEN WS-REFUSE-TEXT NOT = SPACES
031200             MOVE 8 TO RETURN-CODE
031300         WHEN WS-EXCEPTION-COUNT > ZERO
031400             MOVE 4 TO RETURN-CODE
031500         WHEN OTHER
031600             MOVE ZERO TO RETURN-CODE
031700     END-EVALUATE.
031800 3000-EXIT.
031900     EXIT.
032000*-----------------------------------------------------------------
032100* 8000-READ-ACK - READ THE NEXT ACKNOWLEDGMENT DETAIL, PASSING
032200* OVER THE BATCH HEADERS AND TRAILERS THE CONTROL PASS PROVED.
032300*-----------------------------------------------------------------
032400 8000-READ-ACK.
032500     READ ACK-FILE
032600         AT END
032700             SET END-OF-ACK-FILE TO TRUE
032800             GO TO 8000-EXIT
032900     END-READ.
033000     IF NOT AK-DETAIL-REC
033100         GO TO 8000-READ-ACK
033200     END-IF.
033300     ADD 1 TO WS-READ-COUNT.
033400 8000-EXIT.
033500     EXIT.
