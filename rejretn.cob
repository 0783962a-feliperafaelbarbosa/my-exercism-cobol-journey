000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                REJRETN.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-15.
000600 DATE-COMPILED.             2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-15 DH  NEW PROGRAM. NIGHTLY RETURN OF THE REJECTS FILE
001100*                TO THE SOURCE SYSTEMS THAT SENT THEM, IN PLACE
001200*                OF EMAILING THE SOURCE TEAMS A PRINTOUT. YEARREJ
001300*                IS SPLIT BY REJ-SOURCE-ID ONTO ONE RETURN FILE
001400*                PER SOURCE (REJRTN01-REJRTN06, PER REJRTN.CPY),
001500*                ROUTED BY THE REJROUTE CARDS (REJROUTE.CPY).
001600*                EACH FILE IS AN H/D/T SET UNDER THIS RUN'S OWN
001700*                RUN NUMBER; EACH DETAIL CARRIES THE REFERENCE,
001800*                YEAR, REASON CODE AND TEXT AND THE RUN NUMBER
001900*                OF THE YEARCHK RUN THAT REJECTED IT. EVERY
002000*                RETURNED REJECT IS MARKED SENT ("S") ON ITS
002100*                REJSTAT LIFECYCLE RECORD WITH THE RETURN DATE
002200*                AND RUN NUMBER; REJACKIN MARKS IT RECEIVED WHEN
002300*                THE SOURCE ACKNOWLEDGES, AND REJESCAL CHASES IT
002400*                WHEN THE SOURCE DOES NOT. YEARREJ IS PROVED
002500*                AGAINST ITS TRAILER FIRST, AS REJFIX DOES. A
002600*                REJECT ALREADY MARKED SENT IS NEVER SENT TWICE,
002700*                SO A RERUN OF THE SAME YEARREJ RETURNS ONLY WHAT
002800*                DID NOT GO THE FIRST TIME (A SOURCE ROUTED
002900*                SINCE). THE FILES ARE WRITTEN AND CLOSED BEFORE
003000*                ANYTHING IS MARKED. A SOURCE WITH NO ROUTE CARD
003100*                IS LISTED ON THE REPORT AND NOT MARKED. RETURN
003200*                CODE 0 = ALL RETURNED, 4 = REJECTS WITH NO
003300*                ROUTE, 8 = REFUSED (BAD ROUTE CARDS, YEARREJ
003400*                INCOMPLETE, OR REJSTAT WILL NOT OPEN - THE
003500*                TRACKING IS THE POINT OF THE RETURN).
003510* 2026-10-15 DH  A REJECT WITH A BLANK SOURCE ID IS LISTED AS
003520*                HAVING NO ROUTE CARD INSTEAD OF MATCHING AN
003530*                UNUSED SLOT AND GOING TO A RETURN FILE THAT WAS
003540*                NEVER OPENED.
003600*-----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ROUTE-FILE       ASSIGN TO REJROUTE
004100                             ORGANIZATION IS LINE SEQUENTIAL
004200                             FILE STATUS IS WS-RO-FILE-STATUS.
004300     SELECT REJECTS-FILE     ASSIGN TO YEARREJ
004400                             ORGANIZATION IS LINE SEQUENTIAL
004500                             FILE STATUS IS WS-REJ-FILE-STATUS.
004600     SELECT REJECT-STATUS-MASTER ASSIGN TO REJSTAT
004700                             ORGANIZATION IS INDEXED
004800                             ACCESS MODE IS RANDOM
004900                             RECORD KEY IS RJ-KEY
005000                             FILE STATUS IS WS-RJ-FILE-STATUS.
005100     SELECT RETURN-FILE-01   ASSIGN TO REJRTN01
005200                             ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT RETURN-FILE-02   ASSIGN TO REJRTN02
005400                             ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT RETURN-FILE-03   ASSIGN TO REJRTN03
005600                             ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT RETURN-FILE-04   ASSIGN TO REJRTN04
005800                             ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT RETURN-FILE-05   ASSIGN TO REJRTN05
006000                             ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT RETURN-FILE-06   ASSIGN TO REJRTN06
006200                             ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT RETURN-RPT       ASSIGN TO REJRTNRP
006400                             ORGANIZATION IS LINE SEQUENTIAL.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  ROUTE-FILE.
006800     COPY REJROUTE.
006900 FD  REJECTS-FILE.
007000     COPY REJREC.
007100 FD  REJECT-STATUS-MASTER.
007200     COPY REJSTAT.
007300 FD  RETURN-FILE-01.
007400 01  RETURN-01-RECORD        PIC X(80).
007500 FD  RETURN-FILE-02.
007600 01  RETURN-02-RECORD        PIC X(80).
007700 FD  RETURN-FILE-03.
007800 01  RETURN-03-RECORD        PIC X(80).
007900 FD  RETURN-FILE-04.
008000 01  RETURN-04-RECORD        PIC X(80).
008100 FD  RETURN-FILE-05.
008200 01  RETURN-05-RECORD        PIC X(80).
008300 FD  RETURN-FILE-06.
008400 01  RETURN-06-RECORD        PIC X(80).
008500 FD  RETURN-RPT.
008600 01  RETURN-RPT-RECORD       PIC X(80).
008700 WORKING-STORAGE SECTION.
008800     COPY REJRTN.
008900 01  WS-RO-FILE-STATUS       PIC X(02).
009000 01  WS-REJ-FILE-STATUS      PIC X(02).
009100 01  WS-RJ-FILE-STATUS       PIC X(02).
009200     88  REJSTAT-NOT-FOUND           VALUE "35".
009300 01  WS-ROUTE-EOF-SWITCH     PIC X(01)   VALUE "N".
009400     88  END-OF-ROUTE-FILE           VALUE "Y".
009500 01  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
009600     88  END-OF-REJECTS-FILE         VALUE "Y".
009700 01  WS-TRL-SWITCH           PIC X(01)   VALUE "N".
009800     88  TRAILER-SEEN                VALUE "Y".
009900 01  WS-HDR-SWITCH           PIC X(01)   VALUE "N".
010000     88  HEADER-SEEN                 VALUE "Y".
010100 01  WS-REJSTAT-SWITCH       PIC X(01)   VALUE "N".
010200     88  REJECT-STATUS-AVAILABLE     VALUE "Y".
010300 01  WS-FILES-SWITCH         PIC X(01)   VALUE "N".
010400     88  RETURN-FILES-OPEN           VALUE "Y".
010500 01  WS-REFUSE-TEXT          PIC X(40)   VALUE SPACES.
010600 01  WS-RUN-DATE             PIC 9(08).
010700 01  WS-RUN-TIME-RAW         PIC X(08).
010800 01  WS-RUN-TIME             PIC 9(06).
010900 01  WS-RUN-NUMBER           PIC 9(14).
011000 01  WS-FILE-RUN-NUMBER      PIC 9(14)   VALUE ZERO.
011100 01  WS-PASS-DETAIL-COUNT    PIC 9(08)   VALUE ZERO.
011200 01  WS-TRL-DETAIL-COUNT     PIC 9(08)   VALUE ZERO.
011300 01  WS-DEFAULT-ACK-DAYS     PIC 9(02)   VALUE 3.
011400*    THE ROUTE CARDS, HELD BY RETURN SLOT. A SLOT WITH NO SOURCE
011500*    HAS NO CARD AND ITS FILE IS NOT OPENED.
011600 01  WS-SLOT-MAX             PIC 9(02)   VALUE 6.
011700 01  WS-SLOT-IX              PIC 9(02).
011800 01  WS-ROUTE-SLOT           PIC 9(02).
011900 01  WS-ROUTE-COUNT          PIC 9(02)   VALUE ZERO.
012000 01  WS-ROUTE-TABLE.
012100     05  WS-ROUTE-ENTRY      OCCURS 6.
012200         10  WS-RTE-SOURCE-ID PIC X(08).
012300         10  WS-RTE-ACK-DAYS PIC 9(02).
012400         10  WS-RTE-OWNER    PIC X(30).
012500         10  WS-RTE-RETURNED PIC 9(08).
012600 01  WS-READ-COUNT           PIC 9(08)   VALUE ZERO.
012700 01  WS-RETURNED-COUNT       PIC 9(08)   VALUE ZERO.
012800 01  WS-ALREADY-COUNT        PIC 9(08)   VALUE ZERO.
012900 01  WS-NO-ROUTE-COUNT       PIC 9(08)   VALUE ZERO.
013000 01  WS-MARKED-COUNT         PIC 9(08)   VALUE ZERO.
013100 01  WS-CREATED-COUNT        PIC 9(08)   VALUE ZERO.
013200 01  WS-REPORT-TITLE.
013300     05  FILLER              PIC X(43)  VALUE
013400         "REJRETN REJECT RETURNS TO SOURCE SYSTEMS".
013500     05  FILLER              PIC X(09)  VALUE "RUN DATE ".
013600     05  TTL-RUN-DATE        PIC 9(08).
013700     05  FILLER              PIC X(20)  VALUE SPACES.
013800 01  WS-RUN-LINE.
013900     05  FILLER              PIC X(12)  VALUE "REJECTS RUN ".
014000     05  RUN-REJECT-RUN      PIC 9(14).
014100     05  FILLER              PIC X(14)  VALUE "  RETURN RUN ".
014200     05  RUN-RETURN-RUN      PIC 9(14).
014300     05  FILLER              PIC X(26)  VALUE SPACES.
014400 01  WS-REFUSE-LINE.
014500     05  FILLER              PIC X(14)  VALUE "RUN REFUSED - ".
014600     05  REF-REASON          PIC X(40).
014700     05  FILLER              PIC X(26)  VALUE SPACES.
014800 01  WS-SECTION-LINE.
014900     05  SEC-TEXT            PIC X(60).
015000     05  FILLER              PIC X(20)  VALUE SPACES.
015100 01  WS-NO-ROUTE-HEADING.
015200     05  FILLER              PIC X(12)  VALUE "REFERENCE".
015300     05  FILLER              PIC X(16)  VALUE "RUN".
015400     05  FILLER              PIC X(06)  VALUE "YEAR".
015500     05  FILLER              PIC X(06)  VALUE "RSN".
015600     05  FILLER              PIC X(40)  VALUE "SOURCE".
015700 01  WS-NO-ROUTE-LINE.
015800     05  NRL-REFERENCE       PIC X(10).
015900     05  FILLER              PIC X(02)  VALUE SPACES.
016000     05  NRL-RUN-NUMBER      PIC 9(14).
016100     05  FILLER              PIC X(02)  VALUE SPACES.
016200     05  NRL-YEAR            PIC X(04).
016300     05  FILLER              PIC X(02)  VALUE SPACES.
016400     05  NRL-REASON          PIC X(04).
016500     05  FILLER              PIC X(02)  VALUE SPACES.
016600     05  NRL-SOURCE          PIC X(08).
016700     05  FILLER              PIC X(32)  VALUE SPACES.
016800 01  WS-SOURCE-HEADING.
016900     05  FILLER              PIC X(10)  VALUE "SOURCE".
017000     05  FILLER              PIC X(10)  VALUE "FILE".
017100     05  FILLER              PIC X(32)  VALUE "OWNER".
017200     05  FILLER              PIC X(28)  VALUE "RETURNED".
017300 01  WS-SOURCE-LINE.
017400     05  SRL-SOURCE          PIC X(08).
017500     05  FILLER              PIC X(02)  VALUE SPACES.
017600     05  FILLER              PIC X(06)  VALUE "REJRTN".
017700     05  SRL-SLOT            PIC 9(02).
017800     05  FILLER              PIC X(02)  VALUE SPACES.
017900     05  SRL-OWNER           PIC X(30).
018000     05  FILLER              PIC X(02)  VALUE SPACES.
018100     05  SRL-RETURNED        PIC Z(07)9.
018200     05  FILLER              PIC X(20)  VALUE SPACES.
018300 01  WS-COUNT-LINE.
018400     05  CNT-LABEL           PIC X(34).
018500     05  CNT-COUNT           PIC Z(07)9.
018600     05  FILLER              PIC X(38)  VALUE SPACES.
018700*-----------------------------------------------------------------
018800 PROCEDURE DIVISION.
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019100     IF WS-REFUSE-TEXT = SPACES
019200         PERFORM 2000-RETURN-ONE-REJECT THRU 2000-EXIT
019300             UNTIL END-OF-REJECTS-FILE
019400         PERFORM 2900-CLOSE-RETURN-FILES THRU 2900-EXIT
019500         PERFORM 4000-MARK-RETURNED THRU 4000-EXIT
019600     END-IF.
019700     PERFORM 3000-TERMINATE THRU 3000-EXIT.
019800     STOP RUN.
019900*-----------------------------------------------------------------
020000* 1000-INITIALIZE - LOAD AND PROVE THE ROUTE CARDS, PROVE
020100* YEARREJ, OPEN THE REJECT-STATUS MASTER, AND OPEN A RETURN FILE
020200* WITH ITS HEADER FOR EVERY ROUTED SOURCE. ANY OF THE FIRST
020300* THREE FAILING REFUSES THE RUN BEFORE A FILE IS WRITTEN.
020400*-----------------------------------------------------------------
020500 1000-INITIALIZE.
020600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020700     ACCEPT WS-RUN-TIME-RAW FROM TIME.
020800     MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME.
020900     COMPUTE WS-RUN-NUMBER =
021000         (WS-RUN-DATE * 1000000) + WS-RUN-TIME.
021100     MOVE WS-RUN-DATE TO TTL-RUN-DATE.
021200     INITIALIZE WS-ROUTE-TABLE.
021300     OPEN OUTPUT RETURN-RPT.
021400     WRITE RETURN-RPT-RECORD FROM WS-REPORT-TITLE.
021500     PERFORM 1100-LOAD-ROUTES THRU 1100-EXIT.
021600     IF WS-REFUSE-TEXT NOT = SPACES
021700         GO TO 1000-EXIT
021800     END-IF.
021900     PERFORM 1200-VERIFY-REJECTS THRU 1200-EXIT.
022000     IF WS-REFUSE-TEXT NOT = SPACES
022100         GO TO 1000-EXIT
022200     END-IF.
022300     OPEN I-O REJECT-STATUS-MASTER.
022400     IF REJSTAT-NOT-FOUND
022500         OPEN OUTPUT REJECT-STATUS-MASTER
022600         CLOSE REJECT-STATUS-MASTER
022700         OPEN I-O REJECT-STATUS-MASTER
022800     END-IF.
022900     IF WS-RJ-FILE-STATUS NOT = "00"
023000         MOVE "REJSTAT WILL NOT OPEN" TO WS-REFUSE-TEXT
023100         GO TO 1000-EXIT
023200     END-IF.
023300     SET REJECT-STATUS-AVAILABLE TO TRUE.
023400     MOVE WS-FILE-RUN-NUMBER TO RUN-REJECT-RUN.
023500     MOVE WS-RUN-NUMBER TO RUN-RETURN-RUN.
023600     WRITE RETURN-RPT-RECORD FROM WS-RUN-LINE.
023700     PERFORM 1400-OPEN-ONE-RETURN THRU 1400-EXIT
023800         VARYING WS-SLOT-IX FROM 1 BY 1
023900         UNTIL WS-SLOT-IX > WS-SLOT-MAX.
024000     SET RETURN-FILES-OPEN TO TRUE.
024100     MOVE "REJECTS WITH NO ROUTE CARD - NOT RETURNED"
024200         TO SEC-TEXT.
024300     WRITE RETURN-RPT-RECORD FROM WS-SECTION-LINE.
024400     WRITE RETURN-RPT-RECORD FROM WS-NO-ROUTE-HEADING.
024500     OPEN INPUT REJECTS-FILE.
024600     PERFORM 8000-READ-REJECT THRU 8000-EXIT.
024700 1000-EXIT.
024800     EXIT.
024900*-----------------------------------------------------------------
025000* 1100-LOAD-ROUTES - THE REJROUTE CARDS INTO THE ROUTE TABLE BY
025100* RETURN SLOT. NO CARDS AT ALL, OR A CARD THAT WILL NOT READ,
025200* REFUSES THE RUN - A REJECT SENT TO THE WRONG TEAM IS WORSE
025300* THAN ONE NOT SENT. A BLANK CARD IS PASSED OVER.
025400*-----------------------------------------------------------------
025500 1100-LOAD-ROUTES.
025600     OPEN INPUT ROUTE-FILE.
025700     IF WS-RO-FILE-STATUS NOT = "00"
025800         MOVE "NO REJROUTE CARDS" TO WS-REFUSE-TEXT
025900         GO TO 1100-EXIT
026000     END-IF.
026100     PERFORM 1150-LOAD-ONE-ROUTE THRU 1150-EXIT
026200         UNTIL END-OF-ROUTE-FILE
026300             OR WS-REFUSE-TEXT NOT = SPACES.
026400     CLOSE ROUTE-FILE.
026500     IF WS-REFUSE-TEXT = SPACES
026600         AND WS-ROUTE-COUNT = ZERO
026700         MOVE "NO REJROUTE CARDS" TO WS-REFUSE-TEXT
026800     END-IF.
026900 1100-EXIT.
027000     EXIT.
027100*-----------------------------------------------------------------
027200* 1150-LOAD-ONE-ROUTE - ONE CARD: SOURCE PRESENT, SLOT 01-06 AND
027300* NOT ALREADY TAKEN, SOURCE NOT ALREADY ROUTED, ACKNOWLEDGMENT
027400* DAYS NUMERIC (BLANK TAKES THE DEFAULT).
027500*-----------------------------------------------------------------
027600 1150-LOAD-ONE-ROUTE.
027700     READ ROUTE-FILE
027800         AT END
027900             SET END-OF-ROUTE-FILE TO TRUE
028000             GO TO 1150-EXIT
028100     END-READ.
028200     IF REJECT-ROUTE-RECORD = SPACES
028300         GO TO 1150-EXIT
028400     END-IF.
028500     IF RO-SOURCE-ID = SPACES
028600         MOVE "REJROUTE CARD WITH NO SOURCE" TO WS-REFUSE-TEXT
028700         GO TO 1150-EXIT
028800     END-IF.
028900     IF RO-RETURN-SLOT-X NOT NUMERIC
029000         OR RO-RETURN-SLOT < 1
029100         OR RO-RETURN-SLOT > WS-SLOT-MAX
029200         MOVE "REJROUTE SLOT NOT 01-06 FOR " TO WS-REFUSE-TEXT
029300         MOVE RO-SOURCE-ID TO WS-REFUSE-TEXT (29:8)
029400         GO TO 1150-EXIT
029500     END-IF.
029600     IF WS-RTE-SOURCE-ID (RO-RETURN-SLOT) NOT = SPACES
029700         MOVE "REJROUTE SLOT USED TWICE FOR " TO WS-REFUSE-TEXT
029800         MOVE RO-SOURCE-ID TO WS-REFUSE-TEXT (30:8)
029900         GO TO 1150-EXIT
030000     END-IF.
030100     PERFORM 8100-FIND-ROUTE THRU 8100-EXIT.
030200     IF WS-ROUTE-SLOT NOT = ZERO
030300         MOVE "REJROUTE SOURCE ROUTED TWICE " TO WS-REFUSE-TEXT
030400         MOVE RO-SOURCE-ID TO WS-REFUSE-TEXT (30:8)
030500         GO TO 1150-EXIT
030600     END-IF.
030700     IF RO-ACK-DAYS-X = SPACES
030800         MOVE WS-DEFAULT-ACK-DAYS TO RO-ACK-DAYS
030900     END-IF.
031000     IF RO-ACK-DAYS-X NOT NUMERIC
031100         MOVE "REJROUTE ACK DAYS BAD FOR " TO WS-REFUSE-TEXT
031200         MOVE RO-SOURCE-ID TO WS-REFUSE-TEXT (27:8)
031300         GO TO 1150-EXIT
031400     END-IF.
031500     MOVE RO-SOURCE-ID TO WS-RTE-SOURCE-ID (RO-RETURN-SLOT).
031600     MOVE RO-ACK-DAYS TO WS-RTE-ACK-DAYS (RO-RETURN-SLOT).
031700     MOVE RO-OWNER TO WS-RTE-OWNER (RO-RETURN-SLOT).
031800     MOVE ZERO TO WS-RTE-RETURNED (RO-RETURN-SLOT).
031900     ADD 1 TO WS-ROUTE-COUNT.
032000 1150-EXIT.
032100     EXIT.
032200*-----------------------------------------------------------------
032300* 1200-VERIFY-REJECTS - PROVE YEARREJ COMPLETE BEFORE ANYTHING
032400* GOES BACK TO A SOURCE, THE SAME PASS REJFIX MAKES: A HEADER
032500* FOR THE RUN NUMBER, ONE TRAILER, AND A TRAILER COUNT THAT
032600* MATCHES THE DETAILS ACTUALLY ON THE FILE.
032700*-----------------------------------------------------------------
032800 1200-VERIFY-REJECTS.
032900     OPEN INPUT REJECTS-FILE.
033000     IF WS-REJ-FILE-STATUS NOT = "00"
033100         MOVE "NO YEARREJ FILE" TO WS-REFUSE-TEXT
033200         GO TO 1200-EXIT
033300     END-IF.
033400     PERFORM 1250-VERIFY-ONE-RECORD THRU 1250-EXIT
033500         UNTIL END-OF-REJECTS-FILE.
033600     CLOSE REJECTS-FILE.
033700     MOVE "N" TO WS-EOF-SWITCH.
033800     IF WS-REFUSE-TEXT = SPACES AND NOT HEADER-SEEN
033900         MOVE "YEARREJ HAS NO HEADER RECORD" TO WS-REFUSE-TEXT
034000     END-IF.
034100     IF WS-REFUSE-TEXT = SPACES AND NOT TRAILER-SEEN
034200         MOVE "YEARREJ HAS NO TRAILER RECORD" TO WS-REFUSE-TEXT
034300     END-IF.
034400     IF WS-REFUSE-TEXT = SPACES
034500         AND WS-TRL-DETAIL-COUNT NOT = WS-PASS-DETAIL-COUNT
034600         MOVE "YEARREJ TRAILER COUNT MISMATCH" TO WS-REFUSE-TEXT
034700     END-IF.
034800 1200-EXIT.
034900     EXIT.
035000*-----------------------------------------------------------------
035100* 1250-VERIFY-ONE-RECORD - COUNT DETAILS AND PICK UP THE RUN
035200* NUMBER AND THE TRAILER COUNT ON THE VERIFY PASS.
035300*-----------------------------------------------------------------
035400 1250-VERIFY-ONE-RECORD.
035500     READ REJECTS-FILE
035600         AT END
035700             SET END-OF-REJECTS-FILE TO TRUE
035800             GO TO 1250-EXIT
035900     END-READ.
036000     EVALUATE TRUE
036100         WHEN REJ-HEADER-REC
036200             SET HEADER-SEEN TO TRUE
036300             MOVE REJ-RUN-NUMBER TO WS-FILE-RUN-NUMBER
036400         WHEN REJ-DETAIL-REC
036500             ADD 1 TO WS-PASS-DETAIL-COUNT
036600         WHEN REJ-TRAILER-REC
036700             IF TRAILER-SEEN
036800                 IF WS-REFUSE-TEXT = SPACES
036900                     MOVE "YEARREJ HAS A DUPLICATE TRAILER"
037000                         TO WS-REFUSE-TEXT
037100                 END-IF
037200             END-IF
037300             SET TRAILER-SEEN TO TRUE
037400             MOVE REJ-DETAIL-COUNT TO WS-TRL-DETAIL-COUNT
037500         WHEN OTHER
037600             CONTINUE
037700     END-EVALUATE.
037800 1250-EXIT.
037900     EXIT.
038000*-----------------------------------------------------------------
038100* 1400-OPEN-ONE-RETURN - A ROUTED SLOT'S RETURN FILE, OPENED
038200* WITH ITS HEADER. AN UNROUTED SLOT IS LEFT ALONE.
038300*-----------------------------------------------------------------
038400 1400-OPEN-ONE-RETURN.
038500     IF WS-RTE-SOURCE-ID (WS-SLOT-IX) = SPACES
038600         GO TO 1400-EXIT
038700     END-IF.
038800     EVALUATE WS-SLOT-IX
038900         WHEN 1
039000             OPEN OUTPUT RETURN-FILE-01
039100         WHEN 2
039200             OPEN OUTPUT RETURN-FILE-02
039300         WHEN 3
039400             OPEN OUTPUT RETURN-FILE-03
039500         WHEN 4
039600             OPEN OUTPUT RETURN-FILE-04
039700         WHEN 5
039800             OPEN OUTPUT RETURN-FILE-05
039900         WHEN 6
040000             OPEN OUTPUT RETURN-FILE-06
040100     END-EVALUATE.
040200     MOVE SPACES TO REJECT-RETURN-RECORD.
040300     SET RN-HEADER-REC TO TRUE.
040400     MOVE WS-RTE-SOURCE-ID (WS-SLOT-IX) TO RN-SOURCE-ID.
040500     MOVE WS-RUN-DATE TO RN-RETURN-DATE.
040600     MOVE WS-RUN-NUMBER TO RN-RETURN-RUN-NUMBER.
040700     MOVE WS-SLOT-IX TO WS-ROUTE-SLOT.
040800     PERFORM 8200-WRITE-RETURN THRU 8200-EXIT.
040900 1400-EXIT.
041000     EXIT.
041100*-----------------------------------------------------------------
041200* 2000-RETURN-ONE-REJECT - ONE REJECT DETAIL ONTO ITS SOURCE'S
041300* RETURN FILE. NO ROUTE CARD PRINTS IT ON THE REPORT INSTEAD; A
041400* LIFECYCLE RECORD ALREADY MARKED SENT OR RECEIVED IS PASSED
041500* OVER AND COUNTED.
041600*-----------------------------------------------------------------
041700 2000-RETURN-ONE-REJECT.
041800     MOVE REJ-SOURCE-ID TO RO-SOURCE-ID.
041900     PERFORM 8100-FIND-ROUTE THRU 8100-EXIT.
042000     IF WS-ROUTE-SLOT = ZERO
042100         PERFORM 2300-LIST-NO-ROUTE THRU 2300-EXIT
042200         GO TO 2000-NEXT
042300     END-IF.
042400     MOVE REJ-REFERENCE TO RJ-REFERENCE.
042500     MOVE WS-FILE-RUN-NUMBER TO RJ-RUN-NUMBER.
042600     READ REJECT-STATUS-MASTER
042700         INVALID KEY
042800             MOVE SPACES TO RJ-RETURN-IND
042900     END-READ.
043000     IF RJ-RETURNED-TO-SOURCE
043100         ADD 1 TO WS-ALREADY-COUNT
043200         GO TO 2000-NEXT
043300     END-IF.
043400     MOVE SPACES TO REJECT-RETURN-RECORD.
043500     SET RN-DETAIL-REC TO TRUE.
043600     MOVE REJ-SOURCE-ID TO RN-SOURCE-ID.
043700     MOVE REJ-REFERENCE TO RN-REFERENCE.
043800     MOVE REJ-YEAR TO RN-YEAR.
043900     MOVE REJ-REASON-CODE TO RN-REASON-CODE.
044000     MOVE REJ-REASON-TEXT TO RN-REASON-TEXT.
044100     MOVE WS-FILE-RUN-NUMBER TO RN-ORIG-RUN-NUMBER.
044200     PERFORM 8200-WRITE-RETURN THRU 8200-EXIT.
044300     ADD 1 TO WS-RTE-RETURNED (WS-ROUTE-SLOT).
044400     ADD 1 TO WS-RETURNED-COUNT.
044500 2000-NEXT.
044600     PERFORM 8000-READ-REJECT THRU 8000-EXIT.
044700 2000-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------------
045000* 2300-LIST-NO-ROUTE - A REJECT FROM A SOURCE WITH NO ROUTE
045100* CARD. IT STAYS UNMARKED, SO ONCE THE CARD IS ADDED A RERUN OF
045200* THE SAME YEARREJ SENDS IT.
045300*-----------------------------------------------------------------
045400 2300-LIST-NO-ROUTE.
045500     MOVE REJ-REFERENCE TO NRL-REFERENCE.
045600     MOVE WS-FILE-RUN-NUMBER TO NRL-RUN-NUMBER.
045700     MOVE REJ-YEAR TO NRL-YEAR.
045800     MOVE REJ-REASON-CODE TO NRL-REASON.
045900     MOVE REJ-SOURCE-ID TO NRL-SOURCE.
046000     WRITE RETURN-RPT-RECORD FROM WS-NO-ROUTE-LINE.
046100     ADD 1 TO WS-NO-ROUTE-COUNT.
046200 2300-EXIT.
046300     EXIT.
046400*-----------------------------------------------------------------
046500* 2900-CLOSE-RETURN-FILES - THE TRAILER ONTO EVERY OPEN RETURN
046600* FILE AND CLOSE IT, BEFORE A SINGLE REJECT IS MARKED SENT.
046700*-----------------------------------------------------------------
046800 2900-CLOSE-RETURN-FILES.
046900     CLOSE REJECTS-FILE.
047000     PERFORM 2950-CLOSE-ONE-RETURN THRU 2950-EXIT
047100         VARYING WS-SLOT-IX FROM 1 BY 1
047200         UNTIL WS-SLOT-IX > WS-SLOT-MAX.
047300     MOVE "N" TO WS-FILES-SWITCH.
047400 2900-EXIT.
047500     EXIT.
047600*-----------------------------------------------------------------
047700* 2950-CLOSE-ONE-RETURN - ONE SLOT'S TRAILER AND CLOSE.
047800*-----------------------------------------------------------------
047900 2950-CLOSE-ONE-RETURN.
048000     IF WS-RTE-SOURCE-ID (WS-SLOT-IX) = SPACES
048100         GO TO 2950-EXIT
048200     END-IF.
048300     MOVE SPACES TO REJECT-RETURN-RECORD.
048400     SET RN-TRAILER-REC TO TRUE.
048500     MOVE WS-RTE-SOURCE-ID (WS-SLOT-IX) TO RN-SOURCE-ID.
048600     MOVE WS-RTE-RETURNED (WS-SLOT-IX) TO RN-DETAIL-COUNT.
048700     MOVE WS-SLOT-IX TO WS-ROUTE-SLOT.
048800     PERFORM 8200-WRITE-RETURN THRU 8200-EXIT.
048900     EVALUATE WS-SLOT-IX
049000         WHEN 1
049100             CLOSE RETURN-FILE-01
049200         WHEN 2
049300             CLOSE RETURN-FILE-02
049400         WHEN 3
049500             CLOSE RETURN-FILE-03
049600         WHEN 4
049700             CLOSE RETURN-FILE-04
049800         WHEN 5
049900             CLOSE RETURN-FILE-05
050000         WHEN 6
050100             CLOSE RETURN-FILE-06
050200     END-EVALUATE.
050300 2950-EXIT.
050400     EXIT.
050500*-----------------------------------------------------------------
050600* 3000-TERMINATE - THE PER-SOURCE SUMMARY, THE CONTROL COUNTS
050700* AND THE GRADE.
050800*-----------------------------------------------------------------
050900 3000-TERMINATE.
051000     IF WS-REFUSE-TEXT NOT = SPACES
051100         MOVE WS-REFUSE-TEXT TO REF-REASON
051200         WRITE RETURN-RPT-RECORD FROM WS-REFUSE-LINE
051300         DISPLAY "REJRETN: RUN REFUSED - " WS-REFUSE-TEXT
051400         GO TO 3000-CLOSE
051500     END-IF.
051600     MOVE "RETURNS BY SOURCE" TO SEC-TEXT.
051700     WRITE RETURN-RPT-RECORD FROM WS-SECTION-LINE.
051800     WRITE RETURN-RPT-RECORD FROM WS-SOURCE-HEADING.
051900     PERFORM 3100-PRINT-ONE-SOURCE THRU 3100-EXIT
052000         VARYING WS-SLOT-IX FROM 1 BY 1
052100         UNTIL WS-SLOT-IX > WS-SLOT-MAX.
052200     MOVE "REJECTS ON YEARREJ" TO CNT-LABEL.
052300     MOVE WS-READ-COUNT TO CNT-COUNT.
052400     WRITE RETURN-RPT-RECORD FROM WS-COUNT-LINE.
052500     MOVE "RETURNED TO SOURCE" TO CNT-LABEL.
052600     MOVE WS-RETURNED-COUNT TO CNT-COUNT.
052700     WRITE RETURN-RPT-RECORD FROM WS-COUNT-LINE.
052800     MOVE "ALREADY RETURNED - NOT SENT AGAIN" TO CNT-LABEL.
052900     MOVE WS-ALREADY-COUNT TO CNT-COUNT.
053000     WRITE RETURN-RPT-RECORD FROM WS-COUNT-LINE.
053100     MOVE "NO ROUTE CARD - NOT RETURNED" TO CNT-LABEL.
053200     MOVE WS-NO-ROUTE-COUNT TO CNT-COUNT.
053300     WRITE RETURN-RPT-RECORD FROM WS-COUNT-LINE.
053400     MOVE "LIFECYCLE RECORDS MARKED SENT" TO CNT-LABEL.
053500     MOVE WS-MARKED-COUNT TO CNT-COUNT.
053600     WRITE RETURN-RPT-RECORD FROM WS-COUNT-LINE.
053700     MOVE "  OF WHICH NEWLY CREATED" TO CNT-LABEL.
053800     MOVE WS-CREATED-COUNT TO CNT-COUNT.
053900     WRITE RETURN-RPT-RECORD FROM WS-COUNT-LINE.
054000     DISPLAY "REJRETN: " WS-READ-COUNT " REJECTS, "
054100         WS-RETURNED-COUNT " RETURNED, "
054200         WS-NO-ROUTE-COUNT " WITH NO ROUTE".
054300 3000-CLOSE.
054400     IF REJECT-STATUS-AVAILABLE
054500         CLOSE REJECT-STATUS-MASTER
054600     END-IF.
054700     CLOSE RETURN-RPT.
054800     EVALUATE TRUE
054900         WHEN WS-REFUSE-TEXT NOT = SPACES
055000             MOVE 8 TO RETURN-CODE
055100         WHEN WS-NO-ROUTE-COUNT > ZERO
055200             MOVE 4 TO RETURN-CODE
055300         WHEN OTHER
055400             MOVE ZERO TO RETURN-CODE
055500     END-EVALUATE.
055600 3000-EXIT.
055700     EXIT.
055800*-----------------------------------------------------------------
055900* 3100-PRINT-ONE-SOURCE - ONE ROUTED SOURCE'S SUMMARY LINE.
056000*-----------------------------------------------------------------
056100 3100-PRINT-ONE-SOURCE.
056200     IF WS-RTE-SOURCE-ID (WS-SLOT-IX) = SPACES
056300         GO TO 3100-EXIT
056400     END-IF.
056500     MOVE WS-RTE-SOURCE-ID (WS-SLOT-IX) TO SRL-SOURCE.
056600     MOVE WS-SLOT-IX TO SRL-SLOT.
056700     MOVE WS-RTE-OWNER (WS-SLOT-IX) TO SRL-OWNER.
056800     MOVE WS-RTE-RETURNED (WS-SLOT-IX) TO SRL-RETURNED.
056900     WRITE RETURN-RPT-RECORD FROM WS-SOURCE-LINE.
057000 3100-EXIT.
057100     EXIT.
057200*-----------------------------------------------------------------
057300* 4000-MARK-RETURNED - SECOND PASS OF YEARREJ, WITH EVERY RETURN
057400* FILE CLOSED: EACH ROUTED REJECT'S LIFECYCLE RECORD GOES TO
057500* "S" WITH TONIGHT'S DATE AND RETURN RUN NUMBER. A REJECT FROM
057600* BEFORE THE MASTER EXISTED GETS ITS RECORD CREATED HERE, AS
057700* REJFIX DOES. ONE ALREADY SENT OR RECEIVED IS LEFT AS IT WAS -
057800* THAT INCLUDES A REFERENCE THAT REJECTED TWICE IN THE RUN AND
057900* SHARES ONE RECORD.
058000*-----------------------------------------------------------------
058100 4000-MARK-RETURNED.
058200     OPEN INPUT REJECTS-FILE.
058300     MOVE "N" TO WS-EOF-SWITCH.
058400     PERFORM 8000-READ-REJECT THRU 8000-EXIT.
058500     PERFORM 4100-MARK-ONE-REJECT THRU 4100-EXIT
058600         UNTIL END-OF-REJECTS-FILE.
058700     CLOSE REJECTS-FILE.
058800 4000-EXIT.
058900     EXIT.
059000*-----------------------------------------------------------------
059100* 4100-MARK-ONE-REJECT - ONE DETAIL'S LIFECYCLE RECORD.
059200*-----------------------------------------------------------------
059300 4100-MARK-ONE-REJECT.
059400     MOVE REJ-SOURCE-ID TO RO-SOURCE-ID.
059500     PERFORM 8100-FIND-ROUTE THRU 8100-EXIT.
059600     IF WS-ROUTE-SLOT = ZERO
059700         GO TO 4100-NEXT
059800     END-IF.
059900     MOVE REJ-REFERENCE TO RJ-REFERENCE.
060000     MOVE WS-FILE-RUN-NUMBER TO RJ-RUN-NUMBER.
060100     READ REJECT-STATUS-MASTER
060200         INVALID KEY
060300             MOVE SPACES TO REJECT-STATUS-RECORD
060400             MOVE REJ-REFERENCE TO RJ-REFERENCE
060500             MOVE WS-FILE-RUN-NUMBER TO RJ-RUN-NUMBER
060600             SET RJ-REJECT-OPEN TO TRUE
060700             MOVE WS-RUN-DATE TO RJ-OPEN-DATE
060800             MOVE WS-RUN-DATE TO RJ-STATUS-DATE
060900             MOVE REJ-YEAR TO RJ-YEAR
061000             MOVE REJ-REASON-CODE TO RJ-REASON-CODE
061100             MOVE REJ-SOURCE-ID TO RJ-SOURCE-ID
061200             SET RJ-RETURN-SENT TO TRUE
061300             MOVE WS-RUN-DATE TO RJ-RETURN-DATE
061400             MOVE WS-RUN-NUMBER TO RJ-RETURN-RUN-NUMBER
061500             MOVE ZERO TO RJ-ACK-DATE
061600             WRITE REJECT-STATUS-RECORD
061700             ADD 1 TO WS-MARKED-COUNT
061800             ADD 1 TO WS-CREATED-COUNT
061900             GO TO 4100-NEXT
062000     END-READ.
062100     IF RJ-RETURNED-TO-SOURCE
062200         GO TO 4100-NEXT
062300     END-IF.
062400     SET RJ-RETURN-SENT TO TRUE.
062500     MOVE WS-RUN-DATE TO RJ-RETURN-DATE.
062600     MOVE WS-RUN-NUMBER TO RJ-RETURN-RUN-NUMBER.
062700     MOVE ZERO TO RJ-ACK-DATE.
062800     REWRITE REJECT-STATUS-RECORD.
062900     ADD 1 TO WS-MARKED-COUNT.
063000 4100-NEXT.
063100     PERFORM 8000-READ-REJECT THRU 8000-EXIT.
063200 4100-EXIT.
063300     EXIT.
063400*-----------------------------------------------------------------
063500* 8000-READ-REJECT - READ THE NEXT REJECT DETAIL, PASSING OVER
063600* THE CONTROL RECORDS THE VERIFY PASS ALREADY PROVED. THE FIRST
063700* PASS COUNTS WHAT IT READS.
063800*-----------------------------------------------------------------
063900 8000-READ-REJECT.
064000     READ REJECTS-FILE
064100         AT END
064200             SET END-OF-REJECTS-FILE TO TRUE
064300             GO TO 8000-EXIT
064400     END-READ.
064500     IF NOT REJ-DETAIL-REC
064600         GO TO 8000-READ-REJECT
064700     END-IF.
064800     IF RETURN-FILES-OPEN
064900         ADD 1 TO WS-READ-COUNT
065000     END-IF.
065100 8000-EXIT.
065200     EXIT.
065300*-----------------------------------------------------------------
065400* 8100-FIND-ROUTE - THE RETURN SLOT ROUTED TO RO-SOURCE-ID, OR
065500* ZERO WHEN THE SOURCE HAS NO CARD. A BLANK SOURCE IS NEVER
065550* ROUTED - IT WOULD OTHERWISE MATCH THE FIRST UNUSED SLOT.
065600*-----------------------------------------------------------------
065700 8100-FIND-ROUTE.
065800     MOVE ZERO TO WS-ROUTE-SLOT.
065820     IF RO-SOURCE-ID = SPACES
065840         GO TO 8100-EXIT
065860     END-IF.
065900     PERFORM 8150-MATCH-ROUTE THRU 8150-EXIT
066000         VARYING WS-SLOT-IX FROM 1 BY 1
066100         UNTIL WS-SLOT-IX > WS-SLOT-MAX
066200             OR WS-ROUTE-SLOT NOT = ZERO.
066300 8100-EXIT.
066400     EXIT.
066500*-----------------------------------------------------------------
066600* 8150-MATCH-ROUTE - ONE SLOT COMPARE.
066700*-----------------------------------------------------------------
066800 8150-MATCH-ROUTE.
066900     IF WS-RTE-SOURCE-ID (WS-SLOT-IX) = RO-SOURCE-ID
067000         MOVE WS-SLOT-IX TO WS-ROUTE-SLOT
067100     END-IF.
067200 8150-EXIT.
067300     EXIT.
067400*-----------------------------------------------------------------
067500* 8200-WRITE-RETURN - REJECT-RETURN-RECORD ONTO THE RETURN FILE
067600* FOR SLOT WS-ROUTE-SLOT.
067700*-----------------------------------------------------------------
067800 8200-WRITE-RETURN.
067900     EVALUATE WS-ROUTE-SLOT
068000         WHEN 1
068100             WRITE RETURN-01-RECORD FROM REJECT-RETURN-RECORD
068200         WHEN 2
068300             WRITE RETURN-02-RECORD FROM REJECT-RETURN-RECORD
068400         WHEN 3
068500             WRITE RETURN-03-RECORD FROM REJECT-RETURN-RECORD
068600         WHEN 4
068700             WRITE RETURN-04-RECORD FROM REJECT-RETURN-RECORD
068800         WHEN 5
068900             WRITE RETURN-05-RECORD FROM REJECT-RETURN-RECORD
069000         WHEN 6
069100             WRITE RETURN-06-RECORD FROM REJECT-RETURN-RECORD
069200     END-EVALUATE.
069300 8200-EXIT.
069400     EXIT.
