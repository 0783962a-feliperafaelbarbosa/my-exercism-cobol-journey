000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                ACCTINQ.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-14.
000600 DATE-COMPILED.             2026-10-14.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-14 DH  NEW PROGRAM. ACCOUNT 360 INQUIRY, BUILT THE SAME
001100*                WAY AS HISTINQ. "WHY DID ACCOUNT X GET THIS
001200*                AMOUNT" USED TO MEAN ACCTMNT FOR THE BALANCE,
001300*                HISTINQ FOR THE ADJUSTMENTS, RUNSTINQ FOR THE
001400*                RUN AND A GREP OF ACCTAUD AND RATEHIST. KEY AN
001500*                AM-REFERENCE AND THIS SCREEN PAGES THROUGH
001600*                EVERYTHING ABOUT IT: THE MASTER BALANCE, RATE
001700*                AND COST CENTER, THE FULL RATEHIST TIMELINE
001800*                WITH THE RATE IN FORCE TODAY MARKED, EVERY
001900*                ARCHIVED ADJUSTMENT (ADJHIST) WITH ITS RUN'S
002000*                STATUS OFF ACCRSTAT, EVERY REJECT LIFECYCLE
002100*                ENTRY (REJSTAT) WITH THE DAYS AN UNCLEARED ONE
002200*                HAS BEEN OUT, AND THE LATEST FIVE ACCTAUD
002300*                BEFORE/AFTER CHANGES, NEWEST FIRST. I BUILDS
002400*                THE VIEW, N AND P PAGE IT, X ENDS THE SESSION.
002500*                READ ONLY - NOTHING HERE CHANGES A FILE. ONLY
002600*                THE ACCOUNT MASTER HAS TO BE THERE; A MISSING
002700*                HISTORY FILE SHOWS AS NOT AVAILABLE IN ITS OWN
002800*                SECTION.
002820* 2026-10-14 DH  A CHANGE APPLIED UNDER DUAL CONTROL SHOWS THE
002840*                APPROVING OPERATOR BESIDE THE MAKER ON ITS
002860*                AUDIT LINE, AND A CHANGE STILL AWAITING
002880*                APPROVAL ON ACCTPEND IS NOTED UNDER THE MASTER.
002884* 2026-10-14 DH  ACCOUNT STATUS. THE MASTER SECTION SHOWS THE
002888*                STATUS, SINCE WHEN, AND THE CLOSE DATE OF A
002892*                CLOSED OR CHARGED-OFF ACCOUNT; AN AUDITED CHANGE
002896*                OF STATUS ADDS A THIRD LINE TO ITS ENTRY.
002900*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMAST
003400                             ORGANIZATION IS INDEXED
003500                             ACCESS MODE IS RANDOM
003600                             RECORD KEY IS AM-REFERENCE
003700                             FILE STATUS IS WS-AM-FILE-STATUS.
003800     SELECT RATE-HISTORY     ASSIGN TO RATEHIST
003900                             ORGANIZATION IS INDEXED
004000                             ACCESS MODE IS DYNAMIC
004100                             RECORD KEY IS RT-KEY
004200                             FILE STATUS IS WS-RT-FILE-STATUS.
004300     SELECT ADJ-HISTORY      ASSIGN TO ADJHIST
004400                             ORGANIZATION IS INDEXED
004500                             ACCESS MODE IS DYNAMIC
004600                             RECORD KEY IS AH-KEY
004700                             FILE STATUS IS WS-AH-FILE-STATUS.
004800     SELECT RUN-STATUS-MASTER ASSIGN TO ACCRSTAT
004900                             ORGANIZATION IS INDEXED
005000                             ACCESS MODE IS RANDOM
005100                             RECORD KEY IS RS-RUN-NUMBER
005200                             FILE STATUS IS WS-RS-FILE-STATUS.
005300     SELECT REJECT-STATUS-MASTER ASSIGN TO REJSTAT
005400                             ORGANIZATION IS INDEXED
005500                             ACCESS MODE IS DYNAMIC
005600                             RECORD KEY IS RJ-KEY
005700                             FILE STATUS IS WS-RJ-FILE-STATUS.
005800     SELECT AUDIT-FILE       ASSIGN TO ACCTAUD
005900                             ORGANIZATION IS LINE SEQUENTIAL
006000                             FILE STATUS IS WS-AUD-FILE-STATUS.
006016     SELECT PENDING-CHANGE-FILE ASSIGN TO ACCTPEND
006032                             ORGANIZATION IS INDEXED
006048                             ACCESS MODE IS DYNAMIC
006064                             RECORD KEY IS PC-KEY
006080                             FILE STATUS IS WS-PC-FILE-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  ACCOUNT-MASTER.
006400     COPY ACCTMAST.
006500 FD  RATE-HISTORY.
006600     COPY RATEHIST.
006700 FD  ADJ-HISTORY.
006800     COPY ADJHIST.
006900 FD  RUN-STATUS-MASTER.
007000     COPY RUNSTAT.
007100 FD  REJECT-STATUS-MASTER.
007200     COPY REJSTAT.
007300 FD  AUDIT-FILE.
007400     COPY AMAUD.
007433 FD  PENDING-CHANGE-FILE.
007466     COPY PENDCHG.
007500 WORKING-STORAGE SECTION.
007600 01  WS-AM-FILE-STATUS       PIC X(02).
007700 01  WS-RT-FILE-STATUS       PIC X(02).
007800 01  WS-AH-FILE-STATUS       PIC X(02).
007900 01  WS-RS-FILE-STATUS       PIC X(02).
008000 01  WS-RJ-FILE-STATUS       PIC X(02).
008100 01  WS-AUD-FILE-STATUS      PIC X(02).
008150 01  WS-PC-FILE-STATUS       PIC X(02).
008200 01  WS-RT-OPEN-SWITCH       PIC X(01)   VALUE "N".
008300     88  RATEHIST-IS-OPEN            VALUE "Y".
008400 01  WS-AH-OPEN-SWITCH       PIC X(01)   VALUE "N".
008500     88  ADJHIST-IS-OPEN             VALUE "Y".
008600 01  WS-RS-OPEN-SWITCH       PIC X(01)   VALUE "N".
008700     88  ACCRSTAT-IS-OPEN            VALUE "Y".
008800 01  WS-RJ-OPEN-SWITCH       PIC X(01)   VALUE "N".
008900     88  REJSTAT-IS-OPEN             VALUE "Y".
008933 01  WS-PC-OPEN-SWITCH       PIC X(01)   VALUE "N".
008966     88  ACCTPEND-IS-OPEN            VALUE "Y".
009000 01  WS-DONE-SWITCH          PIC X(01)   VALUE "N".
009100     88  OPERATOR-IS-DONE            VALUE "Y".
009200 01  WS-EOF-SWITCH           PIC X(01).
009300     88  END-OF-SECTION              VALUE "Y".
009400 01  WS-INQ-TYPE             PIC X(01).
009500     88  BUILD-THE-VIEW              VALUE "I".
009600     88  NEXT-PAGE                   VALUE "N".
009700     88  PRIOR-PAGE                  VALUE "P".
009800     88  EXIT-THE-SESSION            VALUE "X".
009900 01  WS-KEY-REFERENCE        PIC X(10).
010000 01  WS-BUILT-REFERENCE      PIC X(10)   VALUE SPACES.
010100 01  WS-MESSAGE-TEXT         PIC X(40).
010200 01  WS-SYS-DATE             PIC 9(08).
010300 01  WS-STATUS-TEXT          PIC X(09).
010400 01  WS-DAYS-OUT             PIC S9(04).
010500 01  WS-DC-FUNCTION          PIC X(01)   VALUE "D".
010600 01  WS-DC-DAYS              PIC S9(04).
010700 01  WS-DC-RESULT-DATE       PIC 9(08).
010800 01  WS-DC-ANSWER            PIC X(01).
010900 01  WS-SECTION-COUNT        PIC 9(06).
011000 01  WS-IN-FORCE-IX          PIC 9(03).
011100 01  WS-LINE-MAX             PIC 9(03)   VALUE 200.
011200 01  WS-LINE-COUNT           PIC 9(03)   VALUE ZERO.
011300 01  WS-LINE-IX              PIC 9(03).
011400 01  WS-DROPPED-COUNT        PIC 9(06)   VALUE ZERO.
011500 01  WS-INQ-TABLE.
011600     05  WS-INQ-LINE         OCCURS 200
011700                             PIC X(70).
011800 01  WS-BUILD-LINE           PIC X(70).
011900 01  WS-PAGE-SIZE            PIC 9(02)   VALUE 14.
012000 01  WS-PAGE-NUMBER          PIC 9(02)   VALUE ZERO.
012100 01  WS-PAGE-COUNT           PIC 9(02)   VALUE ZERO.
012200 01  WS-PAGE-REMAINDER       PIC 9(02).
012300 01  WS-SHOW-IX              PIC 9(02).
012400 01  WS-PAGE-LINES.
012500     05  WS-PAGE-LINE        OCCURS 14
012600                             PIC X(70).
012700 01  WS-AUD-READ-COUNT       PIC 9(08).
012800 01  WS-AUD-MATCH-COUNT      PIC 9(06).
012900 01  WS-AUD-KEEP-MAX         PIC 9(01)   VALUE 5.
013000 01  WS-AUD-KEPT             PIC 9(01).
013100 01  WS-AUD-IX               PIC 9(01).
013200 01  WS-AUD-KEEP-TABLE.
013300     05  WS-AUD-KEEP-ENTRY   OCCURS 5
013400                             PIC X(80).
013500 01  WS-PAGE-DISPLAY.
013600     05  FILLER              PIC X(05)  VALUE "PAGE ".
013700     05  MSG-PAGE-NUMBER     PIC Z9.
013800     05  FILLER              PIC X(04)  VALUE " OF ".
013900     05  MSG-PAGE-COUNT      PIC Z9.
014000     05  FILLER              PIC X(03)  VALUE " - ".
014100     05  MSG-REFERENCE       PIC X(10).
014200     05  FILLER              PIC X(14)  VALUE SPACES.
014300 01  WS-HEADING-LINE.
014400     05  FILLER              PIC X(04)  VALUE "--- ".
014500     05  HDG-TEXT            PIC X(40).
014600     05  FILLER              PIC X(26)  VALUE SPACES.
014700 01  WS-COUNT-LINE.
014800     05  FILLER              PIC X(02)  VALUE SPACES.
014900     05  CNT-COUNT           PIC Z(05)9.
015000     05  FILLER              PIC X(01)  VALUE SPACE.
015100     05  CNT-LABEL           PIC X(40).
015200     05  FILLER              PIC X(21)  VALUE SPACES.
015300 01  WS-MASTER-LINE.
015400     05  FILLER              PIC X(08)  VALUE "BALANCE ".
015500     05  MST-BALANCE         PIC Z(08)9.99-.
015600     05  FILLER              PIC X(07)  VALUE "  RATE ".
015700     05  MST-RATE-PCT        PIC Z9.9999.
015800     05  FILLER              PIC X(14)  VALUE "  COST CENTER ".
015900     05  MST-COST-CENTER     PIC X(04).
016000     05  FILLER              PIC X(17)  VALUE SPACES.
016011 01  WS-STATUS-LINE.
016022     05  FILLER              PIC X(08)  VALUE "STATUS  ".
016033     05  STL-STATUS-TEXT     PIC X(12).
016044     05  FILLER              PIC X(08)  VALUE "  SINCE ".
016055     05  STL-STATUS-DATE     PIC 9(08).
016066     05  STL-CLOSE-LABEL     PIC X(09).
016077     05  STL-CLOSE-DATE      PIC X(08).
016088     05  FILLER              PIC X(17)  VALUE SPACES.
016100 01  WS-RATE-LINE.
016200     05  FILLER              PIC X(10)  VALUE "EFFECTIVE ".
016300     05  RTL-EFF-DATE        PIC 9(08).
016400     05  FILLER              PIC X(07)  VALUE "  RATE ".
016500     05  RTL-RATE-PCT        PIC Z9.9999.
016600     05  FILLER              PIC X(38)  VALUE SPACES.
016700 01  WS-ADJ-HEADING.
016800     05  FILLER              PIC X(06)  VALUE "YEAR".
016900     05  FILLER              PIC X(16)  VALUE "RUN NUMBER".
017000     05  FILLER              PIC X(22)  VALUE "REASON".
017100     05  FILLER              PIC X(10)  VALUE "RUN DATE".
017200     05  FILLER              PIC X(16)  VALUE "RUN STATUS".
017300 01  WS-ADJ-LINE.
017400     05  AJL-YEAR            PIC 9(04).
017500     05  FILLER              PIC X(02)  VALUE SPACES.
017600     05  AJL-RUN-NUMBER      PIC 9(14).
017700     05  FILLER              PIC X(02)  VALUE SPACES.
017800     05  AJL-REASON          PIC X(20).
017900     05  FILLER              PIC X(02)  VALUE SPACES.
018000     05  AJL-RUN-DATE        PIC 9(08).
018100     05  FILLER              PIC X(02)  VALUE SPACES.
018200     05  AJL-STATUS          PIC X(09).
018300     05  AJL-HOLD            PIC X(05).
018400     05  FILLER              PIC X(02)  VALUE SPACES.
018500 01  WS-REJ-HEADING.
018600     05  FILLER              PIC X(16)  VALUE "RUN NUMBER".
018700     05  FILLER              PIC X(06)  VALUE "YEAR".
018800     05  FILLER              PIC X(06)  VALUE "RSN".
018900     05  FILLER              PIC X(10)  VALUE "SOURCE".
019000     05  FILLER              PIC X(11)  VALUE "STATUS".
019100     05  FILLER              PIC X(10)  VALUE "OPENED".
019200     05  FILLER              PIC X(11)  VALUE "DAYS".
019300 01  WS-REJ-LINE.
019400     05  RJL-RUN-NUMBER      PIC 9(14).
019500     05  FILLER              PIC X(02)  VALUE SPACES.
019600     05  RJL-YEAR            PIC X(04).
019700     05  FILLER              PIC X(02)  VALUE SPACES.
019800     05  RJL-REASON          PIC X(04).
019900     05  FILLER              PIC X(02)  VALUE SPACES.
020000     05  RJL-SOURCE          PIC X(08).
020100     05  FILLER              PIC X(02)  VALUE SPACES.
020200     05  RJL-STATUS          PIC X(09).
020300     05  FILLER              PIC X(02)  VALUE SPACES.
020400     05  RJL-OPEN-DATE       PIC 9(08).
020500     05  FILLER              PIC X(02)  VALUE SPACES.
020600     05  RJL-DAYS            PIC Z(03)9-.
020700     05  FILLER              PIC X(06)  VALUE SPACES.
020800 01  WS-AUDIT-LINE-1.
020900     05  AUL-DATE            PIC 9(08).
021000     05  FILLER              PIC X(02)  VALUE SPACES.
021100     05  AUL-OPERATOR        PIC X(08).
021200     05  FILLER              PIC X(02)  VALUE SPACES.
021300     05  AUL-ACTION          PIC X(07).
021400     05  FILLER              PIC X(14)  VALUE
021500         "  COST CENTER ".
021600     05  AUL-BEF-COST-CENTER PIC X(04).
021700     05  FILLER              PIC X(04)  VALUE " -> ".
021800     05  AUL-AFT-COST-CENTER PIC X(04).
021850     05  FILLER              PIC X(07)  VALUE "  APPR ".
021900     05  AUL-APPROVER        PIC X(08).
021950     05  FILLER              PIC X(02)  VALUE SPACES.
022000 01  WS-AUDIT-LINE-2.
022100     05  FILLER              PIC X(10)  VALUE "  BALANCE ".
022200     05  AUL-BEF-BALANCE     PIC Z(08)9.99-.
022300     05  FILLER              PIC X(04)  VALUE " -> ".
022400     05  AUL-AFT-BALANCE     PIC Z(08)9.99-.
022500     05  FILLER              PIC X(07)  VALUE "  RATE ".
022600     05  AUL-BEF-RATE-PCT    PIC Z9.9999.
022700     05  FILLER              PIC X(04)  VALUE " -> ".
022800     05  AUL-AFT-RATE-PCT    PIC Z9.9999.
022900     05  FILLER              PIC X(05)  VALUE SPACES.
022901 01  WS-AUDIT-LINE-3.
022902     05  FILLER              PIC X(09)  VALUE "  STATUS ".
022903     05  AUL-BEF-ACCT-STATUS PIC X(01).
022904     05  FILLER              PIC X(04)  VALUE " -> ".
022905     05  AUL-AFT-ACCT-STATUS PIC X(01).
022906     05  FILLER              PIC X(55)  VALUE SPACES.
022910 01  WS-PENDING-LINE.
022920     05  FILLER              PIC X(25)  VALUE
022930         "CHANGE AWAITING APPROVAL ".
022940     05  PNL-CHANGE-TEXT     PIC X(11).
022950     05  FILLER              PIC X(10)  VALUE " KEYED BY ".
022960     05  PNL-MAKER           PIC X(08).
022970     05  FILLER              PIC X(04)  VALUE " ON ".
022980     05  PNL-KEYED-DATE      PIC 9(08).
022990     05  FILLER              PIC X(04)  VALUE SPACES.
023000 SCREEN SECTION.
023100 01  SCR-INQUIRY.
023200     05  BLANK SCREEN.
023300     05  LINE 01 COL 01 VALUE "ACCTINQ - ACCOUNT 360 INQUIRY".
023400     05  LINE 03 COL 01
023500         VALUE "I=INQUIRE, N=NEXT PAGE, P=PRIOR PAGE, X=EXIT: ".
023600     05  COL PLUS 01 PIC X(01) USING WS-INQ-TYPE.
023700     05  LINE 04 COL 01 VALUE "REFERENCE: ".
023800     05  COL PLUS 01 PIC X(10) USING WS-KEY-REFERENCE.
023900     05  LINE 06 COL 01 PIC X(70) FROM WS-PAGE-LINE (1).
024000     05  LINE 07 COL 01 PIC X(70) FROM WS-PAGE-LINE (2).
024100     05  LINE 08 COL 01 PIC X(70) FROM WS-PAGE-LINE (3).
024200     05  LINE 09 COL 01 PIC X(70) FROM WS-PAGE-LINE (4).
024300     05  LINE 10 COL 01 PIC X(70) FROM WS-PAGE-LINE (5).
024400     05  LINE 11 COL 01 PIC X(70) FROM WS-PAGE-LINE (6).
024500     05  LINE 12 COL 01 PIC X(70) FROM WS-PAGE-LINE (7).
024600     05  LINE 13 COL 01 PIC X(70) FROM WS-PAGE-LINE (8).
024700     05  LINE 14 COL 01 PIC X(70) FROM WS-PAGE-LINE (9).
024800     05  LINE 15 COL 01 PIC X(70) FROM WS-PAGE-LINE (10).
024900     05  LINE 16 COL 01 PIC X(70) FROM WS-PAGE-LINE (11).
025000     05  LINE 17 COL 01 PIC X(70) FROM WS-PAGE-LINE (12).
025100     05  LINE 18 COL 01 PIC X(70) FROM WS-PAGE-LINE (13).
025200     05  LINE 19 COL 01 PIC X(70) FROM WS-PAGE-LINE (14).
025300     05  LINE 21 COL 01 PIC X(40) FROM WS-MESSAGE-TEXT.
025400*-----------------------------------------------------------------
025500 PROCEDURE DIVISION.
025600 0000-MAINLINE.
025700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025800     IF NOT OPERATOR-IS-DONE
025900         PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
026000             UNTIL OPERATOR-IS-DONE
026100         PERFORM 3000-TERMINATE THRU 3000-EXIT
026200     END-IF.
026300     STOP RUN.
026400*-----------------------------------------------------------------
026500* 1000-INITIALIZE - THE ACCOUNT MASTER MUST BE THERE. EVERY
026600* OTHER FILE IS OPENED IF IT CAN BE, AND ITS SECTION SAYS NOT
026700* AVAILABLE WHEN IT CANNOT - HALF THE PICTURE STILL ANSWERS
026800* MOST QUESTIONS.
026900*-----------------------------------------------------------------
027000 1000-INITIALIZE.
027100     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
027200     OPEN INPUT ACCOUNT-MASTER.
027300     IF WS-AM-FILE-STATUS NOT = "00"
027400         DISPLAY "ACCTINQ: NO ACCOUNT MASTER - RUN ACCTLOAD"
027500         SET OPERATOR-IS-DONE TO TRUE
027600         GO TO 1000-EXIT
027700     END-IF.
027800     OPEN INPUT RATE-HISTORY.
027900     IF WS-RT-FILE-STATUS = "00"
028000         SET RATEHIST-IS-OPEN TO TRUE
028100     END-IF.
028200     OPEN INPUT ADJ-HISTORY.
028300     IF WS-AH-FILE-STATUS = "00"
028400         SET ADJHIST-IS-OPEN TO TRUE
028500     END-IF.
028600     OPEN INPUT RUN-STATUS-MASTER.
028700     IF WS-RS-FILE-STATUS = "00"
028800         SET ACCRSTAT-IS-OPEN TO TRUE
028900     END-IF.
029000     OPEN INPUT REJECT-STATUS-MASTER.
029100     IF WS-RJ-FILE-STATUS = "00"
029200         SET REJSTAT-IS-OPEN TO TRUE
029300     END-IF.
029320     OPEN INPUT PENDING-CHANGE-FILE.
029340     IF WS-PC-FILE-STATUS = "00"
029360         SET ACCTPEND-IS-OPEN TO TRUE
029380     END-IF.
029400     MOVE SPACES TO WS-PAGE-LINES.
029500 1000-EXIT.
029600     EXIT.
029700*-----------------------------------------------------------------
029800* 2000-PROCESS-INQUIRY - ONE SCREEN ROUND TRIP. PAGING WORKS ON
029900* THE VIEW LAST BUILT, SO THE REFERENCE FIELD IS PUT BACK TO
030000* THE ONE BEING SHOWN.
030100*-----------------------------------------------------------------
030200 2000-PROCESS-INQUIRY.
030300     DISPLAY SCR-INQUIRY.
030400     ACCEPT SCR-INQUIRY.
030500     MOVE SPACES TO WS-MESSAGE-TEXT.
030600     EVALUATE TRUE
030700         WHEN EXIT-THE-SESSION
030800             SET OPERATOR-IS-DONE TO TRUE
030900         WHEN BUILD-THE-VIEW
031000             PERFORM 2100-BUILD-VIEW THRU 2100-EXIT
031100         WHEN NEXT-PAGE
031200             IF WS-PAGE-NUMBER < WS-PAGE-COUNT
031300                 ADD 1 TO WS-PAGE-NUMBER
031400             ELSE
031500                 MOVE "ALREADY ON THE LAST PAGE"
031600                     TO WS-MESSAGE-TEXT
031700             END-IF
031800         WHEN PRIOR-PAGE
031900             IF WS-PAGE-NUMBER > 1
032000                 SUBTRACT 1 FROM WS-PAGE-NUMBER
032100             ELSE
032200                 MOVE "ALREADY ON THE FIRST PAGE"
032300                     TO WS-MESSAGE-TEXT
032400             END-IF
032500         WHEN OTHER
032600             MOVE "KEY I, N, P OR X" TO WS-MESSAGE-TEXT
032700     END-EVALUATE.
032800     IF NOT OPERATOR-IS-DONE
032900         AND WS-BUILT-REFERENCE NOT = SPACES
033000         MOVE WS-BUILT-REFERENCE TO WS-KEY-REFERENCE
033100         PERFORM 2800-SHOW-PAGE THRU 2800-EXIT
033200     END-IF.
033300 2000-EXIT.
033400     EXIT.
033500*-----------------------------------------------------------------
033600* 2100-BUILD-VIEW - EVERY SECTION FOR THE KEYED REFERENCE INTO
033700* THE LINE TABLE, THEN PAGE 1. A TABLE THAT FILLS KEEPS ITS
033800* LAST LINE FOR A COUNT OF WHAT DID NOT FIT.
033900*-----------------------------------------------------------------
034000 2100-BUILD-VIEW.
034100     IF WS-KEY-REFERENCE = SPACES
034200         MOVE "KEY A REFERENCE" TO WS-MESSAGE-TEXT
034300         GO TO 2100-EXIT
034400     END-IF.
034500     MOVE SPACES TO WS-INQ-TABLE.
034600     MOVE ZERO TO WS-LINE-COUNT WS-DROPPED-COUNT.
034700     MOVE WS-KEY-REFERENCE TO WS-BUILT-REFERENCE.
034800     PERFORM 2200-MASTER-SECTION THRU 2200-EXIT.
034850     PERFORM 2250-PENDING-NOTE THRU 2250-EXIT.
034900     PERFORM 2300-RATE-SECTION THRU 2300-EXIT.
035000     PERFORM 2400-ADJ-SECTION THRU 2400-EXIT.
035100     PERFORM 2500-REJ-SECTION THRU 2500-EXIT.
035200     PERFORM 2600-AUDIT-SECTION THRU 2600-EXIT.
035300     IF WS-DROPPED-COUNT > ZERO
035400         MOVE WS-DROPPED-COUNT TO CNT-COUNT
035500         MOVE "MORE LINES NOT SHOWN - NARROW THE QUESTION"
035600             TO CNT-LABEL
035700         MOVE WS-COUNT-LINE TO WS-INQ-LINE (WS-LINE-COUNT)
035800     END-IF.
035900     DIVIDE WS-LINE-COUNT BY WS-PAGE-SIZE
036000         GIVING WS-PAGE-COUNT REMAINDER WS-PAGE-REMAINDER.
036100     IF WS-PAGE-REMAINDER > ZERO
036200         ADD 1 TO WS-PAGE-COUNT
036300     END-IF.
036400     MOVE 1 TO WS-PAGE-NUMBER.
036500 2100-EXIT.
036600     EXIT.
036700*-----------------------------------------------------------------
036800* 2200-MASTER-SECTION - ONE KEYED READ. AN ACCOUNT NO LONGER ON
036900* THE MASTER STILL HAS ITS HISTORY SHOWN BELOW. THE FIGURES,
036950* THEN WHERE THE ACCOUNT STANDS.
037000*-----------------------------------------------------------------
037100 2200-MASTER-SECTION.
037200     MOVE "ACCOUNT MASTER (ACCTMAST)" TO HDG-TEXT.
037300     PERFORM 2950-ADD-HEADING THRU 2950-EXIT.
037400     MOVE WS-KEY-REFERENCE TO AM-REFERENCE.
037500     READ ACCOUNT-MASTER
037600         INVALID KEY
037700             MOVE "NOT ON THE ACCOUNT MASTER" TO WS-BUILD-LINE
037800             PERFORM 2900-ADD-LINE THRU 2900-EXIT
037900             GO TO 2200-EXIT
038000     END-READ.
038100     MOVE AM-BALANCE TO MST-BALANCE.
038200     MOVE AM-RATE-PCT TO MST-RATE-PCT.
038300     MOVE AM-COST-CENTER TO MST-COST-CENTER.
038400     MOVE WS-MASTER-LINE TO WS-BUILD-LINE.
038500     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
038504     EVALUATE TRUE
038508         WHEN AM-FROZEN
038512             MOVE "FROZEN" TO STL-STATUS-TEXT
038516         WHEN AM-CLOSED
038520             MOVE "CLOSED" TO STL-STATUS-TEXT
038524         WHEN AM-CHARGED-OFF
038528             MOVE "CHARGED OFF" TO STL-STATUS-TEXT
038532         WHEN AM-ACTIVE
038536             MOVE "ACTIVE" TO STL-STATUS-TEXT
038540         WHEN OTHER
038544             MOVE AM-ACCT-STATUS TO STL-STATUS-TEXT
038548     END-EVALUATE.
038552     MOVE AM-STATUS-DATE TO STL-STATUS-DATE.
038556     IF AM-NO-LONGER-OPEN
038560         MOVE "  CLOSED " TO STL-CLOSE-LABEL
038564         MOVE AM-CLOSE-DATE TO STL-CLOSE-DATE
038568     ELSE
038572         MOVE SPACES TO STL-CLOSE-LABEL
038576         MOVE SPACES TO STL-CLOSE-DATE
038580     END-IF.
038584     MOVE WS-STATUS-LINE TO WS-BUILD-LINE.
038588     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
038600 2200-EXIT.
038700     EXIT.
038701*-----------------------------------------------------------------
038702* 2250-PENDING-NOTE - A CHANGE KEYED BUT NOT YET APPROVED ON
038703* ACCTPEND IS NOT ON THE MASTER ABOVE, SO IT IS NOTED HERE. ONLY
038704* ONE CAN BE PENDING FOR A REFERENCE. A MISSING ACCTPEND MEANS
038705* NOTHING HAS EVER BEEN HELD, SO NO LINE AT ALL.
038706*-----------------------------------------------------------------
038707 2250-PENDING-NOTE.
038708     IF NOT ACCTPEND-IS-OPEN
038709         GO TO 2250-EXIT
038710     END-IF.
038711     MOVE WS-KEY-REFERENCE TO PC-REFERENCE.
038712     MOVE ZERO TO PC-KEYED-DATE PC-KEYED-TIME.
038713     MOVE "N" TO WS-EOF-SWITCH.
038714     START PENDING-CHANGE-FILE KEY NOT < PC-KEY
038715         INVALID KEY
038716             SET END-OF-SECTION TO TRUE
038717     END-START.
038718     PERFORM 2260-NEXT-PENDING THRU 2260-EXIT
038719         UNTIL END-OF-SECTION.
038720 2250-EXIT.
038721     EXIT.
038722*-----------------------------------------------------------------
038723* 2260-NEXT-PENDING - ONE ACCTPEND ENTRY FOR THE REFERENCE.
038724* APPROVED AND DECLINED ENTRIES ARE PASSED OVER.
038725*-----------------------------------------------------------------
038726 2260-NEXT-PENDING.
038727     READ PENDING-CHANGE-FILE NEXT
038728         AT END
038729             SET END-OF-SECTION TO TRUE
038730             GO TO 2260-EXIT
038731     END-READ.
038732     IF PC-REFERENCE NOT = WS-KEY-REFERENCE
038733         SET END-OF-SECTION TO TRUE
038734         GO TO 2260-EXIT
038735     END-IF.
038736     IF NOT PC-PENDING
038737         GO TO 2260-EXIT
038738     END-IF.
038739     EVALUATE TRUE
038740         WHEN PC-ADD-ACCOUNT
038741             MOVE "ADD" TO PNL-CHANGE-TEXT
038742         WHEN PC-BALANCE-CHANGE
038743             MOVE "BALANCE" TO PNL-CHANGE-TEXT
038744         WHEN PC-RATE-CHANGE
038745             MOVE "RATE" TO PNL-CHANGE-TEXT
038746         WHEN PC-COST-CENTER-CHANGE
038749             MOVE "COST CENTER" TO PNL-CHANGE-TEXT
038752         WHEN PC-STATUS-CHANGE
038755             MOVE "STATUS" TO PNL-CHANGE-TEXT
038758         WHEN OTHER
038761             MOVE "FEED UPDATE" TO PNL-CHANGE-TEXT
038764     END-EVALUATE.
038767     MOVE PC-MAKER TO PNL-MAKER.
038770     MOVE PC-KEYED-DATE TO PNL-KEYED-DATE.
038773     MOVE WS-PENDING-LINE TO WS-BUILD-LINE.
038776     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
038779     SET END-OF-SECTION TO TRUE.
038782 2260-EXIT.
038785     EXIT.
038800*-----------------------------------------------------------------
038900* 2300-RATE-SECTION - THE RATE TIMELINE OLDEST FIRST. THE
039000* LATEST EFFECTIVE DATE NOT PAST TODAY IS THE RATE IN FORCE,
039100* AND IS MARKED ONCE THE WALK IS DONE.
039200*-----------------------------------------------------------------
039300 2300-RATE-SECTION.
039400     MOVE "RATE HISTORY (RATEHIST)" TO HDG-TEXT.
039500     PERFORM 2950-ADD-HEADING THRU 2950-EXIT.
039600     IF NOT RATEHIST-IS-OPEN
039700         MOVE "RATE HISTORY NOT AVAILABLE" TO WS-BUILD-LINE
039800         PERFORM 2900-ADD-LINE THRU 2900-EXIT
039900         GO TO 2300-EXIT
040000     END-IF.
040100     MOVE ZERO TO WS-SECTION-COUNT WS-IN-FORCE-IX.
040200     MOVE WS-KEY-REFERENCE TO RT-REFERENCE.
040300     MOVE ZERO TO RT-EFF-DATE.
040400     MOVE "N" TO WS-EOF-SWITCH.
040500     START RATE-HISTORY KEY NOT < RT-KEY
040600         INVALID KEY
040700             SET END-OF-SECTION TO TRUE
040800     END-START.
040900     PERFORM 2350-NEXT-RATE THRU 2350-EXIT
041000         UNTIL END-OF-SECTION.
041100     IF WS-SECTION-COUNT = ZERO
041200         MOVE "NO RATE HISTORY" TO WS-BUILD-LINE
041300         PERFORM 2900-ADD-LINE THRU 2900-EXIT
041400     END-IF.
041500     IF WS-IN-FORCE-IX > ZERO
041600         MOVE "<- IN FORCE"
041700             TO WS-INQ-LINE (WS-IN-FORCE-IX) (34:11)
041800     END-IF.
041900 2300-EXIT.
042000     EXIT.
042100*-----------------------------------------------------------------
042200* 2350-NEXT-RATE - ONE RATEHIST RECORD; STOP AT THE FIRST KEY
042300* PAST THE REFERENCE.
042400*-----------------------------------------------------------------
042500 2350-NEXT-RATE.
042600     READ RATE-HISTORY NEXT
042700         AT END
042800             SET END-OF-SECTION TO TRUE
042900             GO TO 2350-EXIT
043000     END-READ.
043100     IF RT-REFERENCE NOT = WS-KEY-REFERENCE
043200         SET END-OF-SECTION TO TRUE
043300         GO TO 2350-EXIT
043400     END-IF.
043500     ADD 1 TO WS-SECTION-COUNT.
043600     MOVE RT-EFF-DATE TO RTL-EFF-DATE.
043700     MOVE RT-RATE-PCT TO RTL-RATE-PCT.
043800     MOVE WS-RATE-LINE TO WS-BUILD-LINE.
043900     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
044000     IF RT-EFF-DATE NOT > WS-SYS-DATE
044100         AND WS-DROPPED-COUNT = ZERO
044200         MOVE WS-LINE-COUNT TO WS-IN-FORCE-IX
044300     END-IF.
044400 2350-EXIT.
044500     EXIT.
044600*-----------------------------------------------------------------
044700* 2400-ADJ-SECTION - EVERY ARCHIVED ADJUSTMENT FOR THE
044800* REFERENCE, EACH WITH WHERE ITS RUN STANDS ON ACCRSTAT.
044900*-----------------------------------------------------------------
045000 2400-ADJ-SECTION.
045100     MOVE "ARCHIVED ADJUSTMENTS (ADJHIST)" TO HDG-TEXT.
045200     PERFORM 2950-ADD-HEADING THRU 2950-EXIT.
045300     IF NOT ADJHIST-IS-OPEN
045400         MOVE "ADJUSTMENT HISTORY NOT AVAILABLE" TO WS-BUILD-LINE
045500         PERFORM 2900-ADD-LINE THRU 2900-EXIT
045600         GO TO 2400-EXIT
045700     END-IF.
045800     MOVE WS-ADJ-HEADING TO WS-BUILD-LINE.
045900     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
046000     MOVE ZERO TO WS-SECTION-COUNT.
046100     MOVE SPACES TO ADJ-HISTORY-RECORD.
046200     MOVE WS-KEY-REFERENCE TO AH-REFERENCE.
046300     MOVE ZERO TO AH-YEAR AH-RUN-NUMBER.
046400     MOVE "N" TO WS-EOF-SWITCH.
046500     START ADJ-HISTORY KEY NOT < AH-KEY
046600         INVALID KEY
046700             SET END-OF-SECTION TO TRUE
046800     END-START.
046900     PERFORM 2450-NEXT-ADJ THRU 2450-EXIT
047000         UNTIL END-OF-SECTION.
047100     MOVE WS-SECTION-COUNT TO CNT-COUNT.
047200     MOVE "ADJUSTMENTS ON FILE" TO CNT-LABEL.
047300     MOVE WS-COUNT-LINE TO WS-BUILD-LINE.
047400     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
047500 2400-EXIT.
047600     EXIT.
047700*-----------------------------------------------------------------
047800* 2450-NEXT-ADJ - ONE ADJHIST RECORD; STOP AT THE FIRST KEY
047900* PAST THE REFERENCE.
048000*-----------------------------------------------------------------
048100 2450-NEXT-ADJ.
048200     READ ADJ-HISTORY NEXT
048300         AT END
048400             SET END-OF-SECTION TO TRUE
048500             GO TO 2450-EXIT
048600     END-READ.
048700     IF AH-REFERENCE NOT = WS-KEY-REFERENCE
048800         SET END-OF-SECTION TO TRUE
048900         GO TO 2450-EXIT
049000     END-IF.
049100     ADD 1 TO WS-SECTION-COUNT.
049200     PERFORM 2470-RUN-STATUS-TEXT THRU 2470-EXIT.
049300     MOVE AH-YEAR TO AJL-YEAR.
049400     MOVE AH-RUN-NUMBER TO AJL-RUN-NUMBER.
049500     MOVE AH-REASON TO AJL-REASON.
049600     MOVE AH-RUN-DATE TO AJL-RUN-DATE.
049700     MOVE WS-STATUS-TEXT TO AJL-STATUS.
049800     IF AH-ON-LEGAL-HOLD
049900         MOVE " HOLD" TO AJL-HOLD
050000     ELSE
050100         MOVE SPACES TO AJL-HOLD
050200     END-IF.
050300     MOVE WS-ADJ-LINE TO WS-BUILD-LINE.
050400     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
050500 2450-EXIT.
050600     EXIT.
050700*-----------------------------------------------------------------
050800* 2470-RUN-STATUS-TEXT - THE ADJUSTMENT'S RUN ON ACCRSTAT, IN
050900* WORDS. A RUN NOT ON THE MASTER PREDATES IT.
051000*-----------------------------------------------------------------
051100 2470-RUN-STATUS-TEXT.
051200     IF NOT ACCRSTAT-IS-OPEN
051300         MOVE "NO STATUS" TO WS-STATUS-TEXT
051400         GO TO 2470-EXIT
051500     END-IF.
051600     MOVE AH-RUN-NUMBER TO RS-RUN-NUMBER.
051700     READ RUN-STATUS-MASTER
051800         INVALID KEY
051900             MOVE "NOT ON MS" TO WS-STATUS-TEXT
052000             GO TO 2470-EXIT
052100     END-READ.
052200     EVALUATE TRUE
052300         WHEN RS-RUN-WRITTEN
052400             MOVE "WRITTEN" TO WS-STATUS-TEXT
052500         WHEN RS-RUN-POSTED
052600             MOVE "POSTED" TO WS-STATUS-TEXT
052700         WHEN RS-RUN-LEDGERED
052800             MOVE "LEDGERED" TO WS-STATUS-TEXT
052900         WHEN RS-RUN-SWEPT
053000             MOVE "SWEPT" TO WS-STATUS-TEXT
053100         WHEN RS-RUN-REVERSED
053200             MOVE "REVERSED" TO WS-STATUS-TEXT
053300         WHEN OTHER
053400             MOVE "????????" TO WS-STATUS-TEXT
053500     END-EVALUATE.
053600 2470-EXIT.
053700     EXIT.
053800*-----------------------------------------------------------------
053900* 2500-REJ-SECTION - EVERY REJECT LIFECYCLE ENTRY FOR THE
054000* REFERENCE. ONE STILL OUTSTANDING SHOWS HOW MANY DAYS IT HAS
054100* BEEN OPEN, THE SAME AGE REJAGING PRINTS.
054200*-----------------------------------------------------------------
054300 2500-REJ-SECTION.
054400     MOVE "REJECT LIFECYCLE (REJSTAT)" TO HDG-TEXT.
054500     PERFORM 2950-ADD-HEADING THRU 2950-EXIT.
054600     IF NOT REJSTAT-IS-OPEN
054700         MOVE "REJECT STATUS MASTER NOT AVAILABLE"
054800             TO WS-BUILD-LINE
054900         PERFORM 2900-ADD-LINE THRU 2900-EXIT
055000         GO TO 2500-EXIT
055100     END-IF.
055200     MOVE WS-REJ-HEADING TO WS-BUILD-LINE.
055300     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
055400     MOVE ZERO TO WS-SECTION-COUNT.
055500     MOVE WS-KEY-REFERENCE TO RJ-REFERENCE.
055600     MOVE ZERO TO RJ-RUN-NUMBER.
055700     MOVE "N" TO WS-EOF-SWITCH.
055800     START REJECT-STATUS-MASTER KEY NOT < RJ-KEY
055900         INVALID KEY
056000             SET END-OF-SECTION TO TRUE
056100     END-START.
056200     PERFORM 2550-NEXT-REJ THRU 2550-EXIT
056300         UNTIL END-OF-SECTION.
056400     MOVE WS-SECTION-COUNT TO CNT-COUNT.
056500     MOVE "REJECTS ON FILE" TO CNT-LABEL.
056600     MOVE WS-COUNT-LINE TO WS-BUILD-LINE.
056700     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
056800 2500-EXIT.
056900     EXIT.
057000*-----------------------------------------------------------------
057100* 2550-NEXT-REJ - ONE REJSTAT RECORD; STOP AT THE FIRST KEY
057200* PAST THE REFERENCE.
057300*-----------------------------------------------------------------
057400 2550-NEXT-REJ.
057500     READ REJECT-STATUS-MASTER NEXT
057600         AT END
057700             SET END-OF-SECTION TO TRUE
057800             GO TO 2550-EXIT
057900     END-READ.
058000     IF RJ-REFERENCE NOT = WS-KEY-REFERENCE
058100         SET END-OF-SECTION TO TRUE
058200         GO TO 2550-EXIT
058300     END-IF.
058400     ADD 1 TO WS-SECTION-COUNT.
058500     MOVE RJ-RUN-NUMBER TO RJL-RUN-NUMBER.
058600     MOVE RJ-YEAR TO RJL-YEAR.
058700     MOVE RJ-REASON-CODE TO RJL-REASON.
058800     MOVE RJ-SOURCE-ID TO RJL-SOURCE.
058900     MOVE RJ-OPEN-DATE TO RJL-OPEN-DATE.
059000     EVALUATE TRUE
059100         WHEN RJ-REJECT-OPEN
059200             MOVE "OPEN" TO RJL-STATUS
059300         WHEN RJ-REJECT-CORRECTED
059400             MOVE "CORRECTED" TO RJL-STATUS
059500         WHEN RJ-REJECT-RESUBMITTED
059600             MOVE "RESUBMIT" TO RJL-STATUS
059700         WHEN RJ-REJECT-CLEARED
059800             MOVE "CLEARED" TO RJL-STATUS
059900         WHEN RJ-REJECTED-AGAIN
060000             MOVE "REJ-AGAIN" TO RJL-STATUS
060100         WHEN OTHER
060200             MOVE "?????????" TO RJL-STATUS
060300     END-EVALUATE.
060400     MOVE ZERO TO WS-DAYS-OUT.
060500     IF NOT RJ-REJECT-CLEARED
060600         PERFORM 2570-REJECT-AGE THRU 2570-EXIT
060700     END-IF.
060800     MOVE WS-DAYS-OUT TO RJL-DAYS.
060900     MOVE WS-REJ-LINE TO WS-BUILD-LINE.
061000     IF RJ-REJECT-CLEARED
061100         MOVE SPACES TO WS-BUILD-LINE (60:5)
061200     END-IF.
061300     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
061400 2550-EXIT.
061500     EXIT.
061600*-----------------------------------------------------------------
061700* 2570-REJECT-AGE - DAYS FROM THE OPEN DATE TO TODAY, THROUGH
061800* DATECALC'S "D" FUNCTION. AN UNANSWERABLE DATE AGES AS ZERO.
061900*-----------------------------------------------------------------
062000 2570-REJECT-AGE.
062100     MOVE WS-SYS-DATE TO WS-DC-RESULT-DATE.
062200     MOVE ZERO TO WS-DC-DAYS.
062300     CALL "DATECALC" USING WS-DC-FUNCTION, RJ-OPEN-DATE,
062400         WS-DC-DAYS, WS-DC-RESULT-DATE, WS-DC-ANSWER.
062500     IF WS-DC-ANSWER = "Y"
062600         MOVE WS-DC-DAYS TO WS-DAYS-OUT
062700     ELSE
062800         MOVE ZERO TO WS-DAYS-OUT
062900     END-IF.
063000 2570-EXIT.
063100     EXIT.
063200*-----------------------------------------------------------------
063300* 2600-AUDIT-SECTION - ACCTAUD IS A FLAT TRAIL IN THE ORDER
063400* CHANGES HAPPENED, SO THE WHOLE FILE IS READ AND THE LAST FIVE
063500* CHANGES FOR THE REFERENCE ARE KEPT, THEN SHOWN NEWEST FIRST
063600* WITH THE FULL COUNT.
063700*-----------------------------------------------------------------
063800 2600-AUDIT-SECTION.
063900     MOVE "RECENT MASTER CHANGES (ACCTAUD)" TO HDG-TEXT.
064000     PERFORM 2950-ADD-HEADING THRU 2950-EXIT.
064100     OPEN INPUT AUDIT-FILE.
064200     IF WS-AUD-FILE-STATUS NOT = "00"
064300         MOVE "ACCOUNT AUDIT TRAIL NOT AVAILABLE" TO WS-BUILD-LINE
064400         PERFORM 2900-ADD-LINE THRU 2900-EXIT
064500         GO TO 2600-EXIT
064600     END-IF.
064700     MOVE ZERO TO WS-AUD-READ-COUNT WS-AUD-MATCH-COUNT
064800         WS-AUD-KEPT.
064900     MOVE SPACES TO WS-AUD-KEEP-TABLE.
065000     MOVE "N" TO WS-EOF-SWITCH.
065100     PERFORM 2650-NEXT-AUDIT THRU 2650-EXIT
065200         UNTIL END-OF-SECTION.
065300     CLOSE AUDIT-FILE.
065400     PERFORM 2680-SHOW-ONE-AUDIT THRU 2680-EXIT
065500         VARYING WS-AUD-IX FROM WS-AUD-KEPT BY -1
065600         UNTIL WS-AUD-IX < 1.
065700     MOVE WS-AUD-MATCH-COUNT TO CNT-COUNT.
065800     MOVE "CHANGES ON THE AUDIT TRAIL" TO CNT-LABEL.
065900     MOVE WS-COUNT-LINE TO WS-BUILD-LINE.
066000     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
066100 2600-EXIT.
066200     EXIT.
066300*-----------------------------------------------------------------
066400* 2650-NEXT-AUDIT - ONE AUDIT RECORD. A MATCH GOES ON THE END
066500* OF THE KEEP TABLE; A FULL TABLE DROPS ITS OLDEST FIRST.
066600*-----------------------------------------------------------------
066700 2650-NEXT-AUDIT.
066800     READ AUDIT-FILE
066900         AT END
067000             SET END-OF-SECTION TO TRUE
067100             GO TO 2650-EXIT
067200     END-READ.
067300     ADD 1 TO WS-AUD-READ-COUNT.
067400     IF AAU-REFERENCE NOT = WS-KEY-REFERENCE
067500         GO TO 2650-EXIT
067600     END-IF.
067700     ADD 1 TO WS-AUD-MATCH-COUNT.
067800     IF WS-AUD-KEPT < WS-AUD-KEEP-MAX
067900         ADD 1 TO WS-AUD-KEPT
068000     ELSE
068100         PERFORM 2660-SHIFT-KEEP THRU 2660-EXIT
068200             VARYING WS-AUD-IX FROM 1 BY 1
068300             UNTIL WS-AUD-IX NOT < WS-AUD-KEEP-MAX
068400     END-IF.
068500     MOVE ACCT-AUDIT-RECORD TO WS-AUD-KEEP-ENTRY (WS-AUD-KEPT).
068600 2650-EXIT.
068700     EXIT.
068800*-----------------------------------------------------------------
068900* 2660-SHIFT-KEEP - MOVE ONE KEPT CHANGE UP A SLOT.
069000*-----------------------------------------------------------------
069100 2660-SHIFT-KEEP.
069200     MOVE WS-AUD-KEEP-ENTRY (WS-AUD-IX + 1)
069300         TO WS-AUD-KEEP-ENTRY (WS-AUD-IX).
069400 2660-EXIT.
069500     EXIT.
069600*-----------------------------------------------------------------
069700* 2680-SHOW-ONE-AUDIT - ONE KEPT CHANGE AS TWO LINES: WHO, WHEN
069800* AND THE COST CENTER, THEN BALANCE AND RATE BEFORE AND AFTER.
069850* A CHANGE OF STATUS ADDS A THIRD.
069900*-----------------------------------------------------------------
070000 2680-SHOW-ONE-AUDIT.
070100     MOVE WS-AUD-KEEP-ENTRY (WS-AUD-IX) TO ACCT-AUDIT-RECORD.
070200     MOVE AAU-DATE TO AUL-DATE.
070300     MOVE AAU-OPERATOR TO AUL-OPERATOR.
070350     MOVE AAU-APPROVER TO AUL-APPROVER.
070400     EVALUATE TRUE
070500         WHEN AAU-ADDED
070600             MOVE "ADDED" TO AUL-ACTION
070700         WHEN AAU-UPDATED
070800             MOVE "UPDATED" TO AUL-ACTION
070900         WHEN OTHER
071000             MOVE AAU-ACTION TO AUL-ACTION
071100     END-EVALUATE.
071200     MOVE AAU-BEF-COST-CENTER TO AUL-BEF-COST-CENTER.
071300     MOVE AAU-AFT-COST-CENTER TO AUL-AFT-COST-CENTER.
071400     MOVE WS-AUDIT-LINE-1 TO WS-BUILD-LINE.
071500     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
071600     MOVE AAU-BEF-BALANCE TO AUL-BEF-BALANCE.
071700     MOVE AAU-AFT-BALANCE TO AUL-AFT-BALANCE.
071800     MOVE AAU-BEF-RATE-PCT TO AUL-BEF-RATE-PCT.
071900     MOVE AAU-AFT-RATE-PCT TO AUL-AFT-RATE-PCT.
072000     MOVE WS-AUDIT-LINE-2 TO WS-BUILD-LINE.
072100     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
072112     IF AAU-BEF-ACCT-STATUS = AAU-AFT-ACCT-STATUS
072124         GO TO 2680-EXIT
072136     END-IF.
072148     MOVE AAU-BEF-ACCT-STATUS TO AUL-BEF-ACCT-STATUS.
072160     MOVE AAU-AFT-ACCT-STATUS TO AUL-AFT-ACCT-STATUS.
072172     MOVE WS-AUDIT-LINE-3 TO WS-BUILD-LINE.
072184     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
072200 2680-EXIT.
072300     EXIT.
072400*-----------------------------------------------------------------
072500* 2800-SHOW-PAGE - THE CURRENT PAGE OF THE LINE TABLE ONTO THE
072600* SCREEN, AND THE PAGE COUNT ON THE MESSAGE LINE UNLESS
072700* SOMETHING ELSE IS ALREADY THERE.
072800*-----------------------------------------------------------------
072900 2800-SHOW-PAGE.
073000     MOVE SPACES TO WS-PAGE-LINES.
073100     PERFORM 2850-FILL-ONE-LINE THRU 2850-EXIT
073200         VARYING WS-SHOW-IX FROM 1 BY 1
073300         UNTIL WS-SHOW-IX > WS-PAGE-SIZE.
073400     IF WS-MESSAGE-TEXT = SPACES
073500         MOVE WS-PAGE-NUMBER TO MSG-PAGE-NUMBER
073600         MOVE WS-PAGE-COUNT TO MSG-PAGE-COUNT
073700         MOVE WS-BUILT-REFERENCE TO MSG-REFERENCE
073800         MOVE WS-PAGE-DISPLAY TO WS-MESSAGE-TEXT
073900     END-IF.
074000 2800-EXIT.
074100     EXIT.
074200*-----------------------------------------------------------------
074300* 2850-FILL-ONE-LINE - ONE SCREEN LINE FROM THE TABLE.
074400*-----------------------------------------------------------------
074500 2850-FILL-ONE-LINE.
074600     COMPUTE WS-LINE-IX =
074700         ((WS-PAGE-NUMBER - 1) * WS-PAGE-SIZE) + WS-SHOW-IX.
074800     IF WS-LINE-IX NOT > WS-LINE-COUNT
074900         MOVE WS-INQ-LINE (WS-LINE-IX)
075000             TO WS-PAGE-LINE (WS-SHOW-IX)
075100     END-IF.
075200 2850-EXIT.
075300     EXIT.
075400*-----------------------------------------------------------------
075500* 2900-ADD-LINE - WS-BUILD-LINE ONTO THE END OF THE TABLE, OR
075600* COUNTED AS DROPPED WHEN THE TABLE IS FULL.
075700*-----------------------------------------------------------------
075800 2900-ADD-LINE.
075900     IF WS-LINE-COUNT < WS-LINE-MAX
076000         ADD 1 TO WS-LINE-COUNT
076100         MOVE WS-BUILD-LINE TO WS-INQ-LINE (WS-LINE-COUNT)
076200     ELSE
076300         ADD 1 TO WS-DROPPED-COUNT
076400     END-IF.
076500     MOVE SPACES TO WS-BUILD-LINE.
076600 2900-EXIT.
076700     EXIT.
076800*-----------------------------------------------------------------
076900* 2950-ADD-HEADING - A BLANK LINE (EXCEPT AT THE TOP) AND THE
077000* SECTION HEADING IN HDG-TEXT.
077100*-----------------------------------------------------------------
077200 2950-ADD-HEADING.
077300     IF WS-LINE-COUNT > ZERO
077400         MOVE SPACES TO WS-BUILD-LINE
077500         PERFORM 2900-ADD-LINE THRU 2900-EXIT
077600     END-IF.
077700     MOVE WS-HEADING-LINE TO WS-BUILD-LINE.
077800     PERFORM 2900-ADD-LINE THRU 2900-EXIT.
077900 2950-EXIT.
078000     EXIT.
078100*-----------------------------------------------------------------
078200* 3000-TERMINATE - CLOSE WHATEVER OPENED.
078300*-----------------------------------------------------------------
078400 3000-TERMINATE.
078500     CLOSE ACCOUNT-MASTER.
078600     IF RATEHIST-IS-OPEN
078700         CLOSE RATE-HISTORY
078800     END-IF.
078900     IF ADJHIST-IS-OPEN
079000         CLOSE ADJ-HISTORY
079100     END-IF.
079200     IF ACCRSTAT-IS-OPEN
079300         CLOSE RUN-STATUS-MASTER
079400     END-IF.
079500     IF REJSTAT-IS-OPEN
079600         CLOSE REJECT-STATUS-MASTER
079700     END-IF.
079725     IF ACCTPEND-IS-OPEN
079750         CLOSE PENDING-CHANGE-FILE
079775     END-IF.
079800 3000-EXIT.
079900     EXIT.
