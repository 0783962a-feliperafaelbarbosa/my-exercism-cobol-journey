000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                REJESCAL.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-15.
000600 DATE-COMPILED.             2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-15 DH  NEW PROGRAM. ESCALATION REPORT OF REJECTS
001100*                RETURNED TO THEIR SOURCE (REJRETN) THAT THE
001200*                SOURCE HAS NOT ACKNOWLEDGED (REJACKIN) WITHIN
001300*                ITS WINDOW. THE WINDOW IS THE ACKNOWLEDGMENT
001400*                DAYS ON THE SOURCE'S REJROUTE CARD, IN BUSINESS
001500*                DAYS FROM THE RETURN DATE (DATECALC'S "A"
001600*                FUNCTION); A SOURCE WITH NO CARD OR NO DAYS
001700*                GETS THE DEFAULT OF 3. A RETURN IS ESCALATED
001800*                ONCE TODAY IS PAST ITS DUE DATE, OR WHEN ITS DUE
001900*                DATE CANNOT BE WORKED OUT. THE REPORT IS GROUPED
002000*                BY SOURCE UNDER THE OWNER NAMED ON THE CARD, SO
002100*                EACH PAGE GOES TO ONE TEAM; SOURCES WITH NO CARD
002200*                PRINT LAST UNDER "NO OWNER". READ-ONLY. RETURN
002300*                CODE 0 = NOTHING OVERDUE, 4 = ESCALATIONS,
002400*                8 = NO REJECT-STATUS MASTER.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ROUTE-FILE       ASSIGN TO REJROUTE
003000                             ORGANIZATION IS LINE SEQUENTIAL
003100                             FILE STATUS IS WS-RO-FILE-STATUS.
003200     SELECT REJECT-STATUS-MASTER ASSIGN TO REJSTAT
003300                             ORGANIZATION IS INDEXED
003400                             ACCESS MODE IS DYNAMIC
003500                             RECORD KEY IS RJ-KEY
003600                             FILE STATUS IS WS-RJ-FILE-STATUS.
003700     SELECT ESCALATION-RPT   ASSIGN TO REJESCRP
003800                             ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  ROUTE-FILE.
004200     COPY REJROUTE.
004300 FD  REJECT-STATUS-MASTER.
004400     COPY REJSTAT.
004500 FD  ESCALATION-RPT.
004600 01  ESCALATION-RPT-RECORD   PIC X(80).
004700 WORKING-STORAGE SECTION.
004800 01  WS-RO-FILE-STATUS       PIC X(02).
004900 01  WS-RJ-FILE-STATUS       PIC X(02).
005000 01  WS-ROUTE-EOF-SWITCH     PIC X(01)   VALUE "N".
005100     88  END-OF-ROUTE-FILE           VALUE "Y".
005200 01  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
005300     88  END-OF-MASTER               VALUE "Y".
005400 01  WS-OPEN-FAULT-SWITCH    PIC X(01)   VALUE "N".
005500     88  MASTER-OPEN-FAULT           VALUE "Y".
005600 01  WS-SYS-DATE             PIC 9(08).
005700 01  WS-DEFAULT-ACK-DAYS     PIC 9(02)   VALUE 3.
005800 01  WS-DC-FUNCTION          PIC X(01).
005900 01  WS-DC-DAYS              PIC S9(04).
006000 01  WS-DC-RESULT-DATE       PIC 9(08).
006100 01  WS-DC-ANSWER            PIC X(01).
006200 01  WS-DUE-DATE             PIC 9(08).
006300 01  WS-DAYS-OUT             PIC S9(04).
006400 01  WS-ACK-DAYS             PIC 9(02).
006500*    THE ROUTE CARDS, HELD IN THE ORDER READ. A CARD WITH NO
006600*    SOURCE OR UNREADABLE DAYS IS LEFT OUT - REJRETN REFUSES TO
006700*    RUN ON ONE, SO NOTHING CAN HAVE BEEN RETURNED THROUGH IT.
006800 01  WS-RTE-MAX              PIC 9(02)   VALUE 6.
006900 01  WS-RTE-COUNT            PIC 9(02)   VALUE ZERO.
007000 01  WS-RTE-IX               PIC 9(02).
007100 01  WS-RTE-FOUND            PIC 9(02).
007200 01  WS-ROUTE-TABLE.
007300     05  WS-ROUTE-ENTRY      OCCURS 6.
007400         10  WS-RTE-SOURCE-ID PIC X(08).
007500         10  WS-RTE-ACK-DAYS PIC 9(02).
007600         10  WS-RTE-OWNER    PIC X(30).
007700*    THE ESCALATIONS, COLLECTED IN KEY ORDER AND PRINTED BY
007800*    ROUTE. ESC-ROUTE-IX ZERO IS THE NO-OWNER GROUP.
007900 01  WS-ESC-MAX              PIC 9(04)   VALUE 2000.
008000 01  WS-ESC-COUNT            PIC 9(04)   VALUE ZERO.
008100 01  WS-ESC-IX               PIC 9(04).
008200 01  WS-GROUP-IX             PIC 9(02).
008300 01  WS-GROUP-COUNT          PIC 9(08).
008400 01  WS-ESCALATION-TABLE.
008500     05  WS-ESC-ENTRY        OCCURS 2000.
008600         10  ESC-ROUTE-IX    PIC 9(02).
008700         10  ESC-SOURCE-ID   PIC X(08).
008800         10  ESC-REFERENCE   PIC X(10).
008900         10  ESC-RUN-NUMBER  PIC 9(14).
009000         10  ESC-REASON-CODE PIC X(04).
009100         10  ESC-RETURN-DATE PIC 9(08).
009200         10  ESC-DUE-DATE    PIC 9(08).
009300         10  ESC-DAYS-OUT    PIC S9(04).
009400 01  WS-READ-COUNT           PIC 9(08)   VALUE ZERO.
009500 01  WS-AWAITING-COUNT       PIC 9(08)   VALUE ZERO.
009600 01  WS-ESCALATED-COUNT      PIC 9(08)   VALUE ZERO.
009700 01  WS-OVERFLOW-COUNT       PIC 9(08)   VALUE ZERO.
009800 01  WS-REPORT-TITLE.
009900     05  FILLER              PIC X(43)  VALUE
010000         "REJESCAL UNACKNOWLEDGED REJECT RETURNS".
010100     05  FILLER              PIC X(09)  VALUE "RUN DATE ".
010200     05  TTL-RUN-DATE        PIC 9(08).
010300     05  FILLER              PIC X(20)  VALUE SPACES.
010400 01  WS-GROUP-LINE.
010500     05  FILLER              PIC X(07)  VALUE "SOURCE ".
010600     05  GRP-SOURCE          PIC X(08).
010700     05  FILLER              PIC X(08)  VALUE "  OWNER ".
010800     05  GRP-OWNER           PIC X(30).
010900     05  FILLER              PIC X(11)  VALUE "  ACK DAYS ".
011000     05  GRP-ACK-DAYS        PIC Z9.
011100     05  FILLER              PIC X(14)  VALUE SPACES.
011200 01  WS-NO-OWNER-LINE.
011300     05  FILLER              PIC X(48)  VALUE
011400         "SOURCES WITH NO REJROUTE CARD - NO OWNER".
011500     05  FILLER              PIC X(11)  VALUE "  ACK DAYS ".
011600     05  NOL-ACK-DAYS        PIC Z9.
011700     05  FILLER              PIC X(19)  VALUE SPACES.
011800 01  WS-DETAIL-HEADING.
011900     05  FILLER              PIC X(12)  VALUE "REFERENCE".
012000     05  FILLER              PIC X(16)  VALUE "RUN".
012100     05  FILLER              PIC X(06)  VALUE "RSN".
012200     05  FILLER              PIC X(10)  VALUE "SOURCE".
012300     05  FILLER              PIC X(10)  VALUE "RETURNED".
012400     05  FILLER              PIC X(10)  VALUE "DUE".
012500     05  FILLER              PIC X(16)  VALUE "DAYS".
012600 01  WS-DETAIL-LINE.
012700     05  DTL-REFERENCE       PIC X(10).
012800     05  FILLER              PIC X(02)  VALUE SPACES.
012900     05  DTL-RUN-NUMBER      PIC 9(14).
013000     05  FILLER              PIC X(02)  VALUE SPACES.
013100     05  DTL-REASON          PIC X(04).
013200     05  FILLER              PIC X(02)  VALUE SPACES.
013300     05  DTL-SOURCE          PIC X(08).
013400     05  FILLER              PIC X(02)  VALUE SPACES.
013500     05  DTL-RETURN-DATE     PIC 9(08).
013600     05  FILLER              PIC X(02)  VALUE SPACES.
013700     05  DTL-DUE-DATE        PIC 9(08).
013800     05  FILLER              PIC X(02)  VALUE SPACES.
013900     05  DTL-DAYS            PIC ZZZ9.
014000     05  FILLER              PIC X(12)  VALUE SPACES.
014100 01  WS-COUNT-LINE.
014200     05  CNT-LABEL           PIC X(34).
014300     05  CNT-COUNT           PIC Z(07)9.
014400     05  FILLER              PIC X(38)  VALUE SPACES.
014500 01  WS-BLANK-LINE           PIC X(80)  VALUE SPACES.
014600*-----------------------------------------------------------------
014700 PROCEDURE DIVISION.
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015000     IF NOT MASTER-OPEN-FAULT
015100         PERFORM 2000-CHECK-ONE-REJECT THRU 2000-EXIT
015200             UNTIL END-OF-MASTER
015300         PERFORM 2500-PRINT-ONE-GROUP THRU 2500-EXIT
015400             VARYING WS-GROUP-IX FROM 1 BY 1
015500             UNTIL WS-GROUP-IX > WS-RTE-COUNT
015600         MOVE ZERO TO WS-GROUP-IX
015700         PERFORM 2500-PRINT-ONE-GROUP THRU 2500-EXIT
015800     END-IF.
015900     PERFORM 3000-TERMINATE THRU 3000-EXIT.
016000     STOP RUN.
016100*-----------------------------------------------------------------
016200* 1000-INITIALIZE - LOAD THE ROUTE CARDS, OPEN THE MASTER AND
016300* START THE WALK AT THE FIRST KEY. NO ROUTE CARDS IS NOT FATAL -
016400* EVERY SOURCE THEN FALLS UNDER "NO OWNER" WITH THE DEFAULT
016500* WINDOW. NO MASTER GRADES 8, AS IN REJAGING.
016600*-----------------------------------------------------------------
016700 1000-INITIALIZE.
016800     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
016900     MOVE WS-SYS-DATE TO TTL-RUN-DATE.
017000     INITIALIZE WS-ROUTE-TABLE.
017100     OPEN OUTPUT ESCALATION-RPT.
017200     WRITE ESCALATION-RPT-RECORD FROM WS-REPORT-TITLE.
017300     OPEN INPUT ROUTE-FILE.
017400     IF WS-RO-FILE-STATUS = "00"
017500         PERFORM 1100-LOAD-ONE-ROUTE THRU 1100-EXIT
017600             UNTIL END-OF-ROUTE-FILE
017700         CLOSE ROUTE-FILE
017800     ELSE
017900         DISPLAY "REJESCAL: NO REJROUTE CARDS - ALL SOURCES "
018000             "REPORTED WITH NO OWNER"
018100     END-IF.
018200     OPEN INPUT REJECT-STATUS-MASTER.
018300     IF WS-RJ-FILE-STATUS NOT = "00"
018400         SET MASTER-OPEN-FAULT TO TRUE
018500         DISPLAY "REJESCAL: NO REJECT-STATUS MASTER - RUN "
018600             "YEARCHK FIRST"
018700         GO TO 1000-EXIT
018800     END-IF.
018900     MOVE SPACES TO REJECT-STATUS-RECORD.
019000     MOVE LOW-VALUES TO RJ-KEY.
019100     START REJECT-STATUS-MASTER KEY NOT < RJ-KEY
019200         INVALID KEY
019300             SET END-OF-MASTER TO TRUE
019400     END-START.
019500 1000-EXIT.
019600     EXIT.
019700*-----------------------------------------------------------------
019800* 1100-LOAD-ONE-ROUTE - ONE ROUTE CARD INTO THE TABLE. BLANK
019900* DAYS TAKE THE DEFAULT; A CARD PAST THE SIXTH IS IGNORED.
020000*-----------------------------------------------------------------
020100 1100-LOAD-ONE-ROUTE.
020200     READ ROUTE-FILE
020300         AT END
020400             SET END-OF-ROUTE-FILE TO TRUE
020500             GO TO 1100-EXIT
020600     END-READ.
020700     IF RO-SOURCE-ID = SPACES
020800         OR WS-RTE-COUNT NOT < WS-RTE-MAX
020900         GO TO 1100-EXIT
021000     END-IF.
021100     IF RO-ACK-DAYS-X = SPACES
021200         MOVE WS-DEFAULT-ACK-DAYS TO RO-ACK-DAYS
021300     END-IF.
021400     IF RO-ACK-DAYS-X NOT NUMERIC
021500         GO TO 1100-EXIT
021600     END-IF.
021700     ADD 1 TO WS-RTE-COUNT.
021800     MOVE RO-SOURCE-ID TO WS-RTE-SOURCE-ID (WS-RTE-COUNT).
021900     MOVE RO-ACK-DAYS TO WS-RTE-ACK-DAYS (WS-RTE-COUNT).
022000     MOVE RO-OWNER TO WS-RTE-OWNER (WS-RTE-COUNT).
022100 1100-EXIT.
022200     EXIT.
022300*-----------------------------------------------------------------
022400* 2000-CHECK-ONE-REJECT - ONE LIFECYCLE RECORD. ONLY A RETURN
022500* STILL AWAITING ITS ACKNOWLEDGMENT IS LOOKED AT; ONE PAST ITS
022600* DUE DATE GOES INTO THE ESCALATION TABLE.
022700*-----------------------------------------------------------------
022800 2000-CHECK-ONE-REJECT.
022900     READ REJECT-STATUS-MASTER NEXT
023000         AT END
023100             SET END-OF-MASTER TO TRUE
023200             GO TO 2000-EXIT
023300     END-READ.
023400     ADD 1 TO WS-READ-COUNT.
023500     IF NOT RJ-RETURN-SENT
023600         GO TO 2000-EXIT
023700     END-IF.
023800     ADD 1 TO WS-AWAITING-COUNT.
023900     PERFORM 2100-FIND-ROUTE THRU 2100-EXIT.
024000     PERFORM 2200-COMPUTE-DUE THRU 2200-EXIT.
024100     IF WS-DUE-DATE NOT = ZERO
024200         AND WS-SYS-DATE NOT > WS-DUE-DATE
024300         GO TO 2000-EXIT
024400     END-IF.
024500     ADD 1 TO WS-ESCALATED-COUNT.
024600     IF WS-ESC-COUNT NOT < WS-ESC-MAX
024700         ADD 1 TO WS-OVERFLOW-COUNT
024800         GO TO 2000-EXIT
024900     END-IF.
025000     ADD 1 TO WS-ESC-COUNT.
025100     MOVE WS-RTE-FOUND TO ESC-ROUTE-IX (WS-ESC-COUNT).
025200     MOVE RJ-SOURCE-ID TO ESC-SOURCE-ID (WS-ESC-COUNT).
025300     MOVE RJ-REFERENCE TO ESC-REFERENCE (WS-ESC-COUNT).
025400     MOVE RJ-RUN-NUMBER TO ESC-RUN-NUMBER (WS-ESC-COUNT).
025500     MOVE RJ-REASON-CODE TO ESC-REASON-CODE (WS-ESC-COUNT).
025600     MOVE RJ-RETURN-DATE TO ESC-RETURN-DATE (WS-ESC-COUNT).
025700     MOVE WS-DUE-DATE TO ESC-DUE-DATE (WS-ESC-COUNT).
025800     MOVE WS-DAYS-OUT TO ESC-DAYS-OUT (WS-ESC-COUNT).
025900 2000-EXIT.
026000     EXIT.
026100*-----------------------------------------------------------------
026200* 2100-FIND-ROUTE - THE ROUTE CARD FOR THIS REJECT'S SOURCE AND
026300* ITS WINDOW; NO CARD GIVES ROUTE ZERO AND THE DEFAULT WINDOW.
026400*-----------------------------------------------------------------
026500 2100-FIND-ROUTE.
026600     MOVE ZERO TO WS-RTE-FOUND.
026700     MOVE WS-DEFAULT-ACK-DAYS TO WS-ACK-DAYS.
026800     PERFORM 2150-MATCH-ROUTE THRU 2150-EXIT
026900         VARYING WS-RTE-IX FROM 1 BY 1
027000         UNTIL WS-RTE-IX > WS-RTE-COUNT
027100             OR WS-RTE-FOUND NOT = ZERO.
027200 2100-EXIT.
027300     EXIT.
027400*-----------------------------------------------------------------
027500* 2150-MATCH-ROUTE - ONE ROUTE COMPARE.
027600*-----------------------------------------------------------------
027700 2150-MATCH-ROUTE.
027800     IF WS-RTE-SOURCE-ID (WS-RTE-IX) = RJ-SOURCE-ID
027900         MOVE WS-RTE-IX TO WS-RTE-FOUND
028000         MOVE WS-RTE-ACK-DAYS (WS-RTE-IX) TO WS-ACK-DAYS
028100     END-IF.
028200 2150-EXIT.
028300     EXIT.
028400*-----------------------------------------------------------------
028500* 2200-COMPUTE-DUE - THE DUE DATE, WS-ACK-DAYS BUSINESS DAYS
028600* AFTER THE RETURN DATE, AND THE CALENDAR DAYS SINCE THE RETURN.
028700* A DUE DATE DATECALC CANNOT ANSWER COMES BACK ZERO, WHICH
028800* ESCALATES - A RETURN NOBODY CAN DATE SHOULD NOT HIDE.
028900*-----------------------------------------------------------------
029000 2200-COMPUTE-DUE.
029100     MOVE ZERO TO WS-DUE-DATE.
029200     MOVE "A" TO WS-DC-FUNCTION.
029300     MOVE WS-ACK-DAYS TO WS-DC-DAYS.
029400     CALL "DATECALC" USING WS-DC-FUNCTION, RJ-RETURN-DATE,
029500         WS-DC-DAYS, WS-DC-RESULT-DATE, WS-DC-ANSWER.
029600     IF WS-DC-ANSWER = "Y"
029700         MOVE WS-DC-RESULT-DATE TO WS-DUE-DATE
029800     END-IF.
029900     MOVE "D" TO WS-DC-FUNCTION.
030000     MOVE WS-SYS-DATE TO WS-DC-RESULT-DATE.
030100     MOVE ZERO TO WS-DC-DAYS.
030200     CALL "DATECALC" USING WS-DC-FUNCTION, RJ-RETURN-DATE,
030300         WS-DC-DAYS, WS-DC-RESULT-DATE, WS-DC-ANSWER.
030400     IF WS-DC-ANSWER = "Y"
030500         MOVE WS-DC-DAYS TO WS-DAYS-OUT
030600     ELSE
030700         MOVE ZERO TO WS-DAYS-OUT
030800     END-IF.
030900 2200-EXIT.
031000     EXIT.
031100*-----------------------------------------------------------------
031200* 2500-PRINT-ONE-GROUP - EVERY ESCALATION FOR ROUTE WS-GROUP-IX
031300* (ZERO = NO OWNER) UNDER ITS GROUP LINE, WITH A GROUP COUNT. A
031400* GROUP WITH NOTHING OVERDUE DOES NOT PRINT.
031500*-----------------------------------------------------------------
031600 2500-PRINT-ONE-GROUP.
031700     MOVE ZERO TO WS-GROUP-COUNT.
031800     PERFORM 2550-COUNT-ONE-ENTRY THRU 2550-EXIT
031900         VARYING WS-ESC-IX FROM 1 BY 1
032000         UNTIL WS-ESC-IX > WS-ESC-COUNT.
032100     IF WS-GROUP-COUNT = ZERO
032200         GO TO 2500-EXIT
032300     END-IF.
032400     WRITE ESCALATION-RPT-RECORD FROM WS-BLANK-LINE.
032500     IF WS-GROUP-IX = ZERO
032600         MOVE WS-DEFAULT-ACK-DAYS TO NOL-ACK-DAYS
032700         WRITE ESCALATION-RPT-RECORD FROM WS-NO-OWNER-LINE
032800     ELSE
032900         MOVE WS-RTE-SOURCE-ID (WS-GROUP-IX) TO GRP-SOURCE
033000         MOVE WS-RTE-OWNER (WS-GROUP-IX) TO GRP-OWNER
033100         MOVE WS-RTE-ACK-DAYS (WS-GROUP-IX) TO GRP-ACK-DAYS
033200         WRITE ESCALATION-RPT-RECORD FROM WS-GROUP-LINE
033300     END-IF.
033400     WRITE ESCALATION-RPT-RECORD FROM WS-DETAIL-HEADING.
033500     PERFORM 2600-PRINT-ONE-ENTRY THRU 2600-EXIT
033600         VARYING WS-ESC-IX FROM 1 BY 1
033700         UNTIL WS-ESC-IX > WS-ESC-COUNT.
033800     MOVE "OVERDUE FOR THIS GROUP" TO CNT-LABEL.
033900     MOVE WS-GROUP-COUNT TO CNT-COUNT.
034000     WRITE ESCALATION-RPT-RECORD FROM WS-COUNT-LINE.
034100 2500-EXIT.
034200     EXIT.
034300*-----------------------------------------------------------------
034400* 2550-COUNT-ONE-ENTRY - COUNT ONE TABLE ENTRY INTO THE GROUP.
034500*-----------------------------------------------------------------
034600 2550-COUNT-ONE-ENTRY.
034700     IF ESC-ROUTE-IX (WS-ESC-IX) = WS-GROUP-IX
034800         ADD 1 TO WS-GROUP-COUNT
034900     END-IF.
035000 2550-EXIT.
035100     EXIT.
035200*-----------------------------------------------------------------
035300* 2600-PRINT-ONE-ENTRY - ONE ESCALATION LINE IF IT IS IN THE
035400* GROUP BEING PRINTED.
035500*-----------------------------------------------------------------
035600 2600-PRINT-ONE-ENTRY.
035700     IF ESC-ROUTE-IX (WS-ESC-IX) NOT = WS-GROUP-IX
035800         GO TO 2600-EXIT
035900     END-IF.
036000     MOVE ESC-REFERENCE (WS-ESC-IX) TO DTL-REFERENCE.
036100     MOVE ESC-RUN-NUMBER (WS-ESC-IX) TO DTL-RUN-NUMBER.
036200     MOVE ESC-REASON-CODE (WS-ESC-IX) TO DTL-REASON.
036300     MOVE ESC-SOURCE-ID (WS-ESC-IX) TO DTL-SOURCE.
036400     MOVE ESC-RETURN-DATE (WS-ESC-IX) TO DTL-RETURN-DATE.
036500     MOVE ESC-DUE-DATE (WS-ESC-IX) TO DTL-DUE-DATE.
036600     MOVE ESC-DAYS-OUT (WS-ESC-IX) TO DTL-DAYS.
036700     WRITE ESCALATION-RPT-RECORD FROM WS-DETAIL-LINE.
036800 2600-EXIT.
036900     EXIT.
037000*-----------------------------------------------------------------
037100* 3000-TERMINATE - THE CONTROL COUNTS AND THE GRADE.
037200*-----------------------------------------------------------------
037300 3000-TERMINATE.
037400     IF MASTER-OPEN-FAULT
037500         GO TO 3000-CLOSE
037600     END-IF.
037700     WRITE ESCALATION-RPT-RECORD FROM WS-BLANK-LINE.
037800     MOVE "LIFECYCLE RECORDS READ" TO CNT-LABEL.
037900     MOVE WS-READ-COUNT TO CNT-COUNT.
038000     WRITE ESCALATION-RPT-RECORD FROM WS-COUNT-LINE.
038100     MOVE "RETURNED, AWAITING ACKNOWLEDGMENT" TO CNT-LABEL.
038200     MOVE WS-AWAITING-COUNT TO CNT-COUNT.
038300     WRITE ESCALATION-RPT-RECORD FROM WS-COUNT-LINE.
038400     MOVE "OVERDUE - ESCALATED" TO CNT-LABEL.
038500     MOVE WS-ESCALATED-COUNT TO CNT-COUNT.
038600     WRITE ESCALATION-RPT-RECORD FROM WS-COUNT-LINE.
038700     MOVE "  OF WHICH NOT LISTED (TABLE FULL)" TO CNT-LABEL.
038800     MOVE WS-OVERFLOW-COUNT TO CNT-COUNT.
038900     WRITE ESCALATION-RPT-RECORD FROM WS-COUNT-LINE.
039000     CLOSE REJECT-STATUS-MASTER.
039100     DISPLAY "REJESCAL: " WS-AWAITING-COUNT " AWAITING, "
039200         WS-ESCALATED-COUNT " ESCALATED".
039300 3000-CLOSE.
039400     CLOSE ESCALATION-RPT.
039500     EVALUATE TRUE
039600         WHEN MASTER-OPEN-FAULT
039700             MOVE 8 TO RETURN-CODE
039800         WHEN WS-ESCALATED-COUNT > ZERO
039900             MOVE 4 TO RETURN-CODE
040000         WHEN OTHER
040100             MOVE ZERO TO RETURN-CODE
040200     END-EVALUATE.
040300 3000-EXIT.
040400     EXIT.
