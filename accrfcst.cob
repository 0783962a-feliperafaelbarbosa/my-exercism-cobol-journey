000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                ACCRFCST.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-15.
000600 DATE-COMPILED.             2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-15 DH  NEW PROGRAM. FORWARD FORECAST OF WHAT THE COMING
001100*                FEB 29 AND 53RD-FISCAL-WEEK ACCRUALS WILL COST,
001200*                FOR TREASURY'S JANUARY BUDGET, IN PLACE OF THE
001300*                SPREADSHEET BUILT BY HAND EVERY YEAR. WALKS THE
001400*                YEARS FROM THIS ONE ACROSS THE HORIZON: A LEAP
001500*                YEAR OFF CALENDAR-MASTER (CALL "LEAP" WHEN THE
001600*                YEAR IS NOT LOADED) AND A 53-WEEK YEAR OFF
001700*                FISCAL-PERIOD-MASTER (CALL "FISCAL445" WHEN IT
001800*                IS NOT) EACH MAKE ONE EVENT. EVERY OPEN OR
001900*                FROZEN ACCOUNT ON ACCTMAST IS PRICED FOR EVERY
002000*                EVENT AT ITS RATE-HISTORY RATE IN FORCE TODAY,
002100*                ON THE SAME BASIS AND VALUE-DATE RULES ACCRPOST
002200*                USES, SO THE FORECAST AND THE POSTING AGREE
002300*                WHEN THE DAY COMES. CLOSED AND CHARGED-OFF
002400*                ACCOUNTS ARE LEFT OUT. THE REPORT SHOWS EACH
002500*                EVENT'S VALUE DATE AND THE FISCAL PERIOD IT
002600*                LANDS IN, THEN TOTALS BY YEAR, BY REASON AND BY
002700*                RATE BAND. THE OPTIONAL FCSTPARM CARD SETS THE
002800*                SCENARIO:
002900*                  COLS  1-2   HORIZON IN YEARS, 01-50 (10)
003000*                  COL   3     BALANCE GROWTH SIGN, + OR -
003100*                  COLS  4-8   BALANCE GROWTH PCT A YEAR,
003200*                              9(3)V99, COMPOUNDED FROM THIS
003300*                              YEAR (ZERO)
003400*                  COL   9     RATE SHOCK SIGN, + OR -
003500*                  COLS 10-15  RATE SHOCK IN PERCENTAGE POINTS,
003600*                              9(2)V9(4), ADDED TO EVERY RATE
003700*                              AND FLOORED AT ZERO (ZERO)
003800*                A BLANK FIELD TAKES THE DEFAULT; A BAD ONE
003900*                REFUSES THE RUN RATHER THAN FORECAST A SCENARIO
004000*                NOBODY ASKED FOR. EVERY FILE IS READ ONLY - THE
004100*                SCENARIO LIVES ON THE REPORT AND NOWHERE ELSE.
004200*                RETURN CODE 0 = CLEAN, 4 = A YEAR OR DATE HAD
004300*                TO BE DERIVED OR LEFT UNKNOWN, 8 = REFUSED OR
004400*                THE ACCOUNT MASTER WOULD NOT OPEN.
004500*-----------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT FORECAST-PARM    ASSIGN TO FCSTPARM
005000                             ORGANIZATION IS LINE SEQUENTIAL
005100                             FILE STATUS IS WS-PARM-FILE-STATUS.
005200     SELECT ACCOUNT-MASTER   ASSIGN TO ACCTMAST
005300                             ORGANIZATION IS INDEXED
005400                             ACCESS MODE IS SEQUENTIAL
005500                             RECORD KEY IS AM-REFERENCE
005600                             FILE STATUS IS WS-AM-FILE-STATUS.
005700     SELECT CALENDAR-MASTER  ASSIGN TO CALMAST
005800                             ORGANIZATION IS INDEXED
005900                             ACCESS MODE IS RANDOM
006000                             RECORD KEY IS CM-YEAR
006100                             FILE STATUS IS WS-CM-FILE-STATUS.
006200     SELECT FISCAL-PERIOD-MASTER ASSIGN TO FISCPER
006300                             ORGANIZATION IS INDEXED
006400                             ACCESS MODE IS RANDOM
006500                             RECORD KEY IS FP-KEY
006600                             FILE STATUS IS WS-FP-FILE-STATUS.
006700     SELECT RATE-HISTORY     ASSIGN TO RATEHIST
006800                             ORGANIZATION IS INDEXED
006900                             ACCESS MODE IS DYNAMIC
007000                             RECORD KEY IS RT-KEY
007100                             FILE STATUS IS WS-RT-FILE-STATUS.
007200     SELECT FORECAST-RPT     ASSIGN TO ACCRFCR
007300                             ORGANIZATION IS LINE SEQUENTIAL.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  FORECAST-PARM.
007700 01  FORECAST-PARM-RECORD    PIC X(80).
007800 FD  ACCOUNT-MASTER.
007900     COPY ACCTMAST.
008000 FD  CALENDAR-MASTER.
008100     COPY CALMAST.
008200 FD  FISCAL-PERIOD-MASTER.
008300     COPY FISCPER.
008400 FD  RATE-HISTORY.
008500     COPY RATEHIST.
008600 FD  FORECAST-RPT.
008700 01  FORECAST-RPT-RECORD     PIC X(80).
008800 WORKING-STORAGE SECTION.
008900 01  WS-PARM-FILE-STATUS     PIC X(02).
009000 01  WS-AM-FILE-STATUS       PIC X(02).
009100 01  WS-CM-FILE-STATUS       PIC X(02).
009200 01  WS-FP-FILE-STATUS       PIC X(02).
009300 01  WS-RT-FILE-STATUS       PIC X(02).
009400 01  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
009500     88  END-OF-ACCOUNT-MASTER       VALUE "Y".
009600 01  WS-AM-OPEN-SWITCH       PIC X(01)   VALUE "N".
009700     88  ACCOUNT-MASTER-OPEN         VALUE "Y".
009800 01  WS-CM-OPEN-SWITCH       PIC X(01)   VALUE "N".
009900     88  CALENDAR-MASTER-AVAILABLE   VALUE "Y".
010000 01  WS-FP-OPEN-SWITCH       PIC X(01)   VALUE "N".
010100     88  FISCAL-PERIODS-AVAILABLE    VALUE "Y".
010200 01  WS-RT-OPEN-SWITCH       PIC X(01)   VALUE "N".
010300     88  RATE-HISTORY-AVAILABLE      VALUE "Y".
010400 01  WS-RATE-EOF-SWITCH      PIC X(01)   VALUE "N".
010500     88  END-OF-RATE-WALK            VALUE "Y".
010600 01  WS-RATE-FOUND-SWITCH    PIC X(01)   VALUE "N".
010700     88  RATE-IN-FORCE-FOUND         VALUE "Y".
010800 01  WS-PERIOD-FOUND-SWITCH  PIC X(01)   VALUE "N".
010900     88  VALUE-PERIOD-FOUND          VALUE "Y".
011000 01  WS-REFUSE-TEXT          PIC X(40)   VALUE SPACES.
011100 01  WS-SYS-DATE             PIC 9(08).
011200 01  WS-SYS-DATE-PARTS REDEFINES WS-SYS-DATE.
011300     05  WS-SYS-YEAR         PIC 9(04).
011400     05  WS-SYS-MMDD         PIC 9(04).
011500*    THE SCENARIO, AS READ OFF FCSTPARM OR DEFAULTED.
011600 01  WS-HORIZON-YEARS        PIC 9(02)   VALUE 10.
011700 01  WS-GROWTH-SIGN          PIC X(01)   VALUE "+".
011800 01  WS-GROWTH-PCT           PIC 9(03)V99 VALUE ZERO.
011900 01  WS-GROWTH-RATE          PIC S9(03)V99 VALUE ZERO.
012000 01  WS-SHOCK-SIGN           PIC X(01)   VALUE "+".
012100 01  WS-SHOCK-PCT            PIC 9(02)V9(04) VALUE ZERO.
012200 01  WS-SHOCK-RATE           PIC S9(02)V9(04) VALUE ZERO.
012300 01  WS-PARM-HORIZON-X       PIC X(02).
012400 01  WS-PARM-HORIZON REDEFINES WS-PARM-HORIZON-X
012500                             PIC 9(02).
012600 01  WS-PARM-GROWTH-X        PIC X(05).
012700 01  WS-PARM-GROWTH REDEFINES WS-PARM-GROWTH-X
012800                             PIC 9(03)V99.
012900 01  WS-PARM-SHOCK-X         PIC X(06).
013000 01  WS-PARM-SHOCK REDEFINES WS-PARM-SHOCK-X
013100                             PIC 9(02)V9(04).
013200*    THE YEAR WALK.
013300 01  WS-YEAR-IX              PIC 9(02).
013400 01  WS-EVENT-YEAR           PIC 9(04).
013500 01  WS-LAST-YEAR            PIC 9(04).
013600 01  WS-YEARS-AHEAD          PIC 9(02).
013700 01  WS-RESULT               PIC 9(01).
013800 01  WS-REASON-CODE          PIC X(04).
013900 01  WS-FEB29-DATE.
014000     05  WS-F29-YEAR         PIC 9(04).
014100     05  WS-F29-MMDD         PIC 9(04).
014200 01  WS-FEB29-DATE-N REDEFINES WS-FEB29-DATE
014300                             PIC 9(08).
014400 01  WS-VALUE-DATE           PIC 9(08).
014500 01  WS-VALUE-DATE-PARTS REDEFINES WS-VALUE-DATE.
014600     05  WS-VALUE-YEAR       PIC 9(04).
014700     05  WS-VALUE-MMDD       PIC 9(04).
014800 01  WS-YEAR-END-DATE        PIC 9(08).
014900 01  WS-WEEK53-PERIOD        PIC 9(02).
015000 01  WS-PERIOD-IX            PIC 9(02).
015100 01  WS-SEARCH-YEAR          PIC 9(04).
015200 01  WS-FOUND-FISCAL-YEAR    PIC 9(04).
015300 01  WS-FOUND-PERIOD         PIC 9(02).
015400 01  WS-EVENT-TYPE           PIC X(01).
015500 01  WS-EVENT-REASON         PIC X(20).
015600 01  WS-DC-FUNCTION          PIC X(01).
015700 01  WS-DC-DAYS              PIC S9(04).
015800 01  WS-DC-RESULT-DATE       PIC 9(08).
015900 01  WS-DC-ANSWER            PIC X(01).
016000*    ONE ENTRY PER FORECAST EVENT, IN YEAR ORDER. TWO A YEAR AT
016100*    MOST ACROSS A 50-YEAR HORIZON.
016200 01  WS-EVENT-COUNT          PIC 9(03)   VALUE ZERO.
016300 01  WS-EVENT-IX             PIC 9(03).
016400 01  WS-EVENT-TABLE.
016500     05  WS-EVENT-ENTRY      OCCURS 100.
016600         10  EV-YEAR         PIC 9(04).
016700         10  EV-TYPE         PIC X(01).
016800             88  EV-FEB29            VALUE "L".
016900             88  EV-WEEK53           VALUE "W".
017000         10  EV-REASON       PIC X(20).
017100         10  EV-VALUE-DATE   PIC 9(08).
017200         10  EV-FISCAL-YEAR  PIC 9(04).
017300         10  EV-FISCAL-PERIOD PIC 9(02).
017400         10  EV-GROWTH-FACTOR PIC 9(05)V9(08).
017500         10  EV-ACCOUNT-COUNT PIC 9(08).
017600         10  EV-AMOUNT       PIC S9(13)V99.
017700*    RATE BANDS BY WHOLE PERCENT OF THE SCENARIO RATE: BAND 1 IS
017800*    0.00-0.99, BAND 10 IS 9.00-9.99, BAND 11 IS 10.00 AND OVER.
017900 01  WS-BAND-IX              PIC 9(02).
018000 01  WS-RATE-WHOLE           PIC 9(03).
018100 01  WS-BAND-TABLE.
018200     05  WS-BAND-ENTRY       OCCURS 11.
018300         10  BD-ACCOUNT-COUNT PIC 9(08).
018400         10  BD-AMOUNT       PIC S9(13)V99.
018500*    PRICING ONE ACCOUNT.
018600 01  WS-RATE-TARGET-DATE     PIC 9(08).
018700 01  WS-EFFECTIVE-RATE       PIC 9(02)V9(04).
018800 01  WS-SCENARIO-RATE        PIC S9(03)V9(04).
018900 01  WS-PROJECTED-BALANCE    PIC S9(13)V99.
019000 01  WS-INTEREST-AMOUNT      PIC S9(11)V99.
019100*    TOTALS AND COUNTS.
019200 01  WS-BREAK-YEAR           PIC 9(04).
019300 01  WS-YEAR-TOTAL           PIC S9(13)V99.
019400 01  WS-FEB29-TOTAL          PIC S9(13)V99 VALUE ZERO.
019500 01  WS-WEEK53-TOTAL         PIC S9(13)V99 VALUE ZERO.
019600 01  WS-GRAND-TOTAL          PIC S9(13)V99 VALUE ZERO.
019700 01  WS-FEB29-EVENT-COUNT    PIC 9(08)   VALUE ZERO.
019800 01  WS-WEEK53-EVENT-COUNT   PIC 9(08)   VALUE ZERO.
019900 01  WS-READ-COUNT           PIC 9(08)   VALUE ZERO.
020000 01  WS-PRICED-COUNT         PIC 9(08)   VALUE ZERO.
020100 01  WS-FROZEN-COUNT         PIC 9(08)   VALUE ZERO.
020200 01  WS-CLOSED-COUNT         PIC 9(08)   VALUE ZERO.
020300 01  WS-RATE-FALLBACK-COUNT  PIC 9(08)   VALUE ZERO.
020400 01  WS-RATE-FLOOR-COUNT     PIC 9(08)   VALUE ZERO.
020500 01  WS-LEAP-FALLBACK-COUNT  PIC 9(08)   VALUE ZERO.
020600 01  WS-WEEK53-FALLBACK-COUNT PIC 9(08)  VALUE ZERO.
020700 01  WS-VDATE-FALLBACK-COUNT PIC 9(08)   VALUE ZERO.
020800 01  WS-PERIOD-UNKNOWN-COUNT PIC 9(08)   VALUE ZERO.
020900*    REPORT LINES.
021000 01  WS-REPORT-TITLE.
021100     05  FILLER              PIC X(43)  VALUE
021200         "ACCRFCST FORWARD ACCRUAL LIABILITY FORECAST".
021300     05  FILLER              PIC X(09)  VALUE "RUN DATE ".
021400     05  TTL-RUN-DATE        PIC 9(08).
021500     05  FILLER              PIC X(20)  VALUE SPACES.
021600 01  WS-SCENARIO-LINE-1.
021700     05  FILLER              PIC X(18)  VALUE
021800         "SCENARIO  HORIZON ".
021900     05  SCN-HORIZON         PIC Z9.
022000     05  FILLER              PIC X(16)  VALUE
022100         " YRS  GROWTH PCT".
022200     05  SCN-GROWTH          PIC +ZZ9.99.
022300     05  FILLER              PIC X(16)  VALUE
022400         "/YR  RATE SHOCK ".
022500     05  SCN-SHOCK           PIC +Z9.9999.
022600     05  FILLER              PIC X(04)  VALUE " PTS".
022700     05  FILLER              PIC X(09)  VALUE SPACES.
022800 01  WS-SCENARIO-LINE-2.
022900     05  FILLER              PIC X(16)  VALUE
023000         "          YEARS ".
023100     05  SCN-FIRST-YEAR      PIC 9(04).
023200     05  FILLER              PIC X(06)  VALUE " THRU ".
023300     05  SCN-LAST-YEAR       PIC 9(04).
023400     05  FILLER              PIC X(21)  VALUE
023500         "  RATES IN FORCE AT ".
023600     05  SCN-RATE-DATE       PIC 9(08).
023700     05  FILLER              PIC X(21)  VALUE SPACES.
023800 01  WS-REFUSE-LINE.
023900     05  FILLER              PIC X(14)  VALUE "RUN REFUSED - ".
024000     05  REF-REASON          PIC X(40).
024100     05  FILLER              PIC X(26)  VALUE SPACES.
024200 01  WS-SECTION-LINE.
024300     05  SEC-TEXT            PIC X(60).
024400     05  FILLER              PIC X(20)  VALUE SPACES.
024500 01  WS-EVENT-HEADING.
024600     05  FILLER              PIC X(06)  VALUE "YEAR".
024700     05  FILLER              PIC X(22)  VALUE "REASON".
024800     05  FILLER              PIC X(10)  VALUE "VALUE DT".
024900     05  FILLER              PIC X(09)  VALUE "FY/PER".
025000     05  FILLER              PIC X(09)  VALUE "ACCOUNTS".
025100     05  FILLER              PIC X(24)  VALUE "         AMOUNT".
025200 01  WS-EVENT-LINE.
025300     05  EVL-YEAR            PIC 9(04).
025400     05  FILLER              PIC X(02)  VALUE SPACES.
025500     05  EVL-REASON          PIC X(20).
025600     05  FILLER              PIC X(02)  VALUE SPACES.
025700     05  EVL-VALUE-DATE      PIC 9(08).
025800     05  EVL-VALUE-DATE-X REDEFINES EVL-VALUE-DATE
025900                             PIC X(08).
026000     05  FILLER              PIC X(02)  VALUE SPACES.
026100     05  EVL-FISCAL.
026200         10  EVL-FISCAL-YEAR PIC 9(04).
026300         10  EVL-FISCAL-SLASH PIC X(01).
026400         10  EVL-FISCAL-PERIOD PIC 9(02).
026500     05  EVL-FISCAL-X REDEFINES EVL-FISCAL
026600                             PIC X(07).
026700     05  FILLER              PIC X(02)  VALUE SPACES.
026800     05  EVL-ACCOUNTS        PIC Z(06)9.
026900     05  FILLER              PIC X(02)  VALUE SPACES.
027000     05  EVL-AMOUNT          PIC Z(10)9.99-.
027100     05  FILLER              PIC X(09)  VALUE SPACES.
027200 01  WS-YEAR-TOTAL-LINE.
027300     05  FILLER              PIC X(15)  VALUE "TOTAL FOR YEAR ".
027400     05  YTL-YEAR            PIC 9(04).
027500     05  FILLER              PIC X(15)  VALUE SPACES.
027600     05  YTL-AMOUNT          PIC Z(12)9.99-.
027700     05  FILLER              PIC X(29)  VALUE SPACES.
027800 01  WS-AMOUNT-LINE.
027900     05  AMT-LABEL           PIC X(34).
028000     05  AMT-AMOUNT          PIC Z(12)9.99-.
028100     05  FILLER              PIC X(29)  VALUE SPACES.
028200 01  WS-BAND-HEADING.
028300     05  FILLER              PIC X(26)  VALUE
028400         "SCENARIO RATE".
028500     05  FILLER              PIC X(10)  VALUE "ACCOUNTS".
028600     05  FILLER              PIC X(44)  VALUE
028700         "           AMOUNT".
028800 01  WS-BAND-LINE.
028900     05  BDL-LABEL.
029000         10  BDL-LOW         PIC Z9.
029100         10  BDL-TO          PIC X(06).
029200         10  BDL-HIGH        PIC Z9.
029300         10  BDL-PCT         PIC X(14).
029400     05  FILLER              PIC X(02)  VALUE SPACES.
029500     05  BDL-ACCOUNTS        PIC Z(07)9.
029600     05  FILLER              PIC X(02)  VALUE SPACES.
029700     05  BDL-AMOUNT          PIC Z(12)9.99-.
029800     05  FILLER              PIC X(27)  VALUE SPACES.
029900 01  WS-COUNT-LINE.
030000     05  CNT-LABEL           PIC X(34).
030100     05  CNT-COUNT           PIC Z(07)9.
030200     05  FILLER              PIC X(38)  VALUE SPACES.
030300*-----------------------------------------------------------------
030400 PROCEDURE DIVISION.
030500 0000-MAINLINE.
030600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030700     IF WS-REFUSE-TEXT = SPACES
030800         AND ACCOUNT-MASTER-OPEN
030900         AND WS-EVENT-COUNT > ZERO
031000         PERFORM 2000-PRICE-ONE-ACCOUNT THRU 2000-EXIT
031100             UNTIL END-OF-ACCOUNT-MASTER
031200     END-IF.
031300     PERFORM 3000-TERMINATE THRU 3000-EXIT.
031400     STOP RUN.
031500*-----------------------------------------------------------------
031600* 1000-INITIALIZE - READ THE SCENARIO, OPEN THE REPORT AND THE
031700* MASTERS, AND BUILD THE EVENT TABLE. A REFUSED CARD OR AN
031800* ACCOUNT MASTER THAT WILL NOT OPEN STOPS HERE; THE CALENDAR,
031900* PERIOD AND RATE FILES ARE OPTIONAL, EACH FALLING BACK THE SAME
032000* WAY IT DOES IN YEARCHK AND ACCRPOST.
032100*-----------------------------------------------------------------
032200 1000-INITIALIZE.
032300     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
032400     MOVE WS-SYS-DATE TO TTL-RUN-DATE.
032500     MOVE WS-SYS-DATE TO WS-RATE-TARGET-DATE.
032600     INITIALIZE WS-BAND-TABLE.
032700     OPEN OUTPUT FORECAST-RPT.
032800     WRITE FORECAST-RPT-RECORD FROM WS-REPORT-TITLE.
032900     PERFORM 1100-READ-FORECAST-PARM THRU 1100-EXIT.
033000     IF WS-REFUSE-TEXT NOT = SPACES
033100         GO TO 1000-EXIT
033200     END-IF.
033300     OPEN INPUT ACCOUNT-MASTER.
033400     IF WS-AM-FILE-STATUS NOT = "00"
033500         MOVE "ACCOUNT MASTER WILL NOT OPEN - NO FORECAST"
033600             TO SEC-TEXT
033700         WRITE FORECAST-RPT-RECORD FROM WS-SECTION-LINE
033800         DISPLAY "ACCRFCST: ACCTMAST WILL NOT OPEN, STATUS "
033900             WS-AM-FILE-STATUS
034000         GO TO 1000-EXIT
034100     END-IF.
034200     SET ACCOUNT-MASTER-OPEN TO TRUE.
034300     OPEN INPUT CALENDAR-MASTER.
034400     IF WS-CM-FILE-STATUS = "00"
034500         SET CALENDAR-MASTER-AVAILABLE TO TRUE
034600     ELSE
034700         DISPLAY "ACCRFCST: CALMAST NOT AVAILABLE, STATUS "
034800             WS-CM-FILE-STATUS " - LEAP YEARS FROM LEAP"
034900     END-IF.
035000     OPEN INPUT FISCAL-PERIOD-MASTER.
035100     IF WS-FP-FILE-STATUS = "00"
035200         SET FISCAL-PERIODS-AVAILABLE TO TRUE
035300     ELSE
035400         DISPLAY "ACCRFCST: FISCPER NOT AVAILABLE, STATUS "
035500             WS-FP-FILE-STATUS " - 53-WEEK YEARS FROM FISCAL445"
035600     END-IF.
035700     OPEN INPUT RATE-HISTORY.
035800     IF WS-RT-FILE-STATUS = "00"
035900         SET RATE-HISTORY-AVAILABLE TO TRUE
036000     ELSE
036100         DISPLAY "ACCRFCST: RATEHIST NOT AVAILABLE, STATUS "
036200             WS-RT-FILE-STATUS " - MASTER RATES USED"
036300     END-IF.
036400     COMPUTE WS-LAST-YEAR = WS-SYS-YEAR + WS-HORIZON-YEARS - 1.
036500     MOVE WS-HORIZON-YEARS TO SCN-HORIZON.
036600     MOVE WS-GROWTH-RATE TO SCN-GROWTH.
036700     MOVE WS-SHOCK-RATE TO SCN-SHOCK.
036800     MOVE WS-SYS-YEAR TO SCN-FIRST-YEAR.
036900     MOVE WS-LAST-YEAR TO SCN-LAST-YEAR.
037000     MOVE WS-RATE-TARGET-DATE TO SCN-RATE-DATE.
037100     WRITE FORECAST-RPT-RECORD FROM WS-SCENARIO-LINE-1.
037200     WRITE FORECAST-RPT-RECORD FROM WS-SCENARIO-LINE-2.
037300     PERFORM 1200-CHECK-ONE-YEAR THRU 1200-EXIT
037400         VARYING WS-YEAR-IX FROM 1 BY 1
037500         UNTIL WS-YEAR-IX > WS-HORIZON-YEARS
037600             OR WS-REFUSE-TEXT NOT = SPACES.
037700 1000-EXIT.
037800     EXIT.
037900*-----------------------------------------------------------------
038000* 1100-READ-FORECAST-PARM - THE SCENARIO OFF THE FCSTPARM CARD.
038100* NO CARD, OR A BLANK FIELD, IS THE PLAIN FORECAST: TEN YEARS,
038200* NO GROWTH, NO SHOCK. A FIELD THAT IS THERE BUT WILL NOT READ
038300* REFUSES THE RUN, AS TAX1099 DOES WITH ITS CARD - A PLANNER
038400* HANDED THE PLAIN FORECAST UNDER A SCENARIO HEADING THEY DID
038500* NOT GET WOULD BUDGET FROM THE WRONG NUMBER.
038600*-----------------------------------------------------------------
038700 1100-READ-FORECAST-PARM.
038800     OPEN INPUT FORECAST-PARM.
038900     IF WS-PARM-FILE-STATUS NOT = "00"
039000         GO TO 1100-EXIT
039100     END-IF.
039200     READ FORECAST-PARM
039300         AT END
039400             MOVE SPACES TO FORECAST-PARM-RECORD
039500     END-READ.
039600     CLOSE FORECAST-PARM.
039700     IF FORECAST-PARM-RECORD (1:2) NOT = SPACES
039800         MOVE FORECAST-PARM-RECORD (1:2) TO WS-PARM-HORIZON-X
039900         IF WS-PARM-HORIZON NOT NUMERIC
040000             MOVE "FCSTPARM HORIZON NOT NUMERIC"
040100                 TO WS-REFUSE-TEXT
040200             GO TO 1100-EXIT
040300         END-IF
040400         IF WS-PARM-HORIZON < 1 OR WS-PARM-HORIZON > 50
040500             MOVE "FCSTPARM HORIZON NOT 01-50"
040600                 TO WS-REFUSE-TEXT
040700             GO TO 1100-EXIT
040800         END-IF
040900         MOVE WS-PARM-HORIZON TO WS-HORIZON-YEARS
041000     END-IF.
041100     IF FORECAST-PARM-RECORD (3:1) NOT = SPACE
041200         MOVE FORECAST-PARM-RECORD (3:1) TO WS-GROWTH-SIGN
041300     END-IF.
041400     IF WS-GROWTH-SIGN NOT = "+" AND WS-GROWTH-SIGN NOT = "-"
041500         MOVE "FCSTPARM GROWTH SIGN NOT + OR -"
041600             TO WS-REFUSE-TEXT
041700         GO TO 1100-EXIT
041800     END-IF.
041900     IF FORECAST-PARM-RECORD (4:5) NOT = SPACES
042000         MOVE FORECAST-PARM-RECORD (4:5) TO WS-PARM-GROWTH-X
042100         IF WS-PARM-GROWTH NOT NUMERIC
042200             MOVE "FCSTPARM GROWTH NOT NUMERIC"
042300                 TO WS-REFUSE-TEXT
042400             GO TO 1100-EXIT
042500         END-IF
042600         MOVE WS-PARM-GROWTH TO WS-GROWTH-PCT
042700     END-IF.
042800     IF WS-GROWTH-SIGN = "-"
042900         IF WS-GROWTH-PCT NOT < 100
043000             MOVE "FCSTPARM GROWTH NOT ABOVE -100 PCT"
043100                 TO WS-REFUSE-TEXT
043200             GO TO 1100-EXIT
043300         END-IF
043400         COMPUTE WS-GROWTH-RATE = 0 - WS-GROWTH-PCT
043500     ELSE
043600         MOVE WS-GROWTH-PCT TO WS-GROWTH-RATE
043700     END-IF.
043800     IF FORECAST-PARM-RECORD (9:1) NOT = SPACE
043900         MOVE FORECAST-PARM-RECORD (9:1) TO WS-SHOCK-SIGN
044000     END-IF.
044100     IF WS-SHOCK-SIGN NOT = "+" AND WS-SHOCK-SIGN NOT = "-"
044200         MOVE "FCSTPARM SHOCK SIGN NOT + OR -"
044300             TO WS-REFUSE-TEXT
044400         GO TO 1100-EXIT
044500     END-IF.
044600     IF FORECAST-PARM-RECORD (10:6) NOT = SPACES
044700         MOVE FORECAST-PARM-RECORD (10:6) TO WS-PARM-SHOCK-X
044800         IF WS-PARM-SHOCK NOT NUMERIC
044900             MOVE "FCSTPARM RATE SHOCK NOT NUMERIC"
045000                 TO WS-REFUSE-TEXT
045100             GO TO 1100-EXIT
045200         END-IF
045300         MOVE WS-PARM-SHOCK TO WS-SHOCK-PCT
045400     END-IF.
045500     IF WS-SHOCK-SIGN = "-"
045600         COMPUTE WS-SHOCK-RATE = 0 - WS-SHOCK-PCT
045700     ELSE
045800         MOVE WS-SHOCK-PCT TO WS-SHOCK-RATE
045900     END-IF.
046000 1100-EXIT.
046100     EXIT.
046200*-----------------------------------------------------------------
046300* 1200-CHECK-ONE-YEAR - ONE YEAR OF THE HORIZON: A FEB 29 EVENT
046400* IF IT IS A LEAP YEAR, A 53RD-WEEK EVENT IF ITS FISCAL YEAR
046500* RUNS 53 WEEKS. FEB 29 GOES IN FIRST SO THE TABLE STAYS IN THE
046600* ORDER THE DAYS FALL.
046700*-----------------------------------------------------------------
046800 1200-CHECK-ONE-YEAR.
046900     COMPUTE WS-EVENT-YEAR = WS-SYS-YEAR + WS-YEAR-IX - 1.
047000     COMPUTE WS-YEARS-AHEAD = WS-YEAR-IX - 1.
047100     PERFORM 1300-CHECK-LEAP-YEAR THRU 1300-EXIT.
047200     IF WS-REFUSE-TEXT = SPACES
047300         PERFORM 1400-CHECK-WEEK53-YEAR THRU 1400-EXIT
047400     END-IF.
047500 1200-EXIT.
047600     EXIT.
047700*-----------------------------------------------------------------
047800* 1300-CHECK-LEAP-YEAR - CALENDAR-MASTER BY CM-YEAR, FALLING
047900* BACK TO CALL "LEAP" FOR A YEAR NOT LOADED OR NO MASTER AT
048000* ALL, AS YEARCHK DOES. A FEB 29 ALREADY BEHIND US IS NOT A
048100* FORECAST - ACCRPOST HAS IT OR WILL. THE VALUE DATE FOLLOWS
048200* ACCRPOST'S RULE: FEB 29 ITSELF WHEN IT IS A BUSINESS DAY,
048300* OTHERWISE THE FIRST BUSINESS DAY AFTER.
048400*-----------------------------------------------------------------
048500 1300-CHECK-LEAP-YEAR.
048600     MOVE ZERO TO WS-RESULT.
048700     IF CALENDAR-MASTER-AVAILABLE
048800         MOVE WS-EVENT-YEAR TO CM-YEAR
048900         READ CALENDAR-MASTER
049000             INVALID KEY
049100                 ADD 1 TO WS-LEAP-FALLBACK-COUNT
049200                 CALL "LEAP" USING WS-EVENT-YEAR, WS-RESULT,
049300                     WS-REASON-CODE
049400             NOT INVALID KEY
049500                 IF CM-IS-LEAP-YEAR
049600                     MOVE 1 TO WS-RESULT
049700                 END-IF
049800         END-READ
049900     ELSE
050000         ADD 1 TO WS-LEAP-FALLBACK-COUNT
050100         CALL "LEAP" USING WS-EVENT-YEAR, WS-RESULT,
050200             WS-REASON-CODE
050300     END-IF.
050400     IF WS-RESULT NOT = 1
050500         GO TO 1300-EXIT
050600     END-IF.
050700     MOVE WS-EVENT-YEAR TO WS-F29-YEAR.
050800     MOVE 0229 TO WS-F29-MMDD.
050900     IF WS-FEB29-DATE-N < WS-SYS-DATE
051000         GO TO 1300-EXIT
051100     END-IF.
051200     MOVE ZERO TO WS-VALUE-DATE.
051300     MOVE "B" TO WS-DC-FUNCTION.
051400     MOVE ZERO TO WS-DC-DAYS.
051500     CALL "DATECALC" USING WS-DC-FUNCTION, WS-FEB29-DATE,
051600         WS-DC-DAYS, WS-DC-RESULT-DATE, WS-DC-ANSWER.
051700     IF WS-DC-ANSWER = "Y"
051800         MOVE WS-FEB29-DATE-N TO WS-VALUE-DATE
051900     END-IF.
052000     IF WS-DC-ANSWER = "N"
052100         MOVE "A" TO WS-DC-FUNCTION
052200         MOVE 1 TO WS-DC-DAYS
052300         CALL "DATECALC" USING WS-DC-FUNCTION, WS-FEB29-DATE,
052400             WS-DC-DAYS, WS-DC-RESULT-DATE, WS-DC-ANSWER
052500         IF WS-DC-ANSWER = "Y"
052600             MOVE WS-DC-RESULT-DATE TO WS-VALUE-DATE
052700         END-IF
052800     END-IF.
052900     MOVE "L" TO WS-EVENT-TYPE.
053000     MOVE "FEB 29 EXTRA DAY" TO WS-EVENT-REASON.
053100     PERFORM 1600-ADD-EVENT THRU 1600-EXIT.
053200 1300-EXIT.
053300     EXIT.
053400*-----------------------------------------------------------------
053500* 1400-CHECK-WEEK53-YEAR - ALL TWELVE PERIODS OF THE FISCAL
053600* YEAR OFF FISCAL-PERIOD-MASTER. THE PERIOD CARRYING THE 53RD
053700* WEEK IS SEARCHED FOR, AS YEARCHK DOES, AND STAMPED ON THE
053800* REASON; PERIOD 12'S END DATE IS THE FISCAL YEAR-END THE VALUE
053900* DATE IS WORKED FROM, ONE BUSINESS DAY PAST IT AS IN ACCRPOST.
054000* A YEAR NOT LOADED FALLS BACK TO CALL "FISCAL445" AND CARRIES
054100* NO VALUE DATE. A FISCAL YEAR ALREADY ENDED IS NOT FORECAST.
054200*-----------------------------------------------------------------
054300 1400-CHECK-WEEK53-YEAR.
054400     MOVE ZERO TO WS-RESULT.
054500     MOVE ZERO TO WS-WEEK53-PERIOD.
054600     MOVE ZERO TO WS-YEAR-END-DATE.
054700     MOVE ZERO TO WS-VALUE-DATE.
054800     IF FISCAL-PERIODS-AVAILABLE
054900         PERFORM 1450-READ-ONE-PERIOD THRU 1450-EXIT
055000             VARYING WS-PERIOD-IX FROM 1 BY 1
055100             UNTIL WS-PERIOD-IX > 12
055200     END-IF.
055300     IF WS-YEAR-END-DATE = ZERO
055400         ADD 1 TO WS-WEEK53-FALLBACK-COUNT
055500         CALL "FISCAL445" USING WS-EVENT-YEAR, WS-RESULT
055600     ELSE
055700         IF WS-WEEK53-PERIOD NOT = ZERO
055800             MOVE 1 TO WS-RESULT
055900         END-IF
056000     END-IF.
056100     IF WS-RESULT NOT = 1
056200         GO TO 1400-EXIT
056300     END-IF.
056400     IF WS-YEAR-END-DATE NOT = ZERO
056500         AND WS-YEAR-END-DATE < WS-SYS-DATE
056600         GO TO 1400-EXIT
056700     END-IF.
056800     MOVE "53RD FISCAL WEEK" TO WS-EVENT-REASON.
056900     IF WS-WEEK53-PERIOD NOT = ZERO
057000         MOVE "53RD FISCAL WEEK P" TO WS-EVENT-REASON (1:18)
057100         MOVE WS-WEEK53-PERIOD TO WS-EVENT-REASON (19:2)
057200     END-IF.
057300     IF WS-YEAR-END-DATE NOT = ZERO
057400         MOVE "A" TO WS-DC-FUNCTION
057500         MOVE 1 TO WS-DC-DAYS
057600         CALL "DATECALC" USING WS-DC-FUNCTION, WS-YEAR-END-DATE,
057700             WS-DC-DAYS, WS-DC-RESULT-DATE, WS-DC-ANSWER
057800         IF WS-DC-ANSWER = "Y"
057900             MOVE WS-DC-RESULT-DATE TO WS-VALUE-DATE
058000         END-IF
058100     END-IF.
058200     MOVE "W" TO WS-EVENT-TYPE.
058300     PERFORM 1600-ADD-EVENT THRU 1600-EXIT.
058400 1400-EXIT.
058500     EXIT.
058600*-----------------------------------------------------------------
058700* 1450-READ-ONE-PERIOD - ONE PERIOD OF THE EVENT YEAR. A PERIOD
058800* NOT ON FILE IS PASSED OVER; ONLY A MISSING PERIOD 12 MAKES THE
058900* YEAR COUNT AS NOT LOADED.
059000*-----------------------------------------------------------------
059100 1450-READ-ONE-PERIOD.
059200     MOVE WS-EVENT-YEAR TO FP-FISCAL-YEAR.
059300     MOVE WS-PERIOD-IX TO FP-PERIOD.
059400     READ FISCAL-PERIOD-MASTER
059500         INVALID KEY
059600             GO TO 1450-EXIT
059700     END-READ.
059800     IF FP-CARRIES-WEEK53
059900         MOVE FP-PERIOD TO WS-WEEK53-PERIOD
060000     END-IF.
060100     IF FP-PERIOD = 12
060200         MOVE FP-END-DATE TO WS-YEAR-END-DATE
060300     END-IF.
060400 1450-EXIT.
060500     EXIT.
060600*-----------------------------------------------------------------
060700* 1500-FIND-VALUE-PERIOD - THE FISCAL YEAR AND PERIOD THE VALUE
060800* DATE FALLS IN. A 4-4-5 YEAR DOES NOT START ON JANUARY 1, SO
060900* THE FISCAL YEARS EITHER SIDE OF THE VALUE DATE'S CALENDAR
061000* YEAR ARE SEARCHED AS WELL. NO VALUE DATE, NO PERIOD MASTER,
061100* OR A DATE IN NO LOADED PERIOD LEAVES IT UNKNOWN.
061200*-----------------------------------------------------------------
061300 1500-FIND-VALUE-PERIOD.
061400     MOVE "N" TO WS-PERIOD-FOUND-SWITCH.
061500     MOVE ZERO TO WS-FOUND-FISCAL-YEAR.
061600     MOVE ZERO TO WS-FOUND-PERIOD.
061700     IF WS-VALUE-DATE = ZERO
061800         OR NOT FISCAL-PERIODS-AVAILABLE
061900         GO TO 1500-EXIT
062000     END-IF.
062100     COMPUTE WS-SEARCH-YEAR = WS-VALUE-YEAR - 1.
062200     PERFORM 1550-TRY-ONE-PERIOD THRU 1550-EXIT
062300         VARYING WS-SEARCH-YEAR FROM WS-SEARCH-YEAR BY 1
062400         UNTIL WS-SEARCH-YEAR > WS-VALUE-YEAR + 1
062500             OR VALUE-PERIOD-FOUND
062600         AFTER WS-PERIOD-IX FROM 1 BY 1
062700         UNTIL WS-PERIOD-IX > 12
062800             OR VALUE-PERIOD-FOUND.
062900 1500-EXIT.
063000     EXIT.
063100*-----------------------------------------------------------------
063200* 1550-TRY-ONE-PERIOD - DOES THE VALUE DATE FALL IN THIS ONE.
063300*-----------------------------------------------------------------
063400 1550-TRY-ONE-PERIOD.
063500     MOVE WS-SEARCH-YEAR TO FP-FISCAL-YEAR.
063600     MOVE WS-PERIOD-IX TO FP-PERIOD.
063700     READ FISCAL-PERIOD-MASTER
063800         INVALID KEY
063900             GO TO 1550-EXIT
064000     END-READ.
064100     IF WS-VALUE-DATE NOT < FP-START-DATE
064200         AND WS-VALUE-DATE NOT > FP-END-DATE
064300         SET VALUE-PERIOD-FOUND TO TRUE
064400         MOVE FP-FISCAL-YEAR TO WS-FOUND-FISCAL-YEAR
064500         MOVE FP-PERIOD TO WS-FOUND-PERIOD
064600     END-IF.
064700 1550-EXIT.
064800     EXIT.
064900*-----------------------------------------------------------------
065000* 1600-ADD-EVENT - ONE EVENT ONTO THE TABLE WITH ITS VALUE DATE,
065100* ITS FISCAL PERIOD AND THE SCENARIO'S BALANCE GROWTH FACTOR FOR
065200* ITS YEAR, COMPOUNDED FROM THIS YEAR (A FACTOR OF 1 THIS YEAR).
065300* GROWTH SO STEEP THE FACTOR OVERFLOWS REFUSES THE RUN.
065400*-----------------------------------------------------------------
065500 1600-ADD-EVENT.
065600     IF WS-VALUE-DATE = ZERO
065700         ADD 1 TO WS-VDATE-FALLBACK-COUNT
065800     END-IF.
065900     PERFORM 1500-FIND-VALUE-PERIOD THRU 1500-EXIT.
066000     IF NOT VALUE-PERIOD-FOUND
066100         ADD 1 TO WS-PERIOD-UNKNOWN-COUNT
066200     END-IF.
066300     ADD 1 TO WS-EVENT-COUNT.
066400     MOVE WS-EVENT-COUNT TO WS-EVENT-IX.
066500     MOVE WS-EVENT-YEAR TO EV-YEAR (WS-EVENT-IX).
066600     MOVE WS-EVENT-TYPE TO EV-TYPE (WS-EVENT-IX).
066700     MOVE WS-EVENT-REASON TO EV-REASON (WS-EVENT-IX).
066800     MOVE WS-VALUE-DATE TO EV-VALUE-DATE (WS-EVENT-IX).
066900     MOVE WS-FOUND-FISCAL-YEAR TO EV-FISCAL-YEAR (WS-EVENT-IX).
067000     MOVE WS-FOUND-PERIOD TO EV-FISCAL-PERIOD (WS-EVENT-IX).
067100     MOVE ZERO TO EV-ACCOUNT-COUNT (WS-EVENT-IX).
067200     MOVE ZERO TO EV-AMOUNT (WS-EVENT-IX).
067300     COMPUTE EV-GROWTH-FACTOR (WS-EVENT-IX) ROUNDED =
067400         (1 + (WS-GROWTH-RATE / 100)) ** WS-YEARS-AHEAD
067500         ON SIZE ERROR
067600             MOVE "FCSTPARM GROWTH TOO STEEP FOR HORIZON"
067700                 TO WS-REFUSE-TEXT
067800     END-COMPUTE.
067900     IF EV-FEB29 (WS-EVENT-IX)
068000         ADD 1 TO WS-FEB29-EVENT-COUNT
068100     ELSE
068200         ADD 1 TO WS-WEEK53-EVENT-COUNT
068300     END-IF.
068400 1600-EXIT.
068500     EXIT.
068600*-----------------------------------------------------------------
068700* 2000-PRICE-ONE-ACCOUNT - ONE MASTER RECORD IN KEY ORDER,
068800* PRICED FOR EVERY EVENT. A CLOSED OR CHARGED-OFF ACCOUNT WILL
068900* NOT ACCRUE AND IS ONLY COUNTED. A FROZEN ONE STILL ACCRUES -
069000* ACCRPOST HOLDS ITS ADJUSTMENT, IT DOES NOT DROP IT - SO IT IS
069100* PRICED LIKE ANY OTHER.
069200*-----------------------------------------------------------------
069300 2000-PRICE-ONE-ACCOUNT.
069400     READ ACCOUNT-MASTER NEXT RECORD
069500         AT END
069600             SET END-OF-ACCOUNT-MASTER TO TRUE
069700             GO TO 2000-EXIT
069800     END-READ.
069900     ADD 1 TO WS-READ-COUNT.
070000     IF AM-NO-LONGER-OPEN
070100         ADD 1 TO WS-CLOSED-COUNT
070200         GO TO 2000-EXIT
070300     END-IF.
070400     IF AM-FROZEN
070500         ADD 1 TO WS-FROZEN-COUNT
070600     END-IF.
070700     ADD 1 TO WS-PRICED-COUNT.
070800     PERFORM 2100-FIND-RATE-IN-FORCE THRU 2100-EXIT.
070900     COMPUTE WS-SCENARIO-RATE = WS-EFFECTIVE-RATE + WS-SHOCK-RATE.
071000     IF WS-SCENARIO-RATE < ZERO
071100         MOVE ZERO TO WS-SCENARIO-RATE
071200         ADD 1 TO WS-RATE-FLOOR-COUNT
071300     END-IF.
071400     MOVE WS-SCENARIO-RATE TO WS-RATE-WHOLE.
071500     IF WS-RATE-WHOLE > 9
071600         MOVE 11 TO WS-BAND-IX
071700     ELSE
071800         COMPUTE WS-BAND-IX = WS-RATE-WHOLE + 1
071900     END-IF.
072000     ADD 1 TO BD-ACCOUNT-COUNT (WS-BAND-IX).
072100     PERFORM 2200-PRICE-ONE-EVENT THRU 2200-EXIT
072200         VARYING WS-EVENT-IX FROM 1 BY 1
072300         UNTIL WS-EVENT-IX > WS-EVENT-COUNT.
072400 2000-EXIT.
072500     EXIT.
072600*-----------------------------------------------------------------
072700* 2100-FIND-RATE-IN-FORCE - THE RATE-HISTORY ENTRY FOR THIS
072800* REFERENCE WITH THE LATEST EFFECTIVE DATE ON OR BEFORE TODAY,
072900* WALKED THE SAME WAY ACCRPOST WALKS IT. NO HISTORY FILE, OR NO
073000* ENTRY IN RANGE, FALLS BACK TO THE FLAT AM-RATE-PCT AND IS
073100* COUNTED.
073200*-----------------------------------------------------------------
073300 2100-FIND-RATE-IN-FORCE.
073400     MOVE AM-RATE-PCT TO WS-EFFECTIVE-RATE.
073500     MOVE "N" TO WS-RATE-FOUND-SWITCH.
073600     IF NOT RATE-HISTORY-AVAILABLE
073700         ADD 1 TO WS-RATE-FALLBACK-COUNT
073800         GO TO 2100-EXIT
073900     END-IF.
074000     MOVE "N" TO WS-RATE-EOF-SWITCH.
074100     MOVE SPACES TO RATE-HISTORY-RECORD.
074200     MOVE AM-REFERENCE TO RT-REFERENCE.
074300     MOVE ZERO TO RT-EFF-DATE.
074400     START RATE-HISTORY KEY NOT < RT-KEY
074500         INVALID KEY
074600             SET END-OF-RATE-WALK TO TRUE
074700     END-START.
074800     PERFORM 2150-NEXT-RATE THRU 2150-EXIT
074900         UNTIL END-OF-RATE-WALK.
075000     IF NOT RATE-IN-FORCE-FOUND
075100         ADD 1 TO WS-RATE-FALLBACK-COUNT
075200     END-IF.
075300 2100-EXIT.
075400     EXIT.
075500*-----------------------------------------------------------------
075600* 2150-NEXT-RATE - ONE RATE-HISTORY RECORD; STOP AT THE FIRST
075700* KEY PAST THE REFERENCE OR PAST TODAY. THE LAST ONE KEPT IS THE
075800* RATE IN FORCE.
075900*-----------------------------------------------------------------
076000 2150-NEXT-RATE.
076100     READ RATE-HISTORY NEXT
076200         AT END
076300             SET END-OF-RATE-WALK TO TRUE
076400             GO TO 2150-EXIT
076500     END-READ.
076600     IF RT-REFERENCE NOT = AM-REFERENCE
076700         OR RT-EFF-DATE > WS-RATE-TARGET-DATE
076800         SET END-OF-RATE-WALK TO TRUE
076900         GO TO 2150-EXIT
077000     END-IF.
077100     MOVE RT-RATE-PCT TO WS-EFFECTIVE-RATE.
077200     SET RATE-IN-FORCE-FOUND TO TRUE.
077300 2150-EXIT.
077400     EXIT.
077500*-----------------------------------------------------------------
077600* 2200-PRICE-ONE-EVENT - THE ACCOUNT'S BALANCE GROWN TO THE
077700* EVENT YEAR, PRICED AT THE SCENARIO RATE ON ACCRPOST'S BASIS:
077800* ONE DAY OVER 366 FOR FEB 29, SEVEN DAYS OVER 371 FOR THE 53RD
077900* WEEK.
078000*-----------------------------------------------------------------
078100 2200-PRICE-ONE-EVENT.
078200     COMPUTE WS-PROJECTED-BALANCE ROUNDED =
078300         AM-BALANCE * EV-GROWTH-FACTOR (WS-EVENT-IX).
078400     IF EV-WEEK53 (WS-EVENT-IX)
078500         COMPUTE WS-INTEREST-AMOUNT ROUNDED =
078600             (WS-PROJECTED-BALANCE * WS-SCENARIO-RATE * 7)
078700                 / (100 * 371)
078800         ADD WS-INTEREST-AMOUNT TO WS-WEEK53-TOTAL
078900     ELSE
079000         COMPUTE WS-INTEREST-AMOUNT ROUNDED =
079100             (WS-PROJECTED-BALANCE * WS-SCENARIO-RATE)
079200                 / (100 * 366)
079300         ADD WS-INTEREST-AMOUNT TO WS-FEB29-TOTAL
079400     END-IF.
079500     ADD 1 TO EV-ACCOUNT-COUNT (WS-EVENT-IX).
079600     ADD WS-INTEREST-AMOUNT TO EV-AMOUNT (WS-EVENT-IX).
079700     ADD WS-INTEREST-AMOUNT TO BD-AMOUNT (WS-BAND-IX).
079800     ADD WS-INTEREST-AMOUNT TO WS-GRAND-TOTAL.
079900 2200-EXIT.
080000     EXIT.
080100*-----------------------------------------------------------------
080200* 3000-TERMINATE - PRINT THE FORECAST, THE CONTROL COUNTS AND
080300* THE GRADE, AND CLOSE DOWN.
080400*-----------------------------------------------------------------
080500 3000-TERMINATE.
080600     IF WS-REFUSE-TEXT NOT = SPACES
080700         MOVE WS-REFUSE-TEXT TO REF-REASON
080800         WRITE FORECAST-RPT-RECORD FROM WS-REFUSE-LINE
080900         DISPLAY "ACCRFCST: RUN REFUSED - " WS-REFUSE-TEXT
081000     END-IF.
081100     IF WS-REFUSE-TEXT = SPACES
081200         AND ACCOUNT-MASTER-OPEN
081300         PERFORM 3100-PRINT-EVENTS THRU 3100-EXIT
081400         PERFORM 3200-PRINT-YEAR-TOTALS THRU 3200-EXIT
081500         PERFORM 3300-PRINT-REASON-TOTALS THRU 3300-EXIT
081600         PERFORM 3400-PRINT-BAND-TOTALS THRU 3400-EXIT
081700         PERFORM 3500-PRINT-COUNTS THRU 3500-EXIT
081800     END-IF.
081900     IF ACCOUNT-MASTER-OPEN
082000         CLOSE ACCOUNT-MASTER
082100     END-IF.
082200     IF CALENDAR-MASTER-AVAILABLE
082300         CLOSE CALENDAR-MASTER
082400     END-IF.
082500     IF FISCAL-PERIODS-AVAILABLE
082600         CLOSE FISCAL-PERIOD-MASTER
082700     END-IF.
082800     IF RATE-HISTORY-AVAILABLE
082900         CLOSE RATE-HISTORY
083000     END-IF.
083100     CLOSE FORECAST-RPT.
083200     DISPLAY "ACCRFCST: " WS-EVENT-COUNT " EVENTS, "
083300         WS-PRICED-COUNT " ACCOUNTS PRICED".
083400     EVALUATE TRUE
083500         WHEN WS-REFUSE-TEXT NOT = SPACES
083600             MOVE 8 TO RETURN-CODE
083700         WHEN NOT ACCOUNT-MASTER-OPEN
083800             MOVE 8 TO RETURN-CODE
083900         WHEN WS-LEAP-FALLBACK-COUNT > ZERO
084000             OR WS-WEEK53-FALLBACK-COUNT > ZERO
084100             OR WS-VDATE-FALLBACK-COUNT > ZERO
084200             OR WS-PERIOD-UNKNOWN-COUNT > ZERO
084300             MOVE 4 TO RETURN-CODE
084400         WHEN OTHER
084500             MOVE ZERO TO RETURN-CODE
084600     END-EVALUATE.
084700 3000-EXIT.
084800     EXIT.
084900*-----------------------------------------------------------------
085000* 3100-PRINT-EVENTS - ONE LINE PER EVENT. A VALUE DATE OR FISCAL
085100* PERIOD THAT COULD NOT BE WORKED OUT PRINTS AS UNKNOWN.
085200*-----------------------------------------------------------------
085300 3100-PRINT-EVENTS.
085400     MOVE "FORECAST BY EVENT" TO SEC-TEXT.
085500     WRITE FORECAST-RPT-RECORD FROM WS-SECTION-LINE.
085600     IF WS-EVENT-COUNT = ZERO
085700         MOVE "NO FEB 29 OR 53-WEEK FISCAL YEAR IN THE HORIZON"
085800             TO SEC-TEXT
085900         WRITE FORECAST-RPT-RECORD FROM WS-SECTION-LINE
086000         GO TO 3100-EXIT
086100     END-IF.
086200     WRITE FORECAST-RPT-RECORD FROM WS-EVENT-HEADING.
086300     PERFORM 3150-PRINT-ONE-EVENT THRU 3150-EXIT
086400         VARYING WS-EVENT-IX FROM 1 BY 1
086500         UNTIL WS-EVENT-IX > WS-EVENT-COUNT.
086600 3100-EXIT.
086700     EXIT.
086800*-----------------------------------------------------------------
086900* 3150-PRINT-ONE-EVENT - ONE EVENT LINE.
087000*-----------------------------------------------------------------
087100 3150-PRINT-ONE-EVENT.
087200     MOVE EV-YEAR (WS-EVENT-IX) TO EVL-YEAR.
087300     MOVE EV-REASON (WS-EVENT-IX) TO EVL-REASON.
087400     IF EV-VALUE-DATE (WS-EVENT-IX) = ZERO
087500         MOVE "UNKNOWN" TO EVL-VALUE-DATE-X
087600     ELSE
087700         MOVE EV-VALUE-DATE (WS-EVENT-IX) TO EVL-VALUE-DATE
087800     END-IF.
087900     IF EV-FISCAL-YEAR (WS-EVENT-IX) = ZERO
088000         MOVE "UNKNOWN" TO EVL-FISCAL-X
088100     ELSE
088200         MOVE EV-FISCAL-YEAR (WS-EVENT-IX) TO EVL-FISCAL-YEAR
088300         MOVE "/" TO EVL-FISCAL-SLASH
088400         MOVE EV-FISCAL-PERIOD (WS-EVENT-IX)
088500             TO EVL-FISCAL-PERIOD
088600     END-IF.
088700     MOVE EV-ACCOUNT-COUNT (WS-EVENT-IX) TO EVL-ACCOUNTS.
088800     MOVE EV-AMOUNT (WS-EVENT-IX) TO EVL-AMOUNT.
088900     WRITE FORECAST-RPT-RECORD FROM WS-EVENT-LINE.
089000 3150-EXIT.
089100     EXIT.
089200*-----------------------------------------------------------------
089300* 3200-PRINT-YEAR-TOTALS - THE EVENT TABLE IS IN YEAR ORDER, SO
089400* A YEAR'S TOTAL PRINTS WHEN THE YEAR CHANGES AND THE LAST ONE
089500* AFTER THE WALK.
089600*-----------------------------------------------------------------
089700 3200-PRINT-YEAR-TOTALS.
089800     IF WS-EVENT-COUNT = ZERO
089900         GO TO 3200-EXIT
090000     END-IF.
090100     MOVE "TOTALS BY YEAR" TO SEC-TEXT.
090200     WRITE FORECAST-RPT-RECORD FROM WS-SECTION-LINE.
090300     MOVE EV-YEAR (1) TO WS-BREAK-YEAR.
090400     MOVE ZERO TO WS-YEAR-TOTAL.
090500     PERFORM 3250-ADD-ONE-EVENT THRU 3250-EXIT
090600         VARYING WS-EVENT-IX FROM 1 BY 1
090700         UNTIL WS-EVENT-IX > WS-EVENT-COUNT.
090800     MOVE WS-BREAK-YEAR TO YTL-YEAR.
090900     MOVE WS-YEAR-TOTAL TO YTL-AMOUNT.
091000     WRITE FORECAST-RPT-RECORD FROM WS-YEAR-TOTAL-LINE.
091100 3200-EXIT.
091200     EXIT.
091300*-----------------------------------------------------------------
091400* 3250-ADD-ONE-EVENT - ONE EVENT INTO ITS YEAR'S TOTAL.
091500*-----------------------------------------------------------------
091600 3250-ADD-ONE-EVENT.
091700     IF EV-YEAR (WS-EVENT-IX) NOT = WS-BREAK-YEAR
091800         MOVE WS-BREAK-YEAR TO YTL-YEAR
091900         MOVE WS-YEAR-TOTAL TO YTL-AMOUNT
092000         WRITE FORECAST-RPT-RECORD FROM WS-YEAR-TOTAL-LINE
092100         MOVE EV-YEAR (WS-EVENT-IX) TO WS-BREAK-YEAR
092200         MOVE ZERO TO WS-YEAR-TOTAL
092300     END-IF.
092400     ADD EV-AMOUNT (WS-EVENT-IX) TO WS-YEAR-TOTAL.
092500 3250-EXIT.
092600     EXIT.
092700*-----------------------------------------------------------------
092800* 3300-PRINT-REASON-TOTALS - FEB 29 AGAINST THE 53RD WEEK, AND
092900* THE GRAND TOTAL.
093000*-----------------------------------------------------------------
093100 3300-PRINT-REASON-TOTALS.
093200     MOVE "TOTALS BY REASON" TO SEC-TEXT.
093300     WRITE FORECAST-RPT-RECORD FROM WS-SECTION-LINE.
093400     MOVE "FEB 29 EXTRA DAY" TO AMT-LABEL.
093500     MOVE WS-FEB29-TOTAL TO AMT-AMOUNT.
093600     WRITE FORECAST-RPT-RECORD FROM WS-AMOUNT-LINE.
093700     MOVE "53RD FISCAL WEEK" TO AMT-LABEL.
093800     MOVE WS-WEEK53-TOTAL TO AMT-AMOUNT.
093900     WRITE FORECAST-RPT-RECORD FROM WS-AMOUNT-LINE.
094000     MOVE "TOTAL FORECAST LIABILITY" TO AMT-LABEL.
094100     MOVE WS-GRAND-TOTAL TO AMT-AMOUNT.
094200     WRITE FORECAST-RPT-RECORD FROM WS-AMOUNT-LINE.
094300 3300-EXIT.
094400     EXIT.
094500*-----------------------------------------------------------------
094600* 3400-PRINT-BAND-TOTALS - ACCOUNTS AND FORECAST AMOUNT BY THE
094700* WHOLE PERCENT OF THE SCENARIO RATE THEY WERE PRICED AT.
094800*-----------------------------------------------------------------
094900 3400-PRINT-BAND-TOTALS.
095000     MOVE "TOTALS BY RATE BAND" TO SEC-TEXT.
095100     WRITE FORECAST-RPT-RECORD FROM WS-SECTION-LINE.
095200     WRITE FORECAST-RPT-RECORD FROM WS-BAND-HEADING.
095300     PERFORM 3450-PRINT-ONE-BAND THRU 3450-EXIT
095400         VARYING WS-BAND-IX FROM 1 BY 1
095500         UNTIL WS-BAND-IX > 11.
095600 3400-EXIT.
095700     EXIT.
095800*-----------------------------------------------------------------
095900* 3450-PRINT-ONE-BAND - ONE RATE BAND LINE.
096000*-----------------------------------------------------------------
096100 3450-PRINT-ONE-BAND.
096200     IF WS-BAND-IX = 11
096300         MOVE "10.00 PCT AND OVER" TO BDL-LABEL
096400     ELSE
096500         COMPUTE BDL-LOW = WS-BAND-IX - 1
096600         MOVE ".00 - " TO BDL-TO
096700         COMPUTE BDL-HIGH = WS-BAND-IX - 1
096800         MOVE ".99 PCT" TO BDL-PCT
096900     END-IF.
097000     MOVE BD-ACCOUNT-COUNT (WS-BAND-IX) TO BDL-ACCOUNTS.
097100     MOVE BD-AMOUNT (WS-BAND-IX) TO BDL-AMOUNT.
097200     WRITE FORECAST-RPT-RECORD FROM WS-BAND-LINE.
097300 3450-EXIT.
097400     EXIT.
097500*-----------------------------------------------------------------
097600* 3500-PRINT-COUNTS - THE CONTROL COUNTS. THE FALLBACK COUNTS
097700* SAY HOW MUCH OF THE FORECAST WAS DERIVED RATHER THAN READ.
097800*-----------------------------------------------------------------
097900 3500-PRINT-COUNTS.
098000     MOVE "ACCOUNTS ON THE MASTER" TO CNT-LABEL.
098100     MOVE WS-READ-COUNT TO CNT-COUNT.
098200     WRITE FORECAST-RPT-RECORD FROM WS-COUNT-LINE.
098300     MOVE "ACCOUNTS PRICED" TO CNT-LABEL.
098400     MOVE WS-PRICED-COUNT TO CNT-COUNT.
098500     WRITE FORECAST-RPT-RECORD FROM WS-COUNT-LINE.
098600     MOVE "  OF WHICH FROZEN" TO CNT-LABEL.
098700     MOVE WS-FROZEN-COUNT TO CNT-COUNT.
098800     WRITE FORECAST-RPT-RECORD FROM WS-COUNT-LINE.
098900     MOVE "CLOSED OR CHARGED OFF - LEFT OUT" TO CNT-LABEL.
099000     MOVE WS-CLOSED-COUNT TO CNT-COUNT.
099100     WRITE FORECAST-RPT-RECORD FROM WS-COUNT-LINE.
099200     MOVE "FEB 29 EVENTS" TO CNT-LABEL.
099300     MOVE WS-FEB29-EVENT-COUNT TO CNT-COUNT.
099400     WRITE FORECAST-RPT-RECORD FROM WS-COUNT-LINE.
099500     MOVE "53RD FISCAL WEEK EVENTS" TO CNT-LABEL.
099600     MOVE WS-WEEK53-EVENT-COUNT TO CNT-COUNT.
099700     WRITE FORECAST-RPT-RECORD FROM WS-COUNT-LINE.
099800     MOVE "RATES FROM THE MASTER, NOT HISTORY" TO CNT-LABEL.
099900     MOVE WS-RATE-FALLBACK-COUNT TO CNT-COUNT.
100000     WRITE FORECAST-RPT-RECORD FROM WS-COUNT-LINE.
100100     MOVE "SHOCKED RATES FLOORED AT ZERO" TO CNT-LABEL.
100200     MOVE WS-RATE-FLOOR-COUNT TO CNT-COUNT.
100300     WRITE FORECAST-RPT-RECORD FROM WS-COUNT-LINE.
100400     MOVE "LEAP YEARS FROM LEAP, NOT CALMAST" TO CNT-LABEL.
100500     MOVE WS-LEAP-FALLBACK-COUNT TO CNT-COUNT.
100600     WRITE FORECAST-RPT-RECORD FROM WS-COUNT-LINE.
100700     MOVE "53-WEEK YEARS FROM FISCAL445" TO CNT-LABEL.
100800     MOVE WS-WEEK53-FALLBACK-COUNT TO CNT-COUNT.
100900     WRITE FORECAST-RPT-RECORD FROM WS-COUNT-LINE.
101000     MOVE "EVENTS WITH NO VALUE DATE" TO CNT-LABEL.
101100     MOVE WS-VDATE-FALLBACK-COUNT TO CNT-COUNT.
101200     WRITE FORECAST-RPT-RECORD FROM WS-COUNT-LINE.
101300     MOVE "EVENTS WITH NO FISCAL PERIOD" TO CNT-LABEL.
101400     MOVE WS-PERIOD-UNKNOWN-COUNT TO CNT-COUNT.
101500     WRITE FORECAST-RPT-RECORD FROM WS-COUNT-LINE.
101600 3500-EXIT.
101700     EXIT.
