000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                HOLGEN.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-14.
000600 DATE-COMPILED.             2026-10-14.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-14 DH  NEW PROGRAM. BUILDS THE HOLIDAY MASTER FOR A
001100*                RANGE OF YEARS FROM THE HOLIDAY-RULES FILE
001200*                (HOLRULES, PER HOLRULE.CPY) SO OPERATIONS NO
001300*                LONGER KEYS EVERY BANK HOLIDAY BY HAND IN
001400*                HOLMAINT EACH YEAR. THE FIRST AND LAST YEAR
001500*                COME OFF THE HOLPARM CARD. A RULE IS A FIXED
001600*                DATE (WITH SATURDAY-TO-FRIDAY AND SUNDAY-TO-
001700*                MONDAY OBSERVANCE WHEN ASKED FOR), THE NTH
001800*                WEEKDAY OF A MONTH, THE LAST WEEKDAY OF A
001900*                MONTH, OR A DAY COUNT FROM EASTER SUNDAY. A
002000*                DATE ALREADY ON HOLMAST IS NEVER REPLACED - A
002100*                HAND-KEYED HOLIDAY STAYS EXACTLY AS THE
002200*                OPERATOR KEYED IT, AND A DATE THIS PROGRAM
002300*                ADDED ON AN EARLIER RUN IS LEFT AS IT IS, SO A
002400*                RERUN ADDS NOTHING TWICE. EVERY DATE ADDED OR
002500*                SKIPPED, AND EVERY RULE THAT WOULD NOT LOAD,
002600*                GOES ON THE PROOF LIST (HOLPROOF). RETURN CODE
002700*                0 = CLEAN, 4 = A RULE WAS REJECTED OR A WRITE
002800*                FAILED, 8 = REFUSED (BAD OR MISSING PARM, NO
002900*                USABLE RULES, OR HOLMAST WOULD NOT OPEN).
003000*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT HOLIDAY-PARM     ASSIGN TO HOLPARM
003500                             ORGANIZATION IS LINE SEQUENTIAL
003600                             FILE STATUS IS WS-PARM-FILE-STATUS.
003700     SELECT HOLIDAY-RULES    ASSIGN TO HOLRULES
003800                             ORGANIZATION IS LINE SEQUENTIAL
003900                             FILE STATUS IS WS-RULE-FILE-STATUS.
004000     SELECT HOLIDAY-MASTER   ASSIGN TO HOLMAST
004100                             ORGANIZATION IS INDEXED
004200                             ACCESS MODE IS RANDOM
004300                             RECORD KEY IS HOL-DATE
004400                             FILE STATUS IS WS-HOL-FILE-STATUS.
004500     SELECT PROOF-LIST       ASSIGN TO HOLPROOF
004600                             ORGANIZATION IS LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  HOLIDAY-PARM.
005000 01  HOLIDAY-PARM-RECORD     PIC X(80).
005100 FD  HOLIDAY-RULES.
005200 01  HOLIDAY-RULE-LINE       PIC X(80).
005300 FD  HOLIDAY-MASTER.
005400     COPY HOLMAST.
005500 FD  PROOF-LIST.
005600 01  PROOF-LIST-RECORD       PIC X(80).
005700 WORKING-STORAGE SECTION.
005800 01  WS-PARM-FILE-STATUS     PIC X(02).
005900 01  WS-RULE-FILE-STATUS     PIC X(02).
006000 01  WS-HOL-FILE-STATUS      PIC X(02)   VALUE SPACES.
006100     88  HOLMAST-NOT-FOUND           VALUE "35".
006200 01  WS-RULE-EOF-SWITCH      PIC X(01)   VALUE "N".
006300     88  END-OF-RULES                VALUE "Y".
006400 01  WS-DATE-SWITCH          PIC X(01).
006500     88  DATE-WAS-FOUND              VALUE "Y".
006600 01  WS-ON-FILE-SWITCH       PIC X(01).
006700     88  DATE-IS-ON-FILE             VALUE "Y".
006800 01  WS-WEEKDAY-SWITCH       PIC X(01).
006900     88  WEEKDAY-WAS-FOUND           VALUE "Y".
007000 01  WS-REFUSE-TEXT          PIC X(40)   VALUE SPACES.
007100 01  WS-RULE-ERROR           PIC X(40).
007200 01  WS-FROM-YEAR            PIC 9(04)   VALUE ZERO.
007300 01  WS-TO-YEAR              PIC 9(04)   VALUE ZERO.
007400 01  WS-GEN-YEAR             PIC 9(04).
007500     COPY HOLRULE.
007600 01  WS-RULE-MAX             PIC 9(03)   VALUE 50.
007700 01  WS-RULE-COUNT           PIC 9(03)   VALUE ZERO.
007800 01  WS-RULE-IX              PIC 9(03).
007900 01  WS-RULE-TABLE.
008000     05  WS-RULE-ENTRY       OCCURS 50
008100                             PIC X(80).
008200 01  WS-WORK-DATE.
008300     05  WS-WORK-YEAR        PIC 9(04).
008400     05  WS-WORK-MONTH       PIC 9(02).
008500     05  WS-WORK-DAY         PIC 9(02).
008600 01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
008700                             PIC 9(08).
008800 01  WS-DAY-OF-WEEK          PIC 9(01).
008900 01  WS-TARGET-DOW           PIC 9(01).
009000 01  WS-DOW-IX               PIC 9(01).
009100 01  WS-DAY-GAP              PIC 9(02).
009200 01  WS-DAY-QUOTIENT         PIC 9(02).
009300 01  WS-CALC-DAY             PIC 9(03).
009400 01  WS-SHIFT-COUNT          PIC 9(03).
009500 01  WS-LEAP-RESULT          PIC 9(01).
009600 01  WS-LEAP-REASON          PIC X(04).
009700 01  WS-MONTH-LENGTH         PIC 9(02).
009800 01  WS-MONTH-DAYS-DATA      PIC X(24)
009900     VALUE "312831303130313130313031".
010000 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DATA.
010100     05  WS-MONTH-DAYS-ENTRY OCCURS 12
010200                             PIC 9(02).
010300 01  WS-DAY-NAMES-DATA       PIC X(21)
010400     VALUE "SATSUNMONTUEWEDTHUFRI".
010500 01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-DATA.
010600     05  WS-DAY-NAME         OCCURS 7
010700                             PIC X(03).
010800 01  WS-EASTER-WORK.
010900     05  WS-EA-GOLDEN        PIC S9(05).
011000     05  WS-EA-CENTURY       PIC S9(05).
011100     05  WS-EA-CENT-YEAR     PIC S9(05).
011200     05  WS-EA-CENT-4        PIC S9(05).
011300     05  WS-EA-CENT-REM      PIC S9(05).
011400     05  WS-EA-CORRECT-F     PIC S9(05).
011500     05  WS-EA-CORRECT-G     PIC S9(05).
011600     05  WS-EA-EPACT         PIC S9(05).
011700     05  WS-EA-YEAR-4        PIC S9(05).
011800     05  WS-EA-YEAR-REM      PIC S9(05).
011900     05  WS-EA-WEEKDAY       PIC S9(05).
012000     05  WS-EA-M             PIC S9(05).
012100     05  WS-EA-SUM           PIC S9(05).
012200     05  WS-EA-QUOTIENT      PIC S9(05).
012300 01  WS-CAND-DESCRIPTION     PIC X(30).
012400 01  WS-RULES-READ-COUNT     PIC 9(08)   VALUE ZERO.
012500 01  WS-REJECTED-COUNT       PIC 9(08)   VALUE ZERO.
012600 01  WS-ADDED-COUNT          PIC 9(08)   VALUE ZERO.
012700 01  WS-KEYED-SKIP-COUNT     PIC 9(08)   VALUE ZERO.
012800 01  WS-GENERATED-SKIP-COUNT PIC 9(08)   VALUE ZERO.
012900 01  WS-NO-SUCH-DAY-COUNT    PIC 9(08)   VALUE ZERO.
013000 01  WS-WRITE-FAIL-COUNT     PIC 9(08)   VALUE ZERO.
013100 01  WS-PROOF-TITLE.
013200     05  FILLER              PIC X(36)
013300         VALUE "HOLGEN HOLIDAY GENERATION PROOF LIST".
013400     05  FILLER              PIC X(44)  VALUE SPACES.
013500 01  WS-PARM-LINE.
013600     05  FILLER              PIC X(07)  VALUE "YEARS: ".
013700     05  PRM-FROM-YEAR       PIC 9(04).
013800     05  FILLER              PIC X(04)  VALUE " TO ".
013900     05  PRM-TO-YEAR         PIC 9(04).
014000     05  FILLER              PIC X(61)  VALUE SPACES.
014100 01  WS-REJECT-LINE.
014200     05  FILLER              PIC X(05)  VALUE "RULE ".
014300     05  REJ-RULE-NUMBER     PIC ZZ9.
014400     05  FILLER              PIC X(13)  VALUE " REJECTED -  ".
014500     05  REJ-REASON          PIC X(40).
014600     05  FILLER              PIC X(19)  VALUE SPACES.
014700 01  WS-PROOF-HEADING.
014800     05  FILLER              PIC X(10)  VALUE "DATE".
014900     05  FILLER              PIC X(32)  VALUE "DESCRIPTION".
015000     05  FILLER              PIC X(38)  VALUE "ACTION".
015100 01  WS-PROOF-LINE.
015200     05  PRF-DATE            PIC X(08).
015300     05  FILLER              PIC X(02)  VALUE SPACES.
015400     05  PRF-DESCRIPTION     PIC X(30).
015500     05  FILLER              PIC X(02)  VALUE SPACES.
015600     05  PRF-ACTION          PIC X(30).
015700     05  FILLER              PIC X(08)  VALUE SPACES.
015800 01  WS-PROOF-TOTAL-LINE.
015900     05  TOT-LABEL           PIC X(34).
016000     05  TOT-COUNT           PIC Z(07)9.
016100     05  FILLER              PIC X(38)  VALUE SPACES.
016200 01  WS-REFUSE-LINE.
016300     05  FILLER              PIC X(14)  VALUE "RUN REFUSED - ".
016400     05  REF-REASON          PIC X(40).
016500     05  FILLER              PIC X(26)  VALUE SPACES.
016600*-----------------------------------------------------------------
016700 PROCEDURE DIVISION.
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017000     IF WS-REFUSE-TEXT = SPACES
017100         PERFORM 2000-GENERATE-YEAR THRU 2000-EXIT
017200             VARYING WS-GEN-YEAR FROM WS-FROM-YEAR BY 1
017300             UNTIL WS-GEN-YEAR > WS-TO-YEAR
017400     END-IF.
017500     PERFORM 3000-TERMINATE THRU 3000-EXIT.
017600     STOP RUN.
017700*-----------------------------------------------------------------
017800* 1000-INITIALIZE - OPEN THE PROOF LIST, READ THE YEAR RANGE OFF
017900* HOLPARM, LOAD THE RULES, AND ONLY WHEN ALL OF THAT IS GOOD
018000* OPEN THE HOLIDAY MASTER FOR UPDATE. A REFUSED RUN ADDS
018100* NOTHING AND SAYS WHY ON THE PROOF LIST.
018200*-----------------------------------------------------------------
018300 1000-INITIALIZE.
018400     OPEN OUTPUT PROOF-LIST.
018500     WRITE PROOF-LIST-RECORD FROM WS-PROOF-TITLE.
018600     PERFORM 1050-READ-PARM THRU 1050-EXIT.
018700     MOVE WS-FROM-YEAR TO PRM-FROM-YEAR.
018800     MOVE WS-TO-YEAR TO PRM-TO-YEAR.
018900     WRITE PROOF-LIST-RECORD FROM WS-PARM-LINE.
019000     IF WS-REFUSE-TEXT = SPACES
019100         PERFORM 1100-LOAD-RULES THRU 1100-EXIT
019200     END-IF.
019300     IF WS-REFUSE-TEXT = SPACES
019400         PERFORM 1300-OPEN-HOLIDAY-MASTER THRU 1300-EXIT
019500     END-IF.
019600     IF WS-REFUSE-TEXT = SPACES
019700         WRITE PROOF-LIST-RECORD FROM WS-PROOF-HEADING
019800     ELSE
019900         MOVE WS-REFUSE-TEXT TO REF-REASON
020000         WRITE PROOF-LIST-RECORD FROM WS-REFUSE-LINE
020100         DISPLAY "HOLGEN: RUN REFUSED - " WS-REFUSE-TEXT
020200     END-IF.
020300 1000-EXIT.
020400     EXIT.
020500*-----------------------------------------------------------------
020600* 1050-READ-PARM - ONE CARD: THE FIRST YEAR TO GENERATE IN
020700* COLUMNS 1-4 (REQUIRED) AND THE LAST IN COLUMNS 5-8 (BLANK
020800* MEANS THE FIRST YEAR ONLY). BOTH MUST FALL IN THE 1900-2199
020900* RANGE THE REST OF THE SYSTEM SUPPORTS.
021000*-----------------------------------------------------------------
021100 1050-READ-PARM.
021200     OPEN INPUT HOLIDAY-PARM.
021300     IF WS-PARM-FILE-STATUS NOT = "00"
021400         MOVE "NO HOLPARM CARD" TO WS-REFUSE-TEXT
021500         GO TO 1050-EXIT
021600     END-IF.
021700     READ HOLIDAY-PARM
021800         AT END
021900             MOVE "EMPTY HOLPARM CARD" TO WS-REFUSE-TEXT
022000     END-READ.
022100     CLOSE HOLIDAY-PARM.
022200     IF WS-REFUSE-TEXT NOT = SPACES
022300         GO TO 1050-EXIT
022400     END-IF.
022500     IF HOLIDAY-PARM-RECORD (1:4) NOT NUMERIC
022600         MOVE "HOLPARM FIRST YEAR NOT NUMERIC" TO WS-REFUSE-TEXT
022700         GO TO 1050-EXIT
022800     END-IF.
022900     MOVE HOLIDAY-PARM-RECORD (1:4) TO WS-FROM-YEAR.
023000     IF HOLIDAY-PARM-RECORD (5:4) = SPACES
023100         MOVE WS-FROM-YEAR TO WS-TO-YEAR
023200     ELSE
023300         IF HOLIDAY-PARM-RECORD (5:4) NOT NUMERIC
023400             MOVE "HOLPARM LAST YEAR NOT NUMERIC"
023500                 TO WS-REFUSE-TEXT
023600             GO TO 1050-EXIT
023700         END-IF
023800         MOVE HOLIDAY-PARM-RECORD (5:4) TO WS-TO-YEAR
023900     END-IF.
024000     IF WS-FROM-YEAR < 1900 OR WS-TO-YEAR > 2199
024100         MOVE "HOLPARM YEARS OUTSIDE 1900-2199" TO WS-REFUSE-TEXT
024200         GO TO 1050-EXIT
024300     END-IF.
024400     IF WS-TO-YEAR < WS-FROM-YEAR
024500         MOVE "HOLPARM LAST YEAR BEFORE FIRST YEAR"
024600             TO WS-REFUSE-TEXT
024700     END-IF.
024800 1050-EXIT.
024900     EXIT.
025000*-----------------------------------------------------------------
025100* 1100-LOAD-RULES - EVERY RULE THAT PASSES 1250 GOES INTO THE
025200* TABLE; ONE THAT DOES NOT IS LISTED WITH ITS LINE NUMBER AND
025300* LEFT OUT, AND THE REST OF THE RULES STILL RUN. A FILE WITH NO
025400* USABLE RULE AT ALL REFUSES THE RUN.
025500*-----------------------------------------------------------------
025600 1100-LOAD-RULES.
025700     OPEN INPUT HOLIDAY-RULES.
025800     IF WS-RULE-FILE-STATUS NOT = "00"
025900         MOVE "HOLIDAY RULES WILL NOT OPEN - HOLRULES"
026000             TO WS-REFUSE-TEXT
026100         GO TO 1100-EXIT
026200     END-IF.
026300     PERFORM 8000-READ-RULE THRU 8000-EXIT.
026400     PERFORM 1150-LOAD-ONE-RULE THRU 1150-EXIT
026500         UNTIL END-OF-RULES.
026600     CLOSE HOLIDAY-RULES.
026700     IF WS-RULE-COUNT = ZERO
026800         MOVE "NO USABLE RULES ON HOLRULES" TO WS-REFUSE-TEXT
026900     END-IF.
027000 1100-EXIT.
027100     EXIT.
027200*-----------------------------------------------------------------
027300* 1150-LOAD-ONE-RULE - VALIDATE ONE RULE LINE AND TABLE IT.
027400*-----------------------------------------------------------------
027500 1150-LOAD-ONE-RULE.
027600     ADD 1 TO WS-RULES-READ-COUNT.
027700     MOVE HOLIDAY-RULE-LINE TO HOLIDAY-RULE-RECORD.
027800     PERFORM 1250-VALIDATE-RULE THRU 1250-EXIT.
027900     IF WS-RULE-ERROR = SPACES
028000         AND WS-RULE-COUNT NOT < WS-RULE-MAX
028100         MOVE "RULE TABLE FULL" TO WS-RULE-ERROR
028200     END-IF.
028300     IF WS-RULE-ERROR NOT = SPACES
028400         ADD 1 TO WS-REJECTED-COUNT
028500         MOVE WS-RULES-READ-COUNT TO REJ-RULE-NUMBER
028600         MOVE WS-RULE-ERROR TO REJ-REASON
028700         WRITE PROOF-LIST-RECORD FROM WS-REJECT-LINE
028800     ELSE
028900         ADD 1 TO WS-RULE-COUNT
029000         MOVE HOLIDAY-RULE-RECORD
029100             TO WS-RULE-ENTRY (WS-RULE-COUNT)
029200     END-IF.
029300     PERFORM 8000-READ-RULE THRU 8000-EXIT.
029400 1150-EXIT.
029500     EXIT.
029600*-----------------------------------------------------------------
029700* 1250-VALIDATE-RULE - ONLY THE FIELDS THE RULE TYPE USES ARE
029800* CHECKED. A FIXED FEBRUARY 29 IS REFUSED: IT WOULD BE A HOLIDAY
029900* ONE YEAR IN FOUR, WHICH NO REAL CALENDAR MEANS.
030000*-----------------------------------------------------------------
030100 1250-VALIDATE-RULE.
030200     MOVE SPACES TO WS-RULE-ERROR.
030300     IF NOT HR-FIXED-DATE AND NOT HR-NTH-WEEKDAY
030400         AND NOT HR-LAST-WEEKDAY AND NOT HR-EASTER-RELATIVE
030500         MOVE "RULE TYPE NOT F, N, L OR E" TO WS-RULE-ERROR
030600         GO TO 1250-EXIT
030700     END-IF.
030800     IF HR-DESCRIPTION = SPACES
030900         MOVE "NO DESCRIPTION" TO WS-RULE-ERROR
031000         GO TO 1250-EXIT
031100     END-IF.
031200     IF HR-FIRST-YEAR (1:4) NOT = SPACES
031300         AND HR-FIRST-YEAR NOT NUMERIC
031400         MOVE "FIRST YEAR NOT NUMERIC" TO WS-RULE-ERROR
031500         GO TO 1250-EXIT
031600     END-IF.
031700     IF HR-LAST-YEAR (1:4) NOT = SPACES
031800         AND HR-LAST-YEAR NOT NUMERIC
031900         MOVE "LAST YEAR NOT NUMERIC" TO WS-RULE-ERROR
032000         GO TO 1250-EXIT
032100     END-IF.
032200     IF HR-FIRST-YEAR NUMERIC AND HR-LAST-YEAR NUMERIC
032300         AND HR-LAST-YEAR > ZERO
032400         AND HR-LAST-YEAR < HR-FIRST-YEAR
032500         MOVE "LAST YEAR BEFORE FIRST YEAR" TO WS-RULE-ERROR
032600         GO TO 1250-EXIT
032700     END-IF.
032800     IF HR-EASTER-RELATIVE
032900         IF HR-EASTER-OFFSET NOT NUMERIC
033000             MOVE "EASTER OFFSET NOT NUMERIC" TO WS-RULE-ERROR
033100         END-IF
033200         GO TO 1250-EXIT
033300     END-IF.
033400     IF HR-MONTH NOT NUMERIC
033500         MOVE "MONTH NOT NUMERIC" TO WS-RULE-ERROR
033600         GO TO 1250-EXIT
033700     END-IF.
033800     IF HR-MONTH < 1 OR HR-MONTH > 12
033900         MOVE "MONTH NOT 01-12" TO WS-RULE-ERROR
034000         GO TO 1250-EXIT
034100     END-IF.
034200     IF HR-FIXED-DATE
034300         PERFORM 1270-VALIDATE-FIXED THRU 1270-EXIT
034400         GO TO 1250-EXIT
034500     END-IF.
034600     PERFORM 8400-FIND-WEEKDAY THRU 8400-EXIT.
034700     IF NOT WEEKDAY-WAS-FOUND
034800         MOVE "WEEKDAY NOT SUN-SAT" TO WS-RULE-ERROR
034900         GO TO 1250-EXIT
035000     END-IF.
035100     IF HR-NTH-WEEKDAY
035200         IF HR-NTH NOT NUMERIC OR HR-NTH < 1 OR HR-NTH > 5
035300             MOVE "NTH NOT 1-5" TO WS-RULE-ERROR
035400         END-IF
035500     END-IF.
035600 1250-EXIT.
035700     EXIT.
035800*-----------------------------------------------------------------
035900* 1270-VALIDATE-FIXED - THE DAY MUST EXIST IN THE MONTH IN EVERY
036000* YEAR, AND THE OBSERVANCE FLAG MUST BE Y, N OR BLANK.
036100*-----------------------------------------------------------------
036200 1270-VALIDATE-FIXED.
036300     IF HR-DAY NOT NUMERIC
036400         MOVE "DAY NOT NUMERIC" TO WS-RULE-ERROR
036500         GO TO 1270-EXIT
036600     END-IF.
036700     IF HR-MONTH = 2 AND HR-DAY = 29
036800         MOVE "FEB 29 CANNOT BE A FIXED HOLIDAY" TO WS-RULE-ERROR
036900         GO TO 1270-EXIT
037000     END-IF.
037100     IF HR-DAY < 1 OR HR-DAY > WS-MONTH-DAYS-ENTRY (HR-MONTH)
037200         MOVE "DAY NOT IN MONTH" TO WS-RULE-ERROR
037300         GO TO 1270-EXIT
037400     END-IF.
037500     IF HR-OBSERVE-IND NOT = "Y" AND HR-OBSERVE-IND NOT = "N"
037600         AND HR-OBSERVE-IND NOT = SPACE
037700         MOVE "OBSERVE FLAG NOT Y OR N" TO WS-RULE-ERROR
037800     END-IF.
037900 1270-EXIT.
038000     EXIT.
038100*-----------------------------------------------------------------
038200* 1300-OPEN-HOLIDAY-MASTER - FOR UPDATE. THE FIRST RUN EVER
038300* CREATES THE FILE, THE SAME AS HOLMAINT'S FIRST SESSION.
038400*-----------------------------------------------------------------
038500 1300-OPEN-HOLIDAY-MASTER.
038600     OPEN I-O HOLIDAY-MASTER.
038700     IF HOLMAST-NOT-FOUND
038800         OPEN OUTPUT HOLIDAY-MASTER
038900         CLOSE HOLIDAY-MASTER
039000         OPEN I-O HOLIDAY-MASTER
039100     END-IF.
039200     IF WS-HOL-FILE-STATUS NOT = "00"
039300         MOVE "HOLIDAY MASTER WILL NOT OPEN - HOLMAST"
039400             TO WS-REFUSE-TEXT
039500     END-IF.
039600 1300-EXIT.
039700     EXIT.
039800*-----------------------------------------------------------------
039900* 2000-GENERATE-YEAR - EVERY TABLED RULE FOR ONE YEAR, IN THE
040000* ORDER THE RULES FILE HOLDS THEM.
040100*-----------------------------------------------------------------
040200 2000-GENERATE-YEAR.
040300     PERFORM 2100-APPLY-ONE-RULE THRU 2100-EXIT
040400         VARYING WS-RULE-IX FROM 1 BY 1
040500         UNTIL WS-RULE-IX > WS-RULE-COUNT.
040600 2000-EXIT.
040700     EXIT.
040800*-----------------------------------------------------------------
040900* 2100-APPLY-ONE-RULE - WORK OUT THE RULE'S DATE FOR THE YEAR
041000* (WHEN THE YEAR IS INSIDE THE RULE'S OWN FIRST/LAST YEARS) AND
041100* POST IT TO THE HOLIDAY MASTER.
041200*-----------------------------------------------------------------
041300 2100-APPLY-ONE-RULE.
041400     MOVE WS-RULE-ENTRY (WS-RULE-IX) TO HOLIDAY-RULE-RECORD.
041500     IF HR-FIRST-YEAR NUMERIC
041600         AND WS-GEN-YEAR < HR-FIRST-YEAR
041700         GO TO 2100-EXIT
041800     END-IF.
041900     IF HR-LAST-YEAR NUMERIC AND HR-LAST-YEAR > ZERO
042000         AND WS-GEN-YEAR > HR-LAST-YEAR
042100         GO TO 2100-EXIT
042200     END-IF.
042300     MOVE "N" TO WS-DATE-SWITCH.
042400     MOVE HR-DESCRIPTION TO WS-CAND-DESCRIPTION.
042500     MOVE WS-GEN-YEAR TO WS-WORK-YEAR.
042600     EVALUATE TRUE
042700         WHEN HR-FIXED-DATE
042800             PERFORM 2200-FIXED-DATE THRU 2200-EXIT
042900         WHEN HR-NTH-WEEKDAY
043000             PERFORM 2300-NTH-WEEKDAY THRU 2300-EXIT
043100         WHEN HR-LAST-WEEKDAY
043200             PERFORM 2400-LAST-WEEKDAY THRU 2400-EXIT
043300         WHEN HR-EASTER-RELATIVE
043400             PERFORM 2500-EASTER-RELATIVE THRU 2500-EXIT
043500     END-EVALUATE.
043600     IF DATE-WAS-FOUND
043700         PERFORM 2600-POST-HOLIDAY THRU 2600-EXIT
043800     ELSE
043900         ADD 1 TO WS-NO-SUCH-DAY-COUNT
044000         MOVE SPACES TO PRF-DATE
044100         MOVE WS-WORK-DATE (1:6) TO PRF-DATE
044200         MOVE WS-CAND-DESCRIPTION TO PRF-DESCRIPTION
044300         MOVE "SKIPPED - NO SUCH DAY IN MONTH" TO PRF-ACTION
044400         WRITE PROOF-LIST-RECORD FROM WS-PROOF-LINE
044500     END-IF.
044600 2100-EXIT.
044700     EXIT.
044800*-----------------------------------------------------------------
044900* 2200-FIXED-DATE - THE SAME MONTH AND DAY EVERY YEAR. WITH
045000* OBSERVANCE ON, A SATURDAY MOVES BACK TO FRIDAY AND A SUNDAY
045100* FORWARD TO MONDAY (A SATURDAY JANUARY 1 IS OBSERVED ON THE
045200* LAST FRIDAY OF THE YEAR BEFORE, AND IS WRITTEN ON THAT DATE).
045300*-----------------------------------------------------------------
045400 2200-FIXED-DATE.
045500     MOVE HR-MONTH TO WS-WORK-MONTH.
045600     MOVE HR-DAY TO WS-WORK-DAY.
045700     SET DATE-WAS-FOUND TO TRUE.
045800     IF NOT HR-OBSERVE-WEEKEND
045900         GO TO 2200-EXIT
046000     END-IF.
046100     PERFORM 8300-DAY-OF-WEEK THRU 8300-EXIT.
046200     IF WS-DAY-OF-WEEK = 0
046300         PERFORM 7100-PRIOR-DAY THRU 7100-EXIT
046400         PERFORM 2250-MARK-OBSERVED THRU 2250-EXIT
046500     END-IF.
046600     IF WS-DAY-OF-WEEK = 1
046700         PERFORM 7000-NEXT-DAY THRU 7000-EXIT
046800         PERFORM 2250-MARK-OBSERVED THRU 2250-EXIT
046900     END-IF.
047000 2200-EXIT.
047100     EXIT.
047200*-----------------------------------------------------------------
047300* 2250-MARK-OBSERVED - "(OBS)" AFTER THE DESCRIPTION SO THE
047400* MASTER SHOWS THE DAY IS THE OBSERVED ONE, NOT THE ACTUAL ONE.
047500*-----------------------------------------------------------------
047600 2250-MARK-OBSERVED.
047700     MOVE SPACES TO WS-CAND-DESCRIPTION.
047800     STRING HR-DESCRIPTION DELIMITED BY "  "
047900            " (OBS)" DELIMITED BY SIZE
048000         INTO WS-CAND-DESCRIPTION
048100     END-STRING.
048200 2250-EXIT.
048300     EXIT.
048400*-----------------------------------------------------------------
048500* 2300-NTH-WEEKDAY - FIND THE FIRST TARGET WEEKDAY ON OR AFTER
048600* THE 1ST OF THE MONTH, THEN STEP WHOLE WEEKS. A FIFTH THAT
048700* RUNS PAST MONTH-END IS NOT A DATE THAT YEAR.
048800*-----------------------------------------------------------------
048900 2300-NTH-WEEKDAY.
049000     MOVE HR-MONTH TO WS-WORK-MONTH.
049100     MOVE 1 TO WS-WORK-DAY.
049200     PERFORM 8400-FIND-WEEKDAY THRU 8400-EXIT.
049300     PERFORM 8300-DAY-OF-WEEK THRU 8300-EXIT.
049400     COMPUTE WS-DAY-GAP = WS-TARGET-DOW + 7 - WS-DAY-OF-WEEK.
049500     DIVIDE WS-DAY-GAP BY 7 GIVING WS-DAY-QUOTIENT
049600         REMAINDER WS-DAY-GAP.
049700     COMPUTE WS-CALC-DAY = 1 + WS-DAY-GAP + (7 * (HR-NTH - 1)).
049800     PERFORM 8500-MONTH-LENGTH THRU 8500-EXIT.
049900     IF WS-CALC-DAY > WS-MONTH-LENGTH
050000         GO TO 2300-EXIT
050100     END-IF.
050200     MOVE WS-CALC-DAY TO WS-WORK-DAY.
050300     SET DATE-WAS-FOUND TO TRUE.
050400 2300-EXIT.
050500     EXIT.
050600*-----------------------------------------------------------------
050700* 2400-LAST-WEEKDAY - FROM MONTH-END, BACK UP TO THE TARGET
050800* WEEKDAY.
050900*-----------------------------------------------------------------
051000 2400-LAST-WEEKDAY.
051100     MOVE HR-MONTH TO WS-WORK-MONTH.
051200     PERFORM 8500-MONTH-LENGTH THRU 8500-EXIT.
051300     MOVE WS-MONTH-LENGTH TO WS-WORK-DAY.
051400     PERFORM 8400-FIND-WEEKDAY THRU 8400-EXIT.
051500     PERFORM 8300-DAY-OF-WEEK THRU 8300-EXIT.
051600     COMPUTE WS-DAY-GAP = WS-DAY-OF-WEEK + 7 - WS-TARGET-DOW.
051700     DIVIDE WS-DAY-GAP BY 7 GIVING WS-DAY-QUOTIENT
051800         REMAINDER WS-DAY-GAP.
051900     SUBTRACT WS-DAY-GAP FROM WS-WORK-DAY.
052000     SET DATE-WAS-FOUND TO TRUE.
052100 2400-EXIT.
052200     EXIT.
052300*-----------------------------------------------------------------
052400* 2500-EASTER-RELATIVE - EASTER SUNDAY BY THE ANONYMOUS
052500* GREGORIAN (MEEUS/JONES/BUTCHER) METHOD, THEN THE RULE'S
052600* OFFSET IN CALENDAR DAYS. EVERY TERM IS FLOORED WITH ITS OWN
052700* DIVIDE, AND EACH SUM IS ARRANGED TO STAY POSITIVE.
052800*-----------------------------------------------------------------
052900 2500-EASTER-RELATIVE.
053000     DIVIDE WS-GEN-YEAR BY 19 GIVING WS-EA-QUOTIENT
053100         REMAINDER WS-EA-GOLDEN.
053200     DIVIDE WS-GEN-YEAR BY 100 GIVING WS-EA-CENTURY
053300         REMAINDER WS-EA-CENT-YEAR.
053400     DIVIDE WS-EA-CENTURY BY 4 GIVING WS-EA-CENT-4
053500         REMAINDER WS-EA-CENT-REM.
053600     COMPUTE WS-EA-SUM = WS-EA-CENTURY + 8.
053700     DIVIDE WS-EA-SUM BY 25 GIVING WS-EA-CORRECT-F
053800         REMAINDER WS-EA-QUOTIENT.
053900     COMPUTE WS-EA-SUM = WS-EA-CENTURY - WS-EA-CORRECT-F + 1.
054000     DIVIDE WS-EA-SUM BY 3 GIVING WS-EA-CORRECT-G
054100         REMAINDER WS-EA-QUOTIENT.
054200     COMPUTE WS-EA-SUM = (19 * WS-EA-GOLDEN) + WS-EA-CENTURY
054300         - WS-EA-CENT-4 - WS-EA-CORRECT-G + 15.
054400     DIVIDE WS-EA-SUM BY 30 GIVING WS-EA-QUOTIENT
054500         REMAINDER WS-EA-EPACT.
054600     DIVIDE WS-EA-CENT-YEAR BY 4 GIVING WS-EA-YEAR-4
054700         REMAINDER WS-EA-YEAR-REM.
054800     COMPUTE WS-EA-SUM = 32 + (2 * WS-EA-CENT-REM)
054900         + (2 * WS-EA-YEAR-4) - WS-EA-EPACT - WS-EA-YEAR-REM.
055000     DIVIDE WS-EA-SUM BY 7 GIVING WS-EA-QUOTIENT
055100         REMAINDER WS-EA-WEEKDAY.
055200     COMPUTE WS-EA-SUM = WS-EA-GOLDEN + (11 * WS-EA-EPACT)
055300         + (22 * WS-EA-WEEKDAY).
055400     DIVIDE WS-EA-SUM BY 451 GIVING WS-EA-M
055500         REMAINDER WS-EA-QUOTIENT.
055600     COMPUTE WS-EA-SUM = WS-EA-EPACT + WS-EA-WEEKDAY
055700         - (7 * WS-EA-M) + 114.
055800     DIVIDE WS-EA-SUM BY 31 GIVING WS-WORK-MONTH
055900         REMAINDER WS-EA-QUOTIENT.
056000     COMPUTE WS-WORK-DAY = WS-EA-QUOTIENT + 1.
056100     IF HR-EASTER-OFFSET > ZERO
056200         MOVE HR-EASTER-OFFSET TO WS-SHIFT-COUNT
056300         PERFORM 7000-NEXT-DAY THRU 7000-EXIT
056400             WS-SHIFT-COUNT TIMES
056500     END-IF.
056600     IF HR-EASTER-OFFSET < ZERO
056700         COMPUTE WS-SHIFT-COUNT = ZERO - HR-EASTER-OFFSET
056800         PERFORM 7100-PRIOR-DAY THRU 7100-EXIT
056900             WS-SHIFT-COUNT TIMES
057000     END-IF.
057100     SET DATE-WAS-FOUND TO TRUE.
057200 2500-EXIT.
057300     EXIT.
057400*-----------------------------------------------------------------
057500* 2600-POST-HOLIDAY - ADD THE DATE UNLESS SOMETHING IS ALREADY
057600* ON FILE FOR IT. WHATEVER IS THERE - KEYED BY AN OPERATOR OR
057700* GENERATED ON AN EARLIER RUN - IS LEFT EXACTLY AS IT IS.
057800*-----------------------------------------------------------------
057900 2600-POST-HOLIDAY.
058000     MOVE WS-WORK-DATE-NUM TO PRF-DATE.
058100     MOVE WS-CAND-DESCRIPTION TO PRF-DESCRIPTION.
058200     MOVE WS-WORK-DATE-NUM TO HOL-DATE.
058300     MOVE "Y" TO WS-ON-FILE-SWITCH.
058400     READ HOLIDAY-MASTER
058500         INVALID KEY
058600             MOVE "N" TO WS-ON-FILE-SWITCH
058700     END-READ.
058800     IF DATE-IS-ON-FILE
058900         IF HOL-GENERATED
059000             ADD 1 TO WS-GENERATED-SKIP-COUNT
059100             MOVE "SKIPPED - ALREADY GENERATED" TO PRF-ACTION
059200         ELSE
059300             ADD 1 TO WS-KEYED-SKIP-COUNT
059400             MOVE "SKIPPED - KEYED BY HAND" TO PRF-ACTION
059500         END-IF
059600         GO TO 2600-WRITE-PROOF
059700     END-IF.
059800     MOVE SPACES TO HOLIDAY-MASTER-RECORD.
059900     MOVE WS-WORK-DATE-NUM TO HOL-DATE.
060000     MOVE WS-CAND-DESCRIPTION TO HOL-DESCRIPTION.
060100     SET HOL-GENERATED TO TRUE.
060200     WRITE HOLIDAY-MASTER-RECORD
060300         INVALID KEY
060400             ADD 1 TO WS-WRITE-FAIL-COUNT
060500             MOVE "NOT ADDED - WRITE FAILED" TO PRF-ACTION
060600         NOT INVALID KEY
060700             ADD 1 TO WS-ADDED-COUNT
060800             MOVE "ADDED" TO PRF-ACTION
060900     END-WRITE.
061000 2600-WRITE-PROOF.
061100     WRITE PROOF-LIST-RECORD FROM WS-PROOF-LINE.
061200 2600-EXIT.
061300     EXIT.
061400*-----------------------------------------------------------------
061500* 3000-TERMINATE - PROOF-LIST TOTALS, CLOSE, RETURN CODE.
061600*-----------------------------------------------------------------
061700 3000-TERMINATE.
061800     IF WS-REFUSE-TEXT = SPACES
061900         PERFORM 3100-PRINT-TOTALS THRU 3100-EXIT
062000     END-IF.
062100     IF WS-HOL-FILE-STATUS = "00"
062200         CLOSE HOLIDAY-MASTER
062300     END-IF.
062400     CLOSE PROOF-LIST.
062500     DISPLAY "HOLGEN: " WS-ADDED-COUNT " ADDED, "
062600         WS-KEYED-SKIP-COUNT " KEYED BY HAND, "
062700         WS-GENERATED-SKIP-COUNT " ALREADY GENERATED, "
062800         WS-REJECTED-COUNT " RULES REJECTED".
062900     EVALUATE TRUE
063000         WHEN WS-REFUSE-TEXT NOT = SPACES
063100             MOVE 8 TO RETURN-CODE
063200         WHEN WS-REJECTED-COUNT > ZERO
063300             MOVE 4 TO RETURN-CODE
063400         WHEN WS-WRITE-FAIL-COUNT > ZERO
063500             MOVE 4 TO RETURN-CODE
063600         WHEN OTHER
063700             MOVE ZERO TO RETURN-CODE
063800     END-EVALUATE.
063900 3000-EXIT.
064000     EXIT.
064100*-----------------------------------------------------------------
064200* 3100-PRINT-TOTALS - THE DATES ADDED AND SKIPPED ADD UP TO
064300* THE RULES APPLIED ACROSS THE YEAR RANGE.
064400*-----------------------------------------------------------------
064500 3100-PRINT-TOTALS.
064600     MOVE SPACES TO PROOF-LIST-RECORD.
064700     WRITE PROOF-LIST-RECORD.
064800     MOVE "RULES READ" TO TOT-LABEL.
064900     MOVE WS-RULES-READ-COUNT TO TOT-COUNT.
065000     WRITE PROOF-LIST-RECORD FROM WS-PROOF-TOTAL-LINE.
065100     MOVE "RULES REJECTED" TO TOT-LABEL.
065200     MOVE WS-REJECTED-COUNT TO TOT-COUNT.
065300     WRITE PROOF-LIST-RECORD FROM WS-PROOF-TOTAL-LINE.
065400     MOVE "HOLIDAYS ADDED" TO TOT-LABEL.
065500     MOVE WS-ADDED-COUNT TO TOT-COUNT.
065600     WRITE PROOF-LIST-RECORD FROM WS-PROOF-TOTAL-LINE.
065700     MOVE "SKIPPED - KEYED BY HAND" TO TOT-LABEL.
065800     MOVE WS-KEYED-SKIP-COUNT TO TOT-COUNT.
065900     WRITE PROOF-LIST-RECORD FROM WS-PROOF-TOTAL-LINE.
066000     MOVE "SKIPPED - ALREADY GENERATED" TO TOT-LABEL.
066100     MOVE WS-GENERATED-SKIP-COUNT TO TOT-COUNT.
066200     WRITE PROOF-LIST-RECORD FROM WS-PROOF-TOTAL-LINE.
066300     MOVE "SKIPPED - NO SUCH DAY IN MONTH" TO TOT-LABEL.
066400     MOVE WS-NO-SUCH-DAY-COUNT TO TOT-COUNT.
066500     WRITE PROOF-LIST-RECORD FROM WS-PROOF-TOTAL-LINE.
066600     MOVE "NOT ADDED - WRITE FAILED" TO TOT-LABEL.
066700     MOVE WS-WRITE-FAIL-COUNT TO TOT-COUNT.
066800     WRITE PROOF-LIST-RECORD FROM WS-PROOF-TOTAL-LINE.
066900 3100-EXIT.
067000     EXIT.
067100*-----------------------------------------------------------------
067200* 7000-NEXT-DAY - ROLL THE WORK DATE FORWARD ONE CALENDAR DAY,
067300* CARRYING THROUGH MONTH-END AND YEAR-END. THE SAME WALK AS
067400* DATECALC'S; DATECALC ITSELF IS NOT CALLED BECAUSE IT HOLDS
067500* HOLMAST OPEN FOR INPUT WHILE THIS PROGRAM IS UPDATING IT.
067600*-----------------------------------------------------------------
067700 7000-NEXT-DAY.
067800     PERFORM 8500-MONTH-LENGTH THRU 8500-EXIT.
067900     IF WS-WORK-DAY < WS-MONTH-LENGTH
068000         ADD 1 TO WS-WORK-DAY
068100     ELSE
068200         MOVE 1 TO WS-WORK-DAY
068300         IF WS-WORK-MONTH < 12
068400             ADD 1 TO WS-WORK-MONTH
068500         ELSE
068600             MOVE 1 TO WS-WORK-MONTH
068700             ADD 1 TO WS-WORK-YEAR
068800         END-IF
068900     END-IF.
069000 7000-EXIT.
069100     EXIT.
069200*-----------------------------------------------------------------
069300* 7100-PRIOR-DAY - ROLL THE WORK DATE BACK ONE CALENDAR DAY,
069400* BORROWING THROUGH MONTH-START AND YEAR-START.
069500*-----------------------------------------------------------------
069600 7100-PRIOR-DAY.
069700     IF WS-WORK-DAY > 1
069800         SUBTRACT 1 FROM WS-WORK-DAY
069900     ELSE
070000         IF WS-WORK-MONTH > 1
070100             SUBTRACT 1 FROM WS-WORK-MONTH
070200         ELSE
070300             MOVE 12 TO WS-WORK-MONTH
070400             SUBTRACT 1 FROM WS-WORK-YEAR
070500         END-IF
070600         PERFORM 8500-MONTH-LENGTH THRU 8500-EXIT
070700         MOVE WS-MONTH-LENGTH TO WS-WORK-DAY
070800     END-IF.
070900 7100-EXIT.
071000     EXIT.
071100*-----------------------------------------------------------------
071200* 8000-READ-RULE - NEXT LINE OF THE RULES FILE.
071300*-----------------------------------------------------------------
071400 8000-READ-RULE.
071500     READ HOLIDAY-RULES
071600         AT END
071700             SET END-OF-RULES TO TRUE
071800     END-READ.
071900 8000-EXIT.
072000     EXIT.
072100*-----------------------------------------------------------------
072200* 8300-DAY-OF-WEEK - DAYOFWK ON THE WORK DATE (0=SATURDAY,
072300* 1=SUNDAY ... 6=FRIDAY).
072400*-----------------------------------------------------------------
072500 8300-DAY-OF-WEEK.
072600     CALL "DAYOFWK" USING WS-WORK-YEAR, WS-WORK-MONTH,
072700         WS-WORK-DAY, WS-DAY-OF-WEEK.
072800 8300-EXIT.
072900     EXIT.
073000*-----------------------------------------------------------------
073100* 8400-FIND-WEEKDAY - TURN THE RULE'S THREE-LETTER WEEKDAY INTO
073200* DAYOFWK'S NUMBER. THE NAME TABLE RUNS SAT THROUGH FRI SO THE
073300* NUMBER IS THE TABLE POSITION LESS ONE.
073400*-----------------------------------------------------------------
073500 8400-FIND-WEEKDAY.
073600     MOVE "N" TO WS-WEEKDAY-SWITCH.
073700     PERFORM 8450-MATCH-WEEKDAY THRU 8450-EXIT
073800         VARYING WS-DOW-IX FROM 1 BY 1
073900         UNTIL WS-DOW-IX > 7 OR WEEKDAY-WAS-FOUND.
074000 8400-EXIT.
074100     EXIT.
074200*-----------------------------------------------------------------
074300* 8450-MATCH-WEEKDAY - ONE NAME-TABLE ENTRY AGAINST THE RULE.
074400*-----------------------------------------------------------------
074500 8450-MATCH-WEEKDAY.
074600     IF WS-DAY-NAME (WS-DOW-IX) = HR-WEEKDAY
074700         SET WEEKDAY-WAS-FOUND TO TRUE
074800         SUBTRACT 1 FROM WS-DOW-IX GIVING WS-TARGET-DOW
074900     END-IF.
075000 8450-EXIT.
075100     EXIT.
075200*-----------------------------------------------------------------
075300* 8500-MONTH-LENGTH - DAYS IN THE WORK DATE'S MONTH. FEBRUARY
075400* ASKS LEAP, EVERY OTHER MONTH COMES OFF THE TABLE.
075500*-----------------------------------------------------------------
075600 8500-MONTH-LENGTH.
075700     MOVE WS-MONTH-DAYS-ENTRY (WS-WORK-MONTH)
075800         TO WS-MONTH-LENGTH.
075900     IF WS-WORK-MONTH = 2
076000         CALL "LEAP" USING WS-WORK-YEAR, WS-LEAP-RESULT,
076100             WS-LEAP-REASON
076200         IF WS-LEAP-RESULT = 1
076300             MOVE 29 TO WS-MONTH-LENGTH
076400         END-IF
076500     END-IF.
076600 8500-EXIT.
076700     EXIT.
