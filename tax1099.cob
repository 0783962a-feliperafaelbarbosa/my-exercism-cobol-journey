000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                TAX1099.
000300 AUTHOR.                    D HOLLIS.
000400 INSTALLATION.              YEAR-END BATCH.
000500 DATE-WRITTEN.              2026-10-14.
000600 DATE-COMPILED.             2026-10-14.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* 2026-10-14 DH  NEW PROGRAM. YEAR-END 1099-INT REPORTING. THE
001100*                EXTRA-DAY AND EXTRA-WEEK INTEREST GLPOST CREDITS
001200*                IS REPORTABLE INTEREST INCOME AND NOTHING
001300*                ACCUMULATED IT BY TAX YEAR. THE TAX YEAR AND
001400*                THE REPORTING THRESHOLD COME OFF THE TAXPARM
001500*                CARD. READS THE YEAR'S GL JOURNAL (GLJRNL) AND
001600*                TOTALS EVERY CREDIT LINE WHOSE JL-VALUE-DATE
001700*                FALLS IN THE TAX YEAR INTO THE INTEREST-PAID
001800*                ACCUMULATOR (INTACCUM, PER INTACCUM.CPY), ONE
001900*                RECORD PER ACCOUNT. THE YEAR'S TOTALS ARE
002000*                ZEROED AND REBUILT EVERY RUN, SO A RERUN NEVER
002100*                DOUBLE-COUNTS, AND LINES FROM A RUN ACCRREV HAS
002200*                REVERSED ARE LEFT OUT - THE ORIGINAL CREDIT AND
002300*                ITS CONTRA BOTH CARRY THAT RUN NUMBER. AN
002400*                ACCOUNT AT OR OVER THE THRESHOLD THAT HAS NOT
002500*                HAD A FORM GETS ONE ON THE ORIGINAL EXTRACT
002600*                (TAXEXT); ONE UNDER IT GOES ON THE REGISTER
002700*                (TAXREG) INSTEAD. AN ACCOUNT WHOSE TOTAL HAS
002800*                MOVED SINCE ITS FORM WENT OUT GETS A CORRECTED
002900*                FORM ON TAXCOR. BOTH EXTRACTS ARE H/D/T FILES
003000*                (TAXEXT.CPY) WITH COUNT AND AMOUNT CONTROL
003100*                TOTALS ON THE TRAILER. RETURN CODE 0 = CLEAN,
003200*                4 = CORRECTIONS WENT OUT OR JOURNAL LINES HAD
003300*                NO VALUE DATE, 8 = REFUSED (BAD OR MISSING
003400*                PARM, OR A MASTER WOULD NOT OPEN).
003500*-----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT TAX-PARM         ASSIGN TO TAXPARM
004000                             ORGANIZATION IS LINE SEQUENTIAL
004100                             FILE STATUS IS WS-PARM-FILE-STATUS.
004200     SELECT JOURNAL-FILE     ASSIGN TO GLJRNL
004300                             ORGANIZATION IS LINE SEQUENTIAL
004400                             FILE STATUS IS WS-JL-FILE-STATUS.
004500     SELECT INTEREST-ACCUM   ASSIGN TO INTACCUM
004600                             ORGANIZATION IS INDEXED
004700                             ACCESS MODE IS DYNAMIC
004800                             RECORD KEY IS IA-KEY
004900                             FILE STATUS IS WS-IA-FILE-STATUS.
005000     SELECT RUN-STATUS-MASTER ASSIGN TO ACCRSTAT
005100                             ORGANIZATION IS INDEXED
005200                             ACCESS MODE IS RANDOM
005300                             RECORD KEY IS RS-RUN-NUMBER
005400                             FILE STATUS IS WS-RS-FILE-STATUS.
005500     SELECT TAX-EXTRACT      ASSIGN TO TAXEXT
005600                             ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT CORRECTION-EXTRACT ASSIGN TO TAXCOR
005800                             ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT TAX-REGISTER     ASSIGN TO TAXREG
006000                             ORGANIZATION IS LINE SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  TAX-PARM.
006400 01  TAX-PARM-RECORD         PIC X(80).
006500 FD  JOURNAL-FILE.
006600     COPY GLJRNL.
006700 FD  INTEREST-ACCUM.
006800     COPY INTACCUM.
006900 FD  RUN-STATUS-MASTER.
007000     COPY RUNSTAT.
007100 FD  TAX-EXTRACT.
007200     COPY TAXEXT.
007300 FD  CORRECTION-EXTRACT.
007400 01  CORRECTION-EXTRACT-RECORD PIC X(49).
007500 FD  TAX-REGISTER.
007600 01  TAX-REGISTER-RECORD     PIC X(80).
007700 WORKING-STORAGE SECTION.
007800 01  WS-PARM-FILE-STATUS     PIC X(02).
007900 01  WS-JL-FILE-STATUS       PIC X(02).
008000 01  WS-IA-FILE-STATUS       PIC X(02)   VALUE SPACES.
008100     88  INTACCUM-NOT-FOUND          VALUE "35".
008200 01  WS-RS-FILE-STATUS       PIC X(02)   VALUE SPACES.
008300 01  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
008400     88  END-OF-JOURNAL              VALUE "Y".
008500 01  WS-ACCUM-EOF-SWITCH     PIC X(01)   VALUE "N".
008600     88  END-OF-TAX-YEAR             VALUE "Y".
008700 01  WS-REFUSE-TEXT          PIC X(40)   VALUE SPACES.
008800 01  WS-SYS-DATE             PIC 9(08).
008900 01  WS-TAX-YEAR             PIC 9(04)   VALUE ZERO.
009000 01  WS-THRESHOLD            PIC 9(07)V99 VALUE 10.00.
009010 01  WS-PARM-THRESHOLD-X     PIC X(09).
009020 01  WS-PARM-THRESHOLD REDEFINES WS-PARM-THRESHOLD-X
009030                             PIC 9(07)V99.
009100 01  WS-LINE-YEAR            PIC 9(04).
009200 01  WS-REPORT-AMOUNT        PIC S9(09)V99.
009300 01  WS-CACHED-RUN-NUMBER    PIC 9(14)   VALUE ZERO.
009400 01  WS-CACHED-RUN-SWITCH    PIC X(01)   VALUE "N".
009500     88  CACHED-RUN-REVERSED         VALUE "Y".
009600 01  WS-JOURNAL-READ-COUNT   PIC 9(08)   VALUE ZERO.
009700 01  WS-CREDIT-COUNT         PIC 9(08)   VALUE ZERO.
009800 01  WS-CREDIT-TOTAL         PIC S9(11)V99 VALUE ZERO.
009900 01  WS-REVERSED-COUNT       PIC 9(08)   VALUE ZERO.
010000 01  WS-REVERSED-TOTAL       PIC S9(11)V99 VALUE ZERO.
010100 01  WS-NO-DATE-COUNT        PIC 9(08)   VALUE ZERO.
010200 01  WS-ACCOUNT-COUNT        PIC 9(08)   VALUE ZERO.
010300 01  WS-ORIGINAL-COUNT       PIC 9(08)   VALUE ZERO.
010400 01  WS-ORIGINAL-TOTAL       PIC S9(11)V99 VALUE ZERO.
010500 01  WS-CORRECTION-COUNT     PIC 9(08)   VALUE ZERO.
010600 01  WS-CORRECTION-TOTAL     PIC S9(11)V99 VALUE ZERO.
010700 01  WS-UNDER-COUNT          PIC 9(08)   VALUE ZERO.
010800 01  WS-UNDER-TOTAL          PIC S9(11)V99 VALUE ZERO.
010900 01  WS-UNCHANGED-COUNT      PIC 9(08)   VALUE ZERO.
011000 01  WS-REGISTER-TITLE.
011100     05  FILLER              PIC X(25)
011200         VALUE "TAX1099 1099-INT REGISTER".
011300     05  FILLER              PIC X(55)  VALUE SPACES.
011400 01  WS-PARM-LINE.
011500     05  FILLER              PIC X(10)  VALUE "TAX YEAR: ".
011600     05  PRM-TAX-YEAR        PIC 9(04).
011700     05  FILLER              PIC X(15)  VALUE "   THRESHOLD: ".
011800     05  PRM-THRESHOLD       PIC Z(06)9.99.
011900     05  FILLER              PIC X(41)  VALUE SPACES.
012000 01  WS-REGISTER-HEADING.
012100     05  FILLER              PIC X(12)  VALUE "REFERENCE".
012200     05  FILLER              PIC X(15)  VALUE "   PRIOR FORM".
012300     05  FILLER              PIC X(15)  VALUE "  INTEREST PAID".
012400     05  FILLER              PIC X(02)  VALUE SPACES.
012500     05  FILLER              PIC X(20)  VALUE "ACTION".
012600     05  FILLER              PIC X(16)  VALUE SPACES.
012700 01  WS-REGISTER-LINE.
012800     05  REG-REFERENCE       PIC X(10).
012900     05  FILLER              PIC X(02)  VALUE SPACES.
013000     05  REG-PRIOR-AMOUNT    PIC Z(08)9.99-.
013100     05  FILLER              PIC X(02)  VALUE SPACES.
013200     05  REG-AMOUNT          PIC Z(08)9.99-.
013300     05  FILLER              PIC X(04)  VALUE SPACES.
013400     05  REG-ACTION          PIC X(20).
013500     05  FILLER              PIC X(16)  VALUE SPACES.
013600 01  WS-REGISTER-TOTAL-LINE.
013700     05  TOT-LABEL           PIC X(34).
013800     05  TOT-COUNT           PIC Z(07)9.
013900     05  FILLER              PIC X(02)  VALUE SPACES.
014000     05  TOT-AMOUNT          PIC Z(10)9.99-.
014100     05  FILLER              PIC X(21)  VALUE SPACES.
014200 01  WS-REFUSE-LINE.
014300     05  FILLER              PIC X(14)  VALUE "RUN REFUSED - ".
014400     05  REF-REASON          PIC X(40).
014500     05  FILLER              PIC X(26)  VALUE SPACES.
014600*-----------------------------------------------------------------
014700 PROCEDURE DIVISION.
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015000     IF WS-REFUSE-TEXT = SPACES
015100         PERFORM 2000-RESET-TAX-YEAR THRU 2000-EXIT
015200         PERFORM 2200-ACCUMULATE-LINE THRU 2200-EXIT
015300             UNTIL END-OF-JOURNAL
015400         PERFORM 2500-REPORT-TAX-YEAR THRU 2500-EXIT
015500     END-IF.
015600     PERFORM 3000-TERMINATE THRU 3000-EXIT.
015700     STOP RUN.
015800*-----------------------------------------------------------------
015900* 1000-INITIALIZE - READ THE TAX YEAR AND THRESHOLD OFF TAXPARM,
016000* OPEN THE REGISTER, AND ONLY WHEN THE CARD IS GOOD OPEN THE
016100* MASTERS, THE JOURNAL AND THE TWO EXTRACTS. A REFUSED RUN
016200* SENDS NOTHING AND SAYS WHY ON THE REGISTER.
016300*-----------------------------------------------------------------
016400 1000-INITIALIZE.
016500     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
016600     OPEN OUTPUT TAX-REGISTER.
016700     WRITE TAX-REGISTER-RECORD FROM WS-REGISTER-TITLE.
016800     PERFORM 1050-READ-PARM THRU 1050-EXIT.
016900     MOVE WS-TAX-YEAR TO PRM-TAX-YEAR.
017000     MOVE WS-THRESHOLD TO PRM-THRESHOLD.
017100     WRITE TAX-REGISTER-RECORD FROM WS-PARM-LINE.
017200     IF WS-REFUSE-TEXT = SPACES
017300         PERFORM 1100-OPEN-MASTERS THRU 1100-EXIT
017400     END-IF.
017500     IF WS-REFUSE-TEXT = SPACES
017600         PERFORM 1200-OPEN-EXTRACTS THRU 1200-EXIT
017700         WRITE TAX-REGISTER-RECORD FROM WS-REGISTER-HEADING
017800     ELSE
017900         MOVE WS-REFUSE-TEXT TO REF-REASON
018000         WRITE TAX-REGISTER-RECORD FROM WS-REFUSE-LINE
018100         DISPLAY "TAX1099: RUN REFUSED - " WS-REFUSE-TEXT
018200     END-IF.
018300 1000-EXIT.
018400     EXIT.
018500*-----------------------------------------------------------------
018600* 1050-READ-PARM - ONE CARD: THE TAX YEAR IN COLUMNS 1-4
018700* (REQUIRED) AND THE REPORTING THRESHOLD IN COLUMNS 5-13 AS
018800* 9(07)V99 (BLANK MEANS THE STANDARD 10.00). A FORM RUN IS
018900* NEVER GUESSED AT - NO CARD OR A BAD YEAR REFUSES IT.
019000*-----------------------------------------------------------------
019100 1050-READ-PARM.
019200     OPEN INPUT TAX-PARM.
019300     IF WS-PARM-FILE-STATUS NOT = "00"
019400         MOVE "NO TAXPARM CARD" TO WS-REFUSE-TEXT
019500         GO TO 1050-EXIT
019600     END-IF.
019700     READ TAX-PARM
019800         AT END
019900             MOVE "EMPTY TAXPARM CARD" TO WS-REFUSE-TEXT
020000     END-READ.
020100     CLOSE TAX-PARM.
020200     IF WS-REFUSE-TEXT NOT = SPACES
020300         GO TO 1050-EXIT
020400     END-IF.
020500     IF TAX-PARM-RECORD (1:4) NOT NUMERIC
020600         MOVE "TAXPARM TAX YEAR NOT NUMERIC" TO WS-REFUSE-TEXT
020700         GO TO 1050-EXIT
020800     END-IF.
020900     MOVE TAX-PARM-RECORD (1:4) TO WS-TAX-YEAR.
021000     IF TAX-PARM-RECORD (5:9) = SPACES
021100         GO TO 1050-EXIT
021200     END-IF.
021300     MOVE TAX-PARM-RECORD (5:9) TO WS-PARM-THRESHOLD-X.
021400     IF WS-PARM-THRESHOLD NOT NUMERIC
021500         MOVE "TAXPARM THRESHOLD NOT NUMERIC" TO WS-REFUSE-TEXT
021600         GO TO 1050-EXIT
021700     END-IF.
021750     MOVE WS-PARM-THRESHOLD TO WS-THRESHOLD.
021800 1050-EXIT.
021900     EXIT.
022000*-----------------------------------------------------------------
022100* 1100-OPEN-MASTERS - THE ACCUMULATOR FOR UPDATE (THE FIRST RUN
022200* EVER CREATES IT) AND THE RUN-STATUS MASTER FOR THE REVERSED
022300* CHECK. WITHOUT THE RUN-STATUS MASTER A REVERSED RUN WOULD BE
022400* REPORTED AS PAID, SO IT MUST OPEN.
022500*-----------------------------------------------------------------
022600 1100-OPEN-MASTERS.
022700     OPEN I-O INTEREST-ACCUM.
022800     IF INTACCUM-NOT-FOUND
022900         OPEN OUTPUT INTEREST-ACCUM
023000         CLOSE INTEREST-ACCUM
023100         OPEN I-O INTEREST-ACCUM
023200     END-IF.
023300     IF WS-IA-FILE-STATUS NOT = "00"
023400         MOVE "ACCUMULATOR WILL NOT OPEN - INTACCUM"
023500             TO WS-REFUSE-TEXT
023600         GO TO 1100-EXIT
023700     END-IF.
023800     OPEN INPUT RUN-STATUS-MASTER.
023900     IF WS-RS-FILE-STATUS NOT = "00"
024000         MOVE "RUN-STATUS MASTER UNREADABLE - ACCRSTAT"
024100             TO WS-REFUSE-TEXT
024200         GO TO 1100-EXIT
024300     END-IF.
024400     OPEN INPUT JOURNAL-FILE.
024500     IF WS-JL-FILE-STATUS NOT = "00"
024600         MOVE "GL JOURNAL WILL NOT OPEN - GLJRNL"
024700             TO WS-REFUSE-TEXT
024800     END-IF.
024900 1100-EXIT.
025000     EXIT.
025100*-----------------------------------------------------------------
025200* 1200-OPEN-EXTRACTS - BOTH EXTRACTS GO OUT EVERY RUN, EACH
025300* WITH ITS HEADER, SO THE VENDOR ALWAYS GETS A BALANCED FILE
025400* EVEN WHEN IT CARRIES NO FORMS.
025500*-----------------------------------------------------------------
025600 1200-OPEN-EXTRACTS.
025700     OPEN OUTPUT TAX-EXTRACT.
025800     OPEN OUTPUT CORRECTION-EXTRACT.
025900     MOVE SPACES TO TAX-EXTRACT-RECORD.
026000     SET TX-HEADER-REC TO TRUE.
026100     MOVE WS-SYS-DATE TO TX-FILE-DATE.
026200     MOVE WS-TAX-YEAR TO TX-HDR-TAX-YEAR.
026300     MOVE "1099-INT" TO TX-FORM-ID.
026400     SET TX-CORRECTION-FILE TO TRUE.
026500     WRITE CORRECTION-EXTRACT-RECORD FROM TAX-EXTRACT-RECORD.
026600     SET TX-ORIGINAL-FILE TO TRUE.
026700     WRITE TAX-EXTRACT-RECORD.
026800 1200-EXIT.
026900     EXIT.
027000*-----------------------------------------------------------------
027100* 2000-RESET-TAX-YEAR - ZERO THE PAID TOTAL ON EVERY ACCUMULATOR
027200* RECORD FOR THE TAX YEAR BEFORE THE JOURNAL IS READ. WHAT WAS
027300* REPORTED STAYS - THAT IS WHAT A CORRECTION IS MEASURED FROM.
027400*-----------------------------------------------------------------
027500 2000-RESET-TAX-YEAR.
027600     PERFORM 8100-START-TAX-YEAR THRU 8100-EXIT.
027700     PERFORM 2100-RESET-ONE-ACCOUNT THRU 2100-EXIT
027800         UNTIL END-OF-TAX-YEAR.
027900     PERFORM 8000-READ-JOURNAL THRU 8000-EXIT.
028000 2000-EXIT.
028100     EXIT.
028200*-----------------------------------------------------------------
028300* 2100-RESET-ONE-ACCOUNT - ONE ACCUMULATOR RECORD ZEROED.
028400*-----------------------------------------------------------------
028500 2100-RESET-ONE-ACCOUNT.
028600     PERFORM 8200-READ-NEXT-ACCUM THRU 8200-EXIT.
028700     IF END-OF-TAX-YEAR
028800         GO TO 2100-EXIT
028900     END-IF.
029000     MOVE ZERO TO IA-PAID-TOTAL.
029100     REWRITE INTEREST-ACCUM-RECORD.
029200 2100-EXIT.
029300     EXIT.
029400*-----------------------------------------------------------------
029500* 2200-ACCUMULATE-LINE - ONE JOURNAL CREDIT LINE IN THE TAX
029600* YEAR, FROM A RUN THAT STILL STANDS, ADDED TO ITS ACCOUNT'S
029700* TOTAL. THE TAX YEAR IS THE YEAR THE INTEREST WAS PAID (THE
029800* VALUE DATE); A LINE WITH NO VALUE DATE FALLS BACK TO ITS
029900* ADJUSTMENT YEAR AND IS COUNTED FOR THE LOG.
030000*-----------------------------------------------------------------
030100 2200-ACCUMULATE-LINE.
030200     IF NOT JL-CREDIT
030300         GO TO 2200-READ-NEXT
030400     END-IF.
030500     IF JL-VALUE-DATE = ZERO
030600         MOVE JL-YEAR TO WS-LINE-YEAR
030700     ELSE
030800         MOVE JL-VALUE-DATE (1:4) TO WS-LINE-YEAR
030900     END-IF.
031000     IF WS-LINE-YEAR NOT = WS-TAX-YEAR
031100         GO TO 2200-READ-NEXT
031200     END-IF.
031300     IF JL-VALUE-DATE = ZERO
031400         ADD 1 TO WS-NO-DATE-COUNT
031500     END-IF.
031600     PERFORM 2300-CHECK-RUN-REVERSED THRU 2300-EXIT.
031700     IF CACHED-RUN-REVERSED
031800         ADD 1 TO WS-REVERSED-COUNT
031900         ADD JL-AMOUNT TO WS-REVERSED-TOTAL
032000         GO TO 2200-READ-NEXT
032100     END-IF.
032200     ADD 1 TO WS-CREDIT-COUNT.
032300     ADD JL-AMOUNT TO WS-CREDIT-TOTAL.
032400     MOVE WS-TAX-YEAR TO IA-TAX-YEAR.
032500     MOVE JL-REFERENCE TO IA-REFERENCE.
032600     READ INTEREST-ACCUM
032700         INVALID KEY
032800             MOVE SPACES TO INTEREST-ACCUM-RECORD
032900             MOVE WS-TAX-YEAR TO IA-TAX-YEAR
033000             MOVE JL-REFERENCE TO IA-REFERENCE
033100             MOVE JL-AMOUNT TO IA-PAID-TOTAL
033200             MOVE ZERO TO IA-REPORTED-TOTAL IA-SENT-DATE
033300                 IA-CORRECTION-COUNT
033400             SET IA-NOT-REPORTED TO TRUE
033500             MOVE WS-SYS-DATE TO IA-LAST-RUN-DATE
033600             WRITE INTEREST-ACCUM-RECORD
033700         NOT INVALID KEY
033800             ADD JL-AMOUNT TO IA-PAID-TOTAL
033900             MOVE WS-SYS-DATE TO IA-LAST-RUN-DATE
034000             REWRITE INTEREST-ACCUM-RECORD
034100     END-READ.
034200 2200-READ-NEXT.
034300     PERFORM 8000-READ-JOURNAL THRU 8000-EXIT.
034400 2200-EXIT.
034500     EXIT.
034600*-----------------------------------------------------------------
034700* 2300-CHECK-RUN-REVERSED - ONE KEYED READ PER RUN, NOT PER
034800* LINE: THE JOURNAL COMES A RUN AT A TIME, SO THE LAST ANSWER
034900* IS KEPT. A RUN WITH NO ENTRY PREDATES THE STATUS MASTER AND
035000* STANDS.
035100*-----------------------------------------------------------------
035200 2300-CHECK-RUN-REVERSED.
035300     IF JL-RUN-NUMBER = WS-CACHED-RUN-NUMBER
035400         GO TO 2300-EXIT
035500     END-IF.
035600     MOVE JL-RUN-NUMBER TO WS-CACHED-RUN-NUMBER.
035700     MOVE "N" TO WS-CACHED-RUN-SWITCH.
035800     MOVE JL-RUN-NUMBER TO RS-RUN-NUMBER.
035900     READ RUN-STATUS-MASTER
036000         INVALID KEY
036100             GO TO 2300-EXIT
036200     END-READ.
036300     IF RS-RUN-REVERSED
036400         SET CACHED-RUN-REVERSED TO TRUE
036500     END-IF.
036600 2300-EXIT.
036700     EXIT.
036800*-----------------------------------------------------------------
036900* 2500-REPORT-TAX-YEAR - WALK THE TAX YEAR'S ACCUMULATOR
037000* RECORDS AND DECIDE EACH ACCOUNT'S FORM.
037100*-----------------------------------------------------------------
037200 2500-REPORT-TAX-YEAR.
037300     PERFORM 8100-START-TAX-YEAR THRU 8100-EXIT.
037400     PERFORM 2600-REPORT-ONE-ACCOUNT THRU 2600-EXIT
037500         UNTIL END-OF-TAX-YEAR.
037600 2500-EXIT.
037700     EXIT.
037800*-----------------------------------------------------------------
037900* 2600-REPORT-ONE-ACCOUNT - NO FORM YET: AT OR OVER THE
038000* THRESHOLD SENDS THE ORIGINAL, UNDER IT GOES ON THE REGISTER.
038100* FORM ALREADY SENT: A TOTAL THAT HAS MOVED SINCE SENDS A
038200* CORRECTED FORM (EVEN DOWN UNDER THE THRESHOLD - THE VENDOR
038300* HAS TO BE TOLD); AN UNCHANGED ONE IS LEFT ALONE.
038400*-----------------------------------------------------------------
038500 2600-REPORT-ONE-ACCOUNT.
038600     PERFORM 8200-READ-NEXT-ACCUM THRU 8200-EXIT.
038700     IF END-OF-TAX-YEAR
038800         GO TO 2600-EXIT
038900     END-IF.
039000     ADD 1 TO WS-ACCOUNT-COUNT.
039100     MOVE IA-PAID-TOTAL TO WS-REPORT-AMOUNT.
039200     IF WS-REPORT-AMOUNT < ZERO
039300         MOVE ZERO TO WS-REPORT-AMOUNT
039400     END-IF.
039500     IF IA-NOT-REPORTED
039600         IF WS-REPORT-AMOUNT NOT < WS-THRESHOLD
039700             PERFORM 2700-WRITE-ORIGINAL THRU 2700-EXIT
039800         ELSE
039900             PERFORM 2800-LIST-UNDER-THRESHOLD THRU 2800-EXIT
040000         END-IF
040100     ELSE
040200         IF WS-REPORT-AMOUNT NOT = IA-REPORTED-TOTAL
040300             PERFORM 2900-WRITE-CORRECTION THRU 2900-EXIT
040400         ELSE
040500             ADD 1 TO WS-UNCHANGED-COUNT
040600         END-IF
040700     END-IF.
040800     MOVE WS-SYS-DATE TO IA-LAST-RUN-DATE.
040900     REWRITE INTEREST-ACCUM-RECORD.
041000 2600-EXIT.
041100     EXIT.
041200*-----------------------------------------------------------------
041300* 2700-WRITE-ORIGINAL - ONE ORIGINAL FORM ON TAXEXT, AND THE
041400* ACCOUNT MARKED SENT AT THAT AMOUNT.
041500*-----------------------------------------------------------------
041600 2700-WRITE-ORIGINAL.
041700     MOVE SPACES TO TAX-EXTRACT-RECORD.
041800     SET TX-DETAIL-REC TO TRUE.
041900     MOVE IA-REFERENCE TO TX-REFERENCE.
042000     MOVE IA-TAX-YEAR TO TX-TAX-YEAR.
042100     SET TX-ORIGINAL-FORM TO TRUE.
042200     MOVE WS-REPORT-AMOUNT TO TX-BOX1-INTEREST.
042300     MOVE ZERO TO TX-PRIOR-INTEREST.
042400     WRITE TAX-EXTRACT-RECORD.
042500     ADD 1 TO WS-ORIGINAL-COUNT.
042600     ADD WS-REPORT-AMOUNT TO WS-ORIGINAL-TOTAL.
042700     MOVE WS-REPORT-AMOUNT TO IA-REPORTED-TOTAL.
042800     SET IA-ORIGINAL-SENT TO TRUE.
042900     MOVE WS-SYS-DATE TO IA-SENT-DATE.
043000 2700-EXIT.
043100     EXIT.
043200*-----------------------------------------------------------------
043300* 2800-LIST-UNDER-THRESHOLD - NO FORM, ONE REGISTER LINE. THE
043400* ACCOUNT STAYS UNREPORTED, SO A LATE CREDIT THAT TAKES IT OVER
043500* THE THRESHOLD SENDS AN ORIGINAL ON A LATER RUN.
043600*-----------------------------------------------------------------
043700 2800-LIST-UNDER-THRESHOLD.
043800     MOVE IA-REFERENCE TO REG-REFERENCE.
043900     MOVE ZERO TO REG-PRIOR-AMOUNT.
044000     MOVE WS-REPORT-AMOUNT TO REG-AMOUNT.
044100     MOVE "UNDER THRESHOLD" TO REG-ACTION.
044200     WRITE TAX-REGISTER-RECORD FROM WS-REGISTER-LINE.
044300     ADD 1 TO WS-UNDER-COUNT.
044400     ADD WS-REPORT-AMOUNT TO WS-UNDER-TOTAL.
044500 2800-EXIT.
044600     EXIT.
044700*-----------------------------------------------------------------
044800* 2900-WRITE-CORRECTION - ONE CORRECTED FORM ON TAXCOR CARRYING
044900* THE NEW AMOUNT AND THE ONE PREVIOUSLY REPORTED, A REGISTER
045000* LINE, AND THE ACCOUNT MARKED CORRECTED AT THE NEW AMOUNT.
045100*-----------------------------------------------------------------
045200 2900-WRITE-CORRECTION.
045300     MOVE SPACES TO TAX-EXTRACT-RECORD.
045400     SET TX-DETAIL-REC TO TRUE.
045500     MOVE IA-REFERENCE TO TX-REFERENCE.
045600     MOVE IA-TAX-YEAR TO TX-TAX-YEAR.
045700     SET TX-CORRECTED-FORM TO TRUE.
045800     MOVE WS-REPORT-AMOUNT TO TX-BOX1-INTEREST.
045900     MOVE IA-REPORTED-TOTAL TO TX-PRIOR-INTEREST.
046000     WRITE CORRECTION-EXTRACT-RECORD FROM TAX-EXTRACT-RECORD.
046100     MOVE IA-REFERENCE TO REG-REFERENCE.
046200     MOVE IA-REPORTED-TOTAL TO REG-PRIOR-AMOUNT.
046300     MOVE WS-REPORT-AMOUNT TO REG-AMOUNT.
046400     MOVE "CORRECTED FORM SENT" TO REG-ACTION.
046500     WRITE TAX-REGISTER-RECORD FROM WS-REGISTER-LINE.
046600     ADD 1 TO WS-CORRECTION-COUNT.
046700     ADD WS-REPORT-AMOUNT TO WS-CORRECTION-TOTAL.
046800     MOVE WS-REPORT-AMOUNT TO IA-REPORTED-TOTAL.
046900     SET IA-CORRECTION-SENT TO TRUE.
047000     MOVE WS-SYS-DATE TO IA-SENT-DATE.
047100     ADD 1 TO IA-CORRECTION-COUNT.
047200 2900-EXIT.
047300     EXIT.
047400*-----------------------------------------------------------------
047500* 3000-TERMINATE - TRAILERS ON BOTH EXTRACTS, THE REGISTER
047600* CONTROL TOTALS, CLOSE DOWN, AND GRADE THE RUN.
047700*-----------------------------------------------------------------
047800 3000-TERMINATE.
047900     IF WS-REFUSE-TEXT = SPACES
048000         PERFORM 3100-WRITE-TRAILERS THRU 3100-EXIT
048100         PERFORM 3200-PRINT-TOTALS THRU 3200-EXIT
048200         CLOSE JOURNAL-FILE
048300         CLOSE TAX-EXTRACT
048400         CLOSE CORRECTION-EXTRACT
048500     END-IF.
048600     IF WS-IA-FILE-STATUS = "00"
048700         CLOSE INTEREST-ACCUM
048800     END-IF.
048900     IF WS-RS-FILE-STATUS = "00"
049000         CLOSE RUN-STATUS-MASTER
049100     END-IF.
049200     CLOSE TAX-REGISTER.
049300     DISPLAY "TAX1099: " WS-ACCOUNT-COUNT " ACCOUNTS, "
049400         WS-ORIGINAL-COUNT " ORIGINAL, "
049500         WS-CORRECTION-COUNT " CORRECTED, "
049600         WS-UNDER-COUNT " UNDER THRESHOLD".
049700     IF WS-NO-DATE-COUNT > ZERO
049800         DISPLAY "TAX1099: " WS-NO-DATE-COUNT
049900             " JOURNAL LINES HAD NO VALUE DATE"
050000     END-IF.
050100     EVALUATE TRUE
050200         WHEN WS-REFUSE-TEXT NOT = SPACES
050300             MOVE 8 TO RETURN-CODE
050400         WHEN WS-CORRECTION-COUNT > ZERO
050500             MOVE 4 TO RETURN-CODE
050600         WHEN WS-NO-DATE-COUNT > ZERO
050700             MOVE 4 TO RETURN-CODE
050800         WHEN OTHER
050900             MOVE ZERO TO RETURN-CODE
051000     END-EVALUATE.
051100 3000-EXIT.
051200     EXIT.
051300*-----------------------------------------------------------------
051400* 3100-WRITE-TRAILERS - DETAIL COUNT AND BOX 1 TOTAL ON EACH
051500* EXTRACT'S TRAILER.
051600*-----------------------------------------------------------------
051700 3100-WRITE-TRAILERS.
051800     MOVE SPACES TO TAX-EXTRACT-RECORD.
051900     SET TX-TRAILER-REC TO TRUE.
052000     MOVE WS-CORRECTION-COUNT TO TX-DETAIL-COUNT.
052100     MOVE WS-CORRECTION-TOTAL TO TX-BOX1-TOTAL.
052200     WRITE CORRECTION-EXTRACT-RECORD FROM TAX-EXTRACT-RECORD.
052300     MOVE SPACES TO TAX-EXTRACT-RECORD.
052400     SET TX-TRAILER-REC TO TRUE.
052500     MOVE WS-ORIGINAL-COUNT TO TX-DETAIL-COUNT.
052600     MOVE WS-ORIGINAL-TOTAL TO TX-BOX1-TOTAL.
052700     WRITE TAX-EXTRACT-RECORD.
052800 3100-EXIT.
052900     EXIT.
053000*-----------------------------------------------------------------
053100* 3200-PRINT-TOTALS - THE REGISTER CONTROL TOTALS. THE CREDIT
053200* LINES ACCUMULATED TIE TO THE SUM OF THE YEAR'S ACCOUNTS; THE
053300* TWO EXTRACT LINES TIE TO THEIR TRAILERS.
053400*-----------------------------------------------------------------
053500 3200-PRINT-TOTALS.
053600     MOVE "JOURNAL LINES READ" TO TOT-LABEL.
053700     MOVE WS-JOURNAL-READ-COUNT TO TOT-COUNT.
053800     MOVE ZERO TO TOT-AMOUNT.
053900     WRITE TAX-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
054000     MOVE "CREDIT LINES ACCUMULATED" TO TOT-LABEL.
054100     MOVE WS-CREDIT-COUNT TO TOT-COUNT.
054200     MOVE WS-CREDIT-TOTAL TO TOT-AMOUNT.
054300     WRITE TAX-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
054400     MOVE "CREDIT LINES OF REVERSED RUNS" TO TOT-LABEL.
054500     MOVE WS-REVERSED-COUNT TO TOT-COUNT.
054600     MOVE WS-REVERSED-TOTAL TO TOT-AMOUNT.
054700     WRITE TAX-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
054800     MOVE "ORIGINAL FORMS - TAXEXT" TO TOT-LABEL.
054900     MOVE WS-ORIGINAL-COUNT TO TOT-COUNT.
055000     MOVE WS-ORIGINAL-TOTAL TO TOT-AMOUNT.
055100     WRITE TAX-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
055200     MOVE "CORRECTED FORMS - TAXCOR" TO TOT-LABEL.
055300     MOVE WS-CORRECTION-COUNT TO TOT-COUNT.
055400     MOVE WS-CORRECTION-TOTAL TO TOT-AMOUNT.
055500     WRITE TAX-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
055600     MOVE "UNDER THRESHOLD - NO FORM" TO TOT-LABEL.
055700     MOVE WS-UNDER-COUNT TO TOT-COUNT.
055800     MOVE WS-UNDER-TOTAL TO TOT-AMOUNT.
055900     WRITE TAX-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
056000     MOVE "FORM ALREADY SENT - UNCHANGED" TO TOT-LABEL.
056100     MOVE WS-UNCHANGED-COUNT TO TOT-COUNT.
056200     MOVE ZERO TO TOT-AMOUNT.
056300     WRITE TAX-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
056400 3200-EXIT.
056500     EXIT.
056600*-----------------------------------------------------------------
056700* 8000-READ-JOURNAL - NEXT GLJRNL LINE, END-OF-FILE SWITCH SET
056800* WHEN THE JOURNAL IS EXHAUSTED.
056900*-----------------------------------------------------------------
057000 8000-READ-JOURNAL.
057100     READ JOURNAL-FILE
057200         AT END
057300             SET END-OF-JOURNAL TO TRUE
057400             GO TO 8000-EXIT
057500     END-READ.
057600     ADD 1 TO WS-JOURNAL-READ-COUNT.
057700 8000-EXIT.
057800     EXIT.
057900*-----------------------------------------------------------------
058000* 8100-START-TAX-YEAR - POSITION THE ACCUMULATOR ON THE TAX
058100* YEAR'S FIRST RECORD.
058200*-----------------------------------------------------------------
058300 8100-START-TAX-YEAR.
058400     MOVE "N" TO WS-ACCUM-EOF-SWITCH.
058500     MOVE WS-TAX-YEAR TO IA-TAX-YEAR.
058600     MOVE LOW-VALUES TO IA-REFERENCE.
058700     START INTEREST-ACCUM KEY NOT < IA-KEY
058800         INVALID KEY
058900             SET END-OF-TAX-YEAR TO TRUE
059000     END-START.
059100 8100-EXIT.
059200     EXIT.
059300*-----------------------------------------------------------------
059400* 8200-READ-NEXT-ACCUM - NEXT ACCUMULATOR RECORD IN KEY ORDER;
059500* THE FIRST ONE FOR ANOTHER TAX YEAR ENDS THE WALK.
059600*-----------------------------------------------------------------
059700 8200-READ-NEXT-ACCUM.
059800     READ INTEREST-ACCUM NEXT
059900         AT END
060000             SET END-OF-TAX-YEAR TO TRUE
060100             GO TO 8200-EXIT
060200     END-READ.
060300     IF IA-TAX-YEAR NOT = WS-TAX-YEAR
060400         SET END-OF-TAX-YEAR TO TRUE
060500     END-IF.
060600 8200-EXIT.
060700     EXIT.
