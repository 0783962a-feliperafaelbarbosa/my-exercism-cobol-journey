003269*                BEFORE THE MASTER EXISTED ARRIVE WITH NO
003270*                ENTRY; RUNSCONV LOADS THE OLD LISTS AT
003271*                CUTOVER.
003272* 2026-10-14 DH  A RUN ACCRREV HAS REVERSED ("R") IS REFUSED -
003273*                ITS POSTTRAN MUST NEVER HIT THE LEDGER AGAIN.
003274* 2026-10-14 DH  THE HARD-CODED 53100000/21400000 PAIR IS GONE.
003275*                EACH POSTING'S DEBIT AND CREDIT ACCOUNTS COME
003276*                FROM THE GL-MAPPING MASTER (GLMAP, KEPT BY
003277*                GLMMAINT), KEYED BY ADJUSTMENT REASON AND THE
003278*                ACCOUNT'S COST CENTER. THE CONTROL PASS LOOKS
003279*                EVERY POSTING UP; ANY WITH NO MAPPING GOES TO
003280*                GLPEXC AND HOLDS THE WHOLE RUN (RETURN CODE 8,
003281*                STATUS NOT ADVANCED) - THERE IS NO DEFAULT
003282*                ACCOUNT TO FALL BACK ON. THE REGISTER NOW
003283*                TOTALS DEBITS AND CREDITS BY LEDGER ACCOUNT.
003284* 2026-10-15 DH  EVERY LEDGERED RUN IS NOW CONFIRMED BACK TO THE
003285*                DEPOSITS SYSTEM, WHICH NEVER HEARD ABOUT THE
003286*                INTEREST AND WIPED IT OUT WITH ITS NEXT ACCTLOAD
003287*                BALANCE. EACH APPLIED POSTING IS SUMMED BY
003288*                REFERENCE ONTO THE CONFIRMATION MASTER (CONFSTAT,
003289*                PER CONFSTAT.CPY); AFTER THE APPLY PASS THE RUN'S
003290*                REFERENCES GO OUT ON CONFFEED (CONFFEED.CPY) AS
003291*                AN H/D/T FILE WHOSE TRAILER POSTING COUNT AND
003292*                AMOUNT TOTAL ARE THE REGISTER'S TOTAL APPLIED,
003293*                AND THE REGISTER PROVES THE TIE (RETURN CODE 4
003294*                WHEN IT DOES NOT). A CONFIRMATION MASTER THAT
003295*                WILL NOT OPEN REFUSES THE RUN - A CREDIT THE
003296*                DEPOSITS SYSTEM IS NOT TOLD ABOUT IS LOST ON THE
003297*                NEXT LOAD. THE FEED HEADER IS MARKED A POSTING
003298*                FEED, AS ACCRREV SENDS REVERSAL FEEDS ON THE
003299*                SAME LAYOUT.
003300*-----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004000                             ORGANIZATION IS INDEXED
004100                             ACCESS MODE IS RANDOM
004200                             RECORD KEY IS AM-REFERENCE.
004210     SELECT GL-MAP-MASTER    ASSIGN TO GLMAP
004220                             ORGANIZATION IS INDEXED
004230                             ACCESS MODE IS RANDOM
004240                             RECORD KEY IS GM-KEY
004250                             FILE STATUS IS WS-GM-FILE-STATUS.
004300     SELECT JOURNAL-FILE     ASSIGN TO GLJRNL
004400                             ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT JOURNAL-REGISTER ASSIGN TO GLPREG
005020                             ACCESS MODE IS RANDOM
005040                             RECORD KEY IS RS-RUN-NUMBER
005100                             FILE STATUS IS WS-RS-FILE-STATUS.
005110     SELECT CONF-STATUS-MASTER ASSIGN TO CONFSTAT
005120                             ORGANIZATION IS INDEXED
005130                             ACCESS MODE IS RANDOM
005140                             RECORD KEY IS CS-KEY
005150                             FILE STATUS IS WS-CS-FILE-STATUS.
005160     SELECT CONFIRMATION-FEED ASSIGN TO CONFFEED
005170                             ORGANIZATION IS LINE SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  POSTING-FILE.
005500     COPY POSTREC.
005600 FD  ACCOUNT-MASTER.
005700     COPY ACCTMAST.
005725 FD  GL-MAP-MASTER.
005750     COPY GLMAP.
005800 FD  JOURNAL-FILE.
005900     COPY GLJRNL.
006000 FD  JOURNAL-REGISTER.
006300 01  EXCEPTION-RPT-RECORD    PIC X(80).
006400 FD  RUN-STATUS-MASTER.
006500     COPY RUNSTAT.
006525 FD  CONF-STATUS-MASTER.
006550     COPY CONFSTAT.
006575 FD  CONFIRMATION-FEED.
006600     COPY CONFFEED.
006700 WORKING-STORAGE SECTION.
006800 01  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
006900     88  END-OF-POSTING-FILE         VALUE "Y".
007000 01  WS-RS-FILE-STATUS       PIC X(02).
007100     88  RUNSTAT-NOT-FOUND           VALUE "35".
007120 01  WS-GM-FILE-STATUS       PIC X(02)   VALUE SPACES.
007140 01  WS-CS-FILE-STATUS       PIC X(02)   VALUE SPACES.
007160     88  CONFSTAT-NOT-FOUND          VALUE "35".
007180 01  WS-CS-OPEN-SWITCH       PIC X(01)   VALUE "N".
007200     88  CONF-MASTER-OPEN            VALUE "Y".
007220 01  WS-CONF-EOF-SWITCH      PIC X(01)   VALUE "N".
007240     88  END-OF-CONF-PASS            VALUE "Y".
007260 01  WS-CONF-TIE-SWITCH      PIC X(01)   VALUE "N".
007280     88  CONFIRMATIONS-OUT-OF-TIE    VALUE "Y".
007300 01  WS-CONTROL-SWITCH       PIC X(01)   VALUE "N".
007400     88  CONTROL-CHECKS-PASSED       VALUE "Y".
007500 01  WS-REFUSE-TEXT          PIC X(40)   VALUE SPACES.
009100 01  WS-READ-COUNT           PIC 9(08)   VALUE ZERO.
009200 01  WS-APPLIED-COUNT        PIC 9(08)   VALUE ZERO.
009300 01  WS-UNMATCHED-COUNT      PIC 9(08)   VALUE ZERO.
009350 01  WS-UNMAPPED-COUNT       PIC 9(08)   VALUE ZERO.
009400 01  WS-TOTAL-APPLIED        PIC S9(11)V99 VALUE ZERO.
009500 01  WS-TOTAL-DEBITS         PIC S9(11)V99 VALUE ZERO.
009600 01  WS-TOTAL-CREDITS        PIC S9(11)V99 VALUE ZERO.
009620 01  WS-CONF-DETAIL-COUNT    PIC 9(08)   VALUE ZERO.
009640 01  WS-CONF-POSTING-COUNT   PIC 9(08)   VALUE ZERO.
009660 01  WS-CONF-AMOUNT-TOTAL    PIC S9(11)V99 VALUE ZERO.
009680 01  WS-SUM-MAX              PIC 9(02)   VALUE 50.
009700 01  WS-SUM-COUNT            PIC 9(02)   VALUE ZERO.
009720 01  WS-SUM-IX               PIC 9(02).
009740 01  WS-SUM-SLOT             PIC 9(02).
009760 01  WS-SUM-ACCOUNT          PIC X(08).
009780 01  WS-SUMMARY-TABLE.
009800     05  WS-SUMMARY-ENTRY    OCCURS 50.
009820         10  SM-GL-ACCOUNT   PIC X(08).
009840         10  SM-DEBITS       PIC S9(11)V99.
009860         10  SM-CREDITS      PIC S9(11)V99.
009900 01  WS-REGISTER-TITLE.
010000     05  FILLER              PIC X(23)
010100         VALUE "GLPOST JOURNAL REGISTER".
013100 01  WS-BALANCE-LINE.
013200     05  BAL-TEXT            PIC X(40).
013300     05  FILLER              PIC X(40)  VALUE SPACES.
013305 01  WS-CONF-TOTAL-LINE.
013310     05  FILLER              PIC X(20)
013315         VALUE "CONFIRMATIONS SENT".
013320     05  CFT-COUNT           PIC Z(07)9.
013325     05  FILLER              PIC X(02)  VALUE SPACES.
013330     05  CFT-AMOUNT          PIC Z(10)9.99-.
013335     05  FILLER              PIC X(02)  VALUE SPACES.
013340     05  FILLER              PIC X(09)  VALUE "POSTINGS ".
013345     05  CFT-POSTINGS        PIC Z(07)9.
013350     05  FILLER              PIC X(16)  VALUE SPACES.
013400 01  WS-EXCEPTION-TITLE.
013500     05  FILLER              PIC X(27)
013600         VALUE "GLPOST POSTING EXCEPTIONS".
013700     05  FILLER              PIC X(53)  VALUE SPACES.
013800 01  WS-EXCEPTION-LINE.
013900     05  EXC-REFERENCE       PIC X(10).
014200     05  FILLER              PIC X(02)  VALUE SPACES.
014300     05  EXC-REASON          PIC X(20).
014400     05  FILLER              PIC X(02)  VALUE SPACES.
014450     05  EXC-COST-CENTER     PIC X(04).
014500     05  FILLER              PIC X(02)  VALUE SPACES.
014600     05  EXC-MESSAGE         PIC X(21).
014700     05  FILLER              PIC X(13)  VALUE SPACES.
014800 01  WS-REFUSE-LINE.
014900     05  FILLER              PIC X(14)  VALUE "RUN REFUSED - ".
015000     05  REF-REASON          PIC X(40).
016000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
016100     STOP RUN.
016200*-----------------------------------------------------------------
016300* 1000-INITIALIZE - OPEN THE REPORTS, THE ACCOUNT MASTER AND THE
016400* GL-MAPPING MASTER, RUN THE CONTROL PASS OVER THE POSTING FILE,
016500* AND ONLY WHEN IT PROVES COMPLETE, UNAPPLIED AND FULLY MAPPED
016600* REOPEN THE POSTINGS FOR THE APPLY PASS. A REFUSED FILE MOVES
016700* NO MONEY AND SAYS WHY ON THE REGISTER.
016800*-----------------------------------------------------------------
016900 1000-INITIALIZE.
016950     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
017000     OPEN OUTPUT JOURNAL-FILE.
017100     OPEN OUTPUT JOURNAL-REGISTER.
017200     OPEN OUTPUT EXCEPTION-RPT.
017250     OPEN OUTPUT CONFIRMATION-FEED.
017300     WRITE JOURNAL-REGISTER-RECORD FROM WS-REGISTER-TITLE.
017400     WRITE JOURNAL-REGISTER-RECORD FROM WS-REGISTER-HEADING.
017500     WRITE EXCEPTION-RPT-RECORD FROM WS-EXCEPTION-TITLE.
017600     PERFORM 1100-OPEN-RUN-STATUS THRU 1100-EXIT.
017625     PERFORM 1150-OPEN-GL-MAP THRU 1150-EXIT.
017650     PERFORM 1160-OPEN-CONF-STATUS THRU 1160-EXIT.
017700     PERFORM 1200-CONTROL-PASS THRU 1200-EXIT.
017800     IF CONTROL-CHECKS-PASSED
017900         OPEN INPUT POSTING-FILE
018100         PERFORM 8000-READ-POSTING THRU 8000-EXIT
018200     ELSE
018300         MOVE WS-REFUSE-TEXT TO REF-REASON
020900 1100-EXIT.
021000     EXIT.
023000*-----------------------------------------------------------------
023002* 1150-OPEN-GL-MAP - OPEN THE ACCOUNT MASTER (THE CONTROL PASS
023004* NEEDS EACH ACCOUNT'S COST CENTER) AND THE GL-MAPPING MASTER.
023006* A MAPPING MASTER THAT IS MISSING OR WILL NOT OPEN REFUSES THE
023008* RUN - THERE IS NO DEFAULT LEDGER ACCOUNT TO POST TO WITHOUT
023010* IT.
023012*-----------------------------------------------------------------
023014 1150-OPEN-GL-MAP.
023016     OPEN I-O ACCOUNT-MASTER.
023018     OPEN INPUT GL-MAP-MASTER.
023020     IF WS-GM-FILE-STATUS NOT = "00"
023022         AND WS-REFUSE-TEXT = SPACES
023024         MOVE "GL MAPPING MASTER UNREADABLE - GLMAP"
023026             TO WS-REFUSE-TEXT
023028     END-IF.
023030 1150-EXIT.
023032     EXIT.
023034*-----------------------------------------------------------------
023036* 1160-OPEN-CONF-STATUS - OPEN THE CONFIRMATION MASTER THE APPLY
023038* PASS SUMS EACH CREDIT ONTO. NO MASTER YET (STATUS 35) IS
023040* CREATED EMPTY, AS ACCRSTAT IS; ONE THAT EXISTS BUT WILL NOT
023042* OPEN REFUSES THE RUN - A CREDIT THE DEPOSITS SYSTEM IS NEVER
023044* TOLD ABOUT IS WIPED OUT BY ITS NEXT ACCTLOAD BALANCE.
023046*-----------------------------------------------------------------
023048 1160-OPEN-CONF-STATUS.
023050     OPEN I-O CONF-STATUS-MASTER.
023052     IF CONFSTAT-NOT-FOUND
023054         OPEN OUTPUT CONF-STATUS-MASTER
023056         CLOSE CONF-STATUS-MASTER
023058         OPEN I-O CONF-STATUS-MASTER
023060     END-IF.
023062     IF WS-CS-FILE-STATUS = "00"
023064         SET CONF-MASTER-OPEN TO TRUE
023066     ELSE
023068         IF WS-REFUSE-TEXT = SPACES
023070             MOVE "CONFIRM MASTER UNREADABLE - CONFSTAT"
023072                 TO WS-REFUSE-TEXT
023074         END-IF
023076     END-IF.
023078 1160-EXIT.
023080     EXIT.
023082*-----------------------------------------------------------------
023100* 1200-CONTROL-PASS - READ THE WHOLE POSTING FILE ONCE BEFORE
023200* APPLYING ANYTHING: HEADER FIRST, ONE TRAILER LAST, TRAILER
023300* COUNT AND AMOUNT HASH MATCHING THE DETAILS ACTUALLY THERE,
023350* RUN NUMBER NOT ALREADY APPLIED, EVERY POSTING MAPPED TO ITS
023400* LEDGER ACCOUNTS. THE FIRST PROBLEM FOUND IS THE REFUSAL
023450* REASON.
023600*-----------------------------------------------------------------
023700 1200-CONTROL-PASS.
023800     OPEN INPUT POSTING-FILE.
025300     IF WS-REFUSE-TEXT = SPACES
025400         AND WS-TRL-HASH-TOTAL NOT = WS-PASS-HASH-TOTAL
025500         MOVE "TRAILER HASH MISMATCH" TO WS-REFUSE-TEXT
025510     END-IF.
025520     IF WS-REFUSE-TEXT = SPACES
025530         AND WS-UNMAPPED-COUNT > ZERO
025540         MOVE "POSTINGS WITH NO GL MAPPING - SEE GLPEXC"
025550             TO WS-REFUSE-TEXT
025600     END-IF.
025700     IF WS-REFUSE-TEXT = SPACES
025800         SET CONTROL-CHECKS-PASSED TO TRUE
031000*-----------------------------------------------------------------
031100* 1265-CHECK-RUN-STATUS - ONE KEYED READ OF THE RUN-STATUS
031150* MASTER. AN ENTRY ALREADY AT LEDGERED OR SWEPT REFUSES THE
031160* RUN, AS DOES ONE ACCRREV HAS REVERSED; "POSTED" IS THE
031170* NORMAL HANDOFF FROM ACCRPOST, AND NO ENTRY AT ALL IS A RUN
031180* FROM BEFORE THE MASTER EXISTED.
031200*-----------------------------------------------------------------
031300 1265-CHECK-RUN-STATUS.
031350     MOVE WS-FILE-RUN-NUMBER TO RS-RUN-NUMBER.
031550         AND WS-REFUSE-TEXT = SPACES
031600         MOVE "RUN NUMBER ALREADY APPLIED" TO WS-REFUSE-TEXT
031700     END-IF.
031725     IF RS-RUN-REVERSED AND WS-REFUSE-TEXT = SPACES
031750         MOVE "RUN NUMBER REVERSED BY ACCRREV" TO WS-REFUSE-TEXT
031775     END-IF.
031800 1265-EXIT.
031900     EXIT.
032000*-----------------------------------------------------------------
032100* 1270-CONTROL-DETAIL - COUNT AND HASH ONE DETAIL, AND PROVE IT
032150* HAS A GL MAPPING.
032200*-----------------------------------------------------------------
032300 1270-CONTROL-DETAIL.
032400     IF TRAILER-SEEN
033400     END-IF.
033500     ADD 1 TO WS-PASS-DETAIL-COUNT.
033600     ADD PST-AMOUNT TO WS-PASS-HASH-TOTAL.
033625     IF WS-GM-FILE-STATUS = "00"
033650         PERFORM 1275-CHECK-GL-MAPPING THRU 1275-EXIT
033675     END-IF.
033700 1270-EXIT.
033704     EXIT.
033708*-----------------------------------------------------------------
033712* 1275-CHECK-GL-MAPPING - FIND THE ACCOUNT'S COST CENTER AND
033716* LOOK THE REASON/COST-CENTER PAIR UP ON THE MAPPING MASTER. A
033720* MISS GOES TO THE EXCEPTION REPORT AND WILL HOLD THE RUN. A
033724* REFERENCE NOT ON THE ACCOUNT MASTER IS LEFT FOR THE APPLY
033728* PASS TO REPORT, AS BEFORE.
033732*-----------------------------------------------------------------
033736 1275-CHECK-GL-MAPPING.
033740     MOVE PST-REFERENCE TO AM-REFERENCE.
033744     READ ACCOUNT-MASTER
033748         INVALID KEY
033752             GO TO 1275-EXIT
033756     END-READ.
033760     MOVE PST-REASON TO GM-REASON.
033764     MOVE AM-COST-CENTER TO GM-COST-CENTER.
033768     READ GL-MAP-MASTER
033772         INVALID KEY
033776             MOVE "NO GL MAPPING" TO EXC-MESSAGE
033780             PERFORM 2650-WRITE-EXCEPTION-LINE THRU 2650-EXIT
033784             ADD 1 TO WS-UNMAPPED-COUNT
033788     END-READ.
033792 1275-EXIT.
033800     EXIT.
033900*-----------------------------------------------------------------
034000* 1280-CONTROL-TRAILER - EXACTLY ONE, AND ITS TOTALS ARE
035400     EXIT.
035500*-----------------------------------------------------------------
035600* 2000-APPLY-POSTING - LOOK THE CURRENT PST-REFERENCE UP ON THE
035700* ACCOUNT MASTER AND ITS MAPPING UP ON THE GL-MAPPING MASTER. A
035800* HIT MOVES THE MONEY AND JOURNALS IT, A MISS GOES TO THE
035900* EXCEPTION REPORT, AND EITHER WAY THE NEXT POSTING IS READ.
036000*-----------------------------------------------------------------
036100 2000-APPLY-POSTING.
036200     MOVE PST-REFERENCE TO AM-REFERENCE.
036300     READ ACCOUNT-MASTER
036400         INVALID KEY
036500             PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
036510             GO TO 2000-READ-NEXT
036520     END-READ.
036530     MOVE PST-REASON TO GM-REASON.
036540     MOVE AM-COST-CENTER TO GM-COST-CENTER.
036550     READ GL-MAP-MASTER
036560         INVALID KEY
036570             MOVE "NO GL MAPPING" TO EXC-MESSAGE
036580             PERFORM 2650-WRITE-EXCEPTION-LINE THRU 2650-EXIT
036590             ADD 1 TO WS-UNMAPPED-COUNT
036600         NOT INVALID KEY
036700             PERFORM 2500-APPLY-ONE-POSTING THRU 2500-EXIT
036800     END-READ.
036850 2000-READ-NEXT.
036900     PERFORM 8000-READ-POSTING THRU 8000-EXIT.
037000 2000-EXIT.
037100     EXIT.
037200*-----------------------------------------------------------------
037300* 2500-APPLY-ONE-POSTING - ADD THE INTEREST TO THE ACCOUNT'S
037400* BALANCE, REWRITE THE MASTER, AND WRITE THE BALANCED JOURNAL
037500* PAIR TO THE MAPPED ACCOUNTS - DEBIT GM-DEBIT-ACCOUNT, CREDIT
037600* GM-CREDIT-ACCOUNT - EACH FOR THE FULL PST-AMOUNT.
037700*-----------------------------------------------------------------
037800 2500-APPLY-ONE-POSTING.
037900     ADD PST-AMOUNT TO AM-BALANCE.
038000     REWRITE ACCOUNT-MASTER-RECORD.
038100     MOVE SPACES TO GL-JOURNAL-RECORD.
038200     MOVE GM-DEBIT-ACCOUNT TO JL-GL-ACCOUNT.
038300     SET JL-DEBIT TO TRUE.
038400     MOVE PST-REFERENCE TO JL-REFERENCE.
038500     MOVE PST-YEAR TO JL-YEAR.
038750     MOVE PST-VALUE-DATE TO JL-VALUE-DATE.
038800     WRITE GL-JOURNAL-RECORD.
038900     ADD PST-AMOUNT TO WS-TOTAL-DEBITS.
038910     MOVE GM-DEBIT-ACCOUNT TO WS-SUM-ACCOUNT.
038920     PERFORM 2700-SUMMARIZE THRU 2700-EXIT.
038930     IF WS-SUM-SLOT > ZERO
038940         ADD PST-AMOUNT TO SM-DEBITS (WS-SUM-SLOT)
038950     END-IF.
039000     MOVE SPACES TO GL-JOURNAL-RECORD.
039100     MOVE GM-CREDIT-ACCOUNT TO JL-GL-ACCOUNT.
039200     SET JL-CREDIT TO TRUE.
039300     MOVE PST-REFERENCE TO JL-REFERENCE.
039400     MOVE PST-YEAR TO JL-YEAR.
039650     MOVE PST-VALUE-DATE TO JL-VALUE-DATE.
039700     WRITE GL-JOURNAL-RECORD.
039800     ADD PST-AMOUNT TO WS-TOTAL-CREDITS.
039810     MOVE GM-CREDIT-ACCOUNT TO WS-SUM-ACCOUNT.
039820     PERFORM 2700-SUMMARIZE THRU 2700-EXIT.
039830     IF WS-SUM-SLOT > ZERO
039840         ADD PST-AMOUNT TO SM-CREDITS (WS-SUM-SLOT)
039850     END-IF.
039900     MOVE PST-REFERENCE TO REG-REFERENCE.
040000     MOVE PST-YEAR TO REG-YEAR.
040100     MOVE PST-REASON TO REG-REASON.
040300     WRITE JOURNAL-REGISTER-RECORD FROM WS-REGISTER-LINE.
040400     ADD 1 TO WS-APPLIED-COUNT.
040500     ADD PST-AMOUNT TO WS-TOTAL-APPLIED.
040550     PERFORM 2560-RECORD-CONFIRMATION THRU 2560-EXIT.
040600 2500-EXIT.
040602     EXIT.
040604*-----------------------------------------------------------------
040606* 2560-RECORD-CONFIRMATION - SUM THE POSTING ONTO ITS REFERENCE'S
040608* CONFIRMATION RECORD FOR THIS RUN, OPENING ONE AT "BUILDING" ON
040610* THE FIRST POSTING. THE LATEST VALUE DATE AMONG THE POSTINGS IS
040612* KEPT. A WRITE THAT FAILS GOES TO THE LOG; THE FEED WILL THEN
040614* NOT TIE AND THE REGISTER SAYS SO.
040616*-----------------------------------------------------------------
040618 2560-RECORD-CONFIRMATION.
040620     MOVE PST-REFERENCE TO CS-REFERENCE.
040622     MOVE WS-FILE-RUN-NUMBER TO CS-RUN-NUMBER.
040624     READ CONF-STATUS-MASTER
040626         INVALID KEY
040628             MOVE SPACES TO CONFIRMATION-STATUS-RECORD
040630             MOVE PST-REFERENCE TO CS-REFERENCE
040632             MOVE WS-FILE-RUN-NUMBER TO CS-RUN-NUMBER
040634             SET CS-BUILDING TO TRUE
040636             MOVE PST-AMOUNT TO CS-AMOUNT
040638             MOVE 1 TO CS-POSTING-COUNT
040640             MOVE PST-VALUE-DATE TO CS-VALUE-DATE
040642             MOVE ZERO TO CS-SENT-DATE CS-REFLECTED-DATE
040644                 CS-FEED-DATE CS-REVERSED-DATE
040646             WRITE CONFIRMATION-STATUS-RECORD
040648             GO TO 2560-CHECK
040650     END-READ.
040652     ADD PST-AMOUNT TO CS-AMOUNT.
040654     ADD 1 TO CS-POSTING-COUNT.
040656     IF PST-VALUE-DATE > CS-VALUE-DATE
040658         MOVE PST-VALUE-DATE TO CS-VALUE-DATE
040660     END-IF.
040662     REWRITE CONFIRMATION-STATUS-RECORD.
040664 2560-CHECK.
040666     IF WS-CS-FILE-STATUS NOT = "00"
040668         DISPLAY "GLPOST: CONFIRMATION WRITE FAILED, REFERENCE "
040670             PST-REFERENCE " STATUS " WS-CS-FILE-STATUS
040672     END-IF.
040674 2560-EXIT.
040700     EXIT.
040800*-----------------------------------------------------------------
040900* 2600-WRITE-EXCEPTION - THE PST-REFERENCE IS NOT ON THE
041200* ONE EXCEPTION LINE SO IT CAN BE CHASED TODAY.
041300*-----------------------------------------------------------------
041400 2600-WRITE-EXCEPTION.
041500     MOVE SPACES TO AM-COST-CENTER.
041600     MOVE "NOT ON ACCOUNT MASTER" TO EXC-MESSAGE.
041700     PERFORM 2650-WRITE-EXCEPTION-LINE THRU 2650-EXIT.
041900     ADD 1 TO WS-UNMATCHED-COUNT.
042000 2600-EXIT.
042100     EXIT.
042200*-----------------------------------------------------------------
042202* 2650-WRITE-EXCEPTION-LINE - ONE GLPEXC LINE FOR THE CURRENT
042204* POSTING. THE CALLER SET THE MESSAGE; THE COST CENTER SHOWN IS
042206* THE ONE THE MAPPING WAS LOOKED UP UNDER.
042208*-----------------------------------------------------------------
042210 2650-WRITE-EXCEPTION-LINE.
042212     MOVE PST-REFERENCE TO EXC-REFERENCE.
042214     MOVE PST-YEAR TO EXC-YEAR.
042216     MOVE PST-REASON TO EXC-REASON.
042218     MOVE AM-COST-CENTER TO EXC-COST-CENTER.
042220     WRITE EXCEPTION-RPT-RECORD FROM WS-EXCEPTION-LINE.
042222 2650-EXIT.
042224     EXIT.
042226*-----------------------------------------------------------------
042228* 2700-SUMMARIZE - FIND OR OPEN THE SLOT FOR WS-SUM-ACCOUNT ON
042230* THE BY-ACCOUNT TABLE. A FULL TABLE LEAVES WS-SUM-SLOT AT ZERO
042232* AND SAYS SO ON THE LOG; THE JOURNAL ITSELF IS UNAFFECTED.
042234*-----------------------------------------------------------------
042236 2700-SUMMARIZE.
042238     MOVE ZERO TO WS-SUM-SLOT.
042240     PERFORM 2750-MATCH-SLOT THRU 2750-EXIT
042242         VARYING WS-SUM-IX FROM 1 BY 1
042244         UNTIL WS-SUM-IX > WS-SUM-COUNT
042246             OR WS-SUM-SLOT > ZERO.
042248     IF WS-SUM-SLOT = ZERO
042250         AND WS-SUM-COUNT < WS-SUM-MAX
042252         ADD 1 TO WS-SUM-COUNT
042254         MOVE WS-SUM-COUNT TO WS-SUM-SLOT
042256         MOVE WS-SUM-ACCOUNT TO SM-GL-ACCOUNT (WS-SUM-SLOT)
042258         MOVE ZERO TO SM-DEBITS (WS-SUM-SLOT)
042260         MOVE ZERO TO SM-CREDITS (WS-SUM-SLOT)
042262     END-IF.
042264     IF WS-SUM-SLOT = ZERO
042266         DISPLAY "GLPOST: ACCOUNT TOTALS TABLE FULL, "
042268             WS-SUM-ACCOUNT " NOT TOTALLED"
042270     END-IF.
042272 2700-EXIT.
042274     EXIT.
042276*-----------------------------------------------------------------
042278* 2750-MATCH-SLOT - ONE SLOT COMPARE.
042280*-----------------------------------------------------------------
042282 2750-MATCH-SLOT.
042284     IF SM-GL-ACCOUNT (WS-SUM-IX) = WS-SUM-ACCOUNT
042286         MOVE WS-SUM-IX TO WS-SUM-SLOT
042288     END-IF.
042290 2750-EXIT.
042292     EXIT.
042294*-----------------------------------------------------------------
042300* 3000-TERMINATE - PRINT THE REGISTER CONTROL TOTALS AND THE
042350* DEBITS AND CREDITS BY LEDGER ACCOUNT, PROVE THE JOURNAL
042400* BALANCED ON PAPER, AND CLOSE DOWN.
042500*-----------------------------------------------------------------
042600 3000-TERMINATE.
042700     MOVE WS-APPLIED-COUNT TO TOT-COUNT.
042800     MOVE WS-TOTAL-APPLIED TO TOT-AMOUNT.
042900     WRITE JOURNAL-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
042925     PERFORM 3050-PRINT-ONE-ACCOUNT THRU 3050-EXIT
042950         VARYING WS-SUM-IX FROM 1 BY 1
042975         UNTIL WS-SUM-IX > WS-SUM-COUNT.
043000     MOVE "TOTAL DEBITS" TO DRCR-LABEL.
043100     MOVE SPACES TO DRCR-ACCOUNT.
043200     MOVE WS-TOTAL-DEBITS TO DRCR-AMOUNT.
043300     WRITE JOURNAL-REGISTER-RECORD FROM WS-DRCR-TOTAL-LINE.
043400     MOVE "TOTAL CREDITS" TO DRCR-LABEL.
043500     MOVE SPACES TO DRCR-ACCOUNT.
043600     MOVE WS-TOTAL-CREDITS TO DRCR-AMOUNT.
043700     WRITE JOURNAL-REGISTER-RECORD FROM WS-DRCR-TOTAL-LINE.
043800     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
044300     WRITE JOURNAL-REGISTER-RECORD FROM WS-BALANCE-LINE.
044400     IF CONTROL-CHECKS-PASSED
044500         CLOSE POSTING-FILE
044600         PERFORM 3200-SEND-CONFIRMATIONS THRU 3200-EXIT
044700         PERFORM 3100-RECORD-RUN-STATUS THRU 3100-EXIT
044710     END-IF.
044720     CLOSE ACCOUNT-MASTER.
044730     IF WS-GM-FILE-STATUS = "00"
044740         CLOSE GL-MAP-MASTER
044750     END-IF.
044760     IF CONF-MASTER-OPEN
044770         CLOSE CONF-STATUS-MASTER
044800     END-IF.
044820     IF WS-RS-FILE-STATUS = "00"
044840         CLOSE RUN-STATUS-MASTER
044860     END-IF.
044900     CLOSE JOURNAL-FILE.
045000     CLOSE JOURNAL-REGISTER.
045050     CLOSE CONFIRMATION-FEED.
045100     CLOSE EXCEPTION-RPT.
045200     DISPLAY "GLPOST: " WS-READ-COUNT " READ, "
045300         WS-APPLIED-COUNT " APPLIED, "
045400         WS-UNMATCHED-COUNT " UNMATCHED, "
045450         WS-UNMAPPED-COUNT " UNMAPPED".
045500     EVALUATE TRUE
045600         WHEN NOT CONTROL-CHECKS-PASSED
045700             MOVE 8 TO RETURN-CODE
045800         WHEN WS-UNMATCHED-COUNT > ZERO
045900             MOVE 4 TO RETURN-CODE
045920         WHEN WS-UNMAPPED-COUNT > ZERO
045940             MOVE 4 TO RETURN-CODE
045960         WHEN CONFIRMATIONS-OUT-OF-TIE
045980             MOVE 4 TO RETURN-CODE
046000         WHEN OTHER
046100             MOVE ZERO TO RETURN-CODE
046200     END-EVALUATE.
046300 3000-EXIT.
046305     EXIT.
046310*-----------------------------------------------------------------
046315* 3050-PRINT-ONE-ACCOUNT - THE DEBIT AND CREDIT LINES FOR ONE
046320* LEDGER ACCOUNT. AN ACCOUNT ONLY EVER DEBITED (OR ONLY EVER
046325* CREDITED) PRINTS ONE LINE.
046330*-----------------------------------------------------------------
046335 3050-PRINT-ONE-ACCOUNT.
046340     MOVE SM-GL-ACCOUNT (WS-SUM-IX) TO DRCR-ACCOUNT.
046345     IF SM-DEBITS (WS-SUM-IX) NOT = ZERO
046350         MOVE "  DEBITS TO" TO DRCR-LABEL
046355         MOVE SM-DEBITS (WS-SUM-IX) TO DRCR-AMOUNT
046360         WRITE JOURNAL-REGISTER-RECORD FROM WS-DRCR-TOTAL-LINE
046365     END-IF.
046370     IF SM-CREDITS (WS-SUM-IX) NOT = ZERO
046375         MOVE "  CREDITS TO" TO DRCR-LABEL
046380         MOVE SM-CREDITS (WS-SUM-IX) TO DRCR-AMOUNT
046385         WRITE JOURNAL-REGISTER-RECORD FROM WS-DRCR-TOTAL-LINE
046390     END-IF.
046395 3050-EXIT.
046400     EXIT.
046500*-----------------------------------------------------------------
046600* 3100-RECORD-RUN-STATUS - ADVANCE THE RUN'S STATUS-MASTER
048200 3100-EXIT.
048300     EXIT.
048400*-----------------------------------------------------------------
048401* 3200-SEND-CONFIRMATIONS - THE CONFIRMATION FEED FOR THE RUN
048402* JUST APPLIED. A SECOND PASS OF THE POSTING FILE MEETS EACH
048403* REFERENCE'S CONFIRMATION RECORD AT "BUILDING" THE FIRST TIME,
048404* WRITES IT AS ONE DETAIL AND MOVES IT TO "SENT"; LATER POSTINGS
048405* FOR THE SAME REFERENCE FIND IT SENT AND PASS. A POSTING THAT
048406* NEVER APPLIED HAS NO RECORD. THE TRAILER'S POSTING COUNT AND
048407* AMOUNT MUST EQUAL THE REGISTER'S TOTAL APPLIED, AND THE
048408* REGISTER SAYS WHETHER THEY DO.
048409*-----------------------------------------------------------------
048410 3200-SEND-CONFIRMATIONS.
048411     MOVE SPACES TO CONFIRMATION-FEED-RECORD.
048412     SET CF-HEADER-REC TO TRUE.
048413     MOVE WS-FILE-RUN-NUMBER TO CF-HDR-RUN-NUMBER.
048414     MOVE WS-SYS-DATE TO CF-CREATION-DATE.
048415     SET CF-POSTING-FEED TO TRUE.
048416     WRITE CONFIRMATION-FEED-RECORD.
048417     MOVE "N" TO WS-CONF-EOF-SWITCH.
048418     OPEN INPUT POSTING-FILE.
048419     PERFORM 3250-CONFIRM-ONE-POSTING THRU 3250-EXIT
048420         UNTIL END-OF-CONF-PASS.
048421     CLOSE POSTING-FILE.
048422     MOVE SPACES TO CONFIRMATION-FEED-RECORD.
048423     SET CF-TRAILER-REC TO TRUE.
048424     MOVE WS-CONF-DETAIL-COUNT TO CF-DETAIL-COUNT.
048425     MOVE WS-CONF-POSTING-COUNT TO CF-TRL-POSTING-COUNT.
048426     MOVE WS-CONF-AMOUNT-TOTAL TO CF-AMOUNT-TOTAL.
048427     WRITE CONFIRMATION-FEED-RECORD.
048428     MOVE WS-CONF-DETAIL-COUNT TO CFT-COUNT.
048429     MOVE WS-CONF-AMOUNT-TOTAL TO CFT-AMOUNT.
048430     MOVE WS-CONF-POSTING-COUNT TO CFT-POSTINGS.
048431     WRITE JOURNAL-REGISTER-RECORD FROM WS-CONF-TOTAL-LINE.
048432     IF WS-CONF-POSTING-COUNT = WS-APPLIED-COUNT
048433         AND WS-CONF-AMOUNT-TOTAL = WS-TOTAL-APPLIED
048434         MOVE "CONFIRMATIONS TIE TO REGISTER" TO BAL-TEXT
048435     ELSE
048436         MOVE "CONFIRMATIONS OUT OF TIE WITH REGISTER"
048437             TO BAL-TEXT
048438         SET CONFIRMATIONS-OUT-OF-TIE TO TRUE
048439     END-IF.
048440     WRITE JOURNAL-REGISTER-RECORD FROM WS-BALANCE-LINE.
048441 3200-EXIT.
048442     EXIT.
048443*-----------------------------------------------------------------
048444* 3250-CONFIRM-ONE-POSTING - ONE RECORD OF THE CONFIRMATION
048445* PASS.
048446*-----------------------------------------------------------------
048447 3250-CONFIRM-ONE-POSTING.
048448     READ POSTING-FILE
048449         AT END
048450             SET END-OF-CONF-PASS TO TRUE
048451             GO TO 3250-EXIT
048452     END-READ.
048453     IF NOT PST-DETAIL-REC
048454         GO TO 3250-EXIT
048455     END-IF.
048456     MOVE PST-REFERENCE TO CS-REFERENCE.
048457     MOVE WS-FILE-RUN-NUMBER TO CS-RUN-NUMBER.
048458     READ CONF-STATUS-MASTER
048459         INVALID KEY
048460             GO TO 3250-EXIT
048461     END-READ.
048462     IF NOT CS-BUILDING
048463         GO TO 3250-EXIT
048464     END-IF.
048465     MOVE SPACES TO CONFIRMATION-FEED-RECORD.
048466     SET CF-DETAIL-REC TO TRUE.
048467     MOVE CS-REFERENCE TO CF-REFERENCE.
048468     MOVE CS-AMOUNT TO CF-AMOUNT.
048469     MOVE CS-VALUE-DATE TO CF-VALUE-DATE.
048470     MOVE CS-RUN-NUMBER TO CF-RUN-NUMBER.
048471     MOVE CS-POSTING-COUNT TO CF-POSTING-COUNT.
048472     WRITE CONFIRMATION-FEED-RECORD.
048473     SET CS-SENT TO TRUE.
048474     MOVE WS-SYS-DATE TO CS-SENT-DATE.
048475     REWRITE CONFIRMATION-STATUS-RECORD.
048476     ADD 1 TO WS-CONF-DETAIL-COUNT.
048477     ADD CS-POSTING-COUNT TO WS-CONF-POSTING-COUNT.
048478     ADD CS-AMOUNT TO WS-CONF-AMOUNT-TOTAL.
048479 3250-EXIT.
048480     EXIT.
048481*-----------------------------------------------------------------
048500* 8000-READ-POSTING - READ THE NEXT DETAIL RECORD, PASSING OVER
048600* THE CONTROL RECORDS THE CONTROL PASS ALREADY PROVED, AND SET
048700* THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
