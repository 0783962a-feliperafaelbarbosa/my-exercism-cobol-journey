004119*                BEFORE THE MASTER EXISTED ARRIVE WITH NO
004121*                ENTRY; RUNSCONV LOADS THE OLD LISTS AT
004122*                CUTOVER SO THOSE STAY REFUSED TOO.
      * 2026-10-14 DH  A RUN ACCRREV HAS REVERSED ("R") IS REFUSED
      *                THE SAME AS ONE ALREADY POSTED - A BACKED-OUT
      *                RUN IS RE-PRICED UNDER A NEW YEARCHK RUN, NEVER
      *                REPOSTED UNDER THE OLD NUMBER.
      * 2026-10-14 DH  ADJUSTMENTS NOW FOLLOW THE ACCOUNT STATUS ON
      *                THE MASTER. A CLOSED OR CHARGED-OFF ACCOUNT IS
      *                NOT PAID FOR A VALUE DATE ON OR AFTER ITS CLOSE
      *                DATE (OR NO VALUE DATE AT ALL) - THE ADJUSTMENT
      *                GOES TO ITS OWN CLOSED AND FROZEN SECTION AT
      *                THE FOOT OF ACCREXC, BUILT UP ON THE ACCRSWK
      *                WORK FILE. ONE THAT CLOSED AFTER THE VALUE DATE
      *                IS STILL PAID AND MARKED ON THE REGISTER. A
      *                FROZEN ACCOUNT'S ADJUSTMENT IS HELD: LISTED IN
      *                THE SAME SECTION AND WRITTEN TO ACCRHELD, A
      *                YEARADJ-FORMAT FILE UNDER ITS OWN NEW RUN
      *                NUMBER (ENTERED ON ACCRSTAT AS WRITTEN), TO BE
      *                RESUBMITTED TO ACCRPOST ONCE REVIEWED. THE
      *                SECTION KEEPS THE EXCEPTION LINE'S REFERENCE
      *                AND YEAR COLUMNS, SO ACCRRECN COUNTS EVERY
      *                ADJUSTMENT NOT POSTED. RETURN CODE 4 NOW ALSO
      *                FLAGS CLOSED OR HELD ADJUSTMENTS.
004123*-----------------------------------------------------------------
004130 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
005750                             ACCESS MODE IS RANDOM
005770                             RECORD KEY IS RS-RUN-NUMBER
005800                             FILE STATUS IS WS-RS-FILE-STATUS.
005820     SELECT STATUS-WORK-FILE ASSIGN TO ACCRSWK
005840                             ORGANIZATION IS LINE SEQUENTIAL.
005860     SELECT HELD-ADJ-FILE    ASSIGN TO ACCRHELD
005880                             ORGANIZATION IS LINE SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  ADJUSTMENT-FILE.
007060     COPY RATEHIST.
007100 FD  RUN-STATUS-MASTER.
007200     COPY RUNSTAT.
007225 FD  STATUS-WORK-FILE.
007250 01  STATUS-WORK-RECORD      PIC X(80).
007275 FD  HELD-ADJ-FILE.
007300 01  HELD-ADJ-RECORD         PIC X(35).
007400 WORKING-STORAGE SECTION.
007500 01  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
007600     88  END-OF-ADJ-FILE             VALUE "Y".
010278     05  WS-F29-YEAR         PIC 9(04).
010280     05  WS-F29-MMDD         PIC 9(04).
010282 01  WS-VDATE-FALLBACK-COUNT PIC 9(08)   VALUE ZERO.
       01  WS-CLOSED-COUNT         PIC 9(08)   VALUE ZERO.
       01  WS-HELD-COUNT           PIC 9(08)   VALUE ZERO.
       01  WS-CLOSED-LATER-COUNT   PIC 9(08)   VALUE ZERO.
       01  WS-HELD-HASH-TOTAL      PIC 9(12)   VALUE ZERO.
       01  WS-HELD-RUN-NUMBER      PIC 9(14)   VALUE ZERO.
       01  WS-HELD-HDR-SWITCH      PIC X(01)   VALUE "N".
           88  HELD-HEADER-WRITTEN         VALUE "Y".
       01  WS-SWK-EOF-SWITCH       PIC X(01)   VALUE "N".
           88  END-OF-STATUS-WORK          VALUE "Y".
       01  WS-HELD-CONTROL-RECORD.
           05  HCR-RECORD-TYPE     PIC X(01).
           05  HCR-HEADER.
               10  HCR-RUN-DATE    PIC 9(08).
               10  HCR-RUN-TIME    PIC 9(06).
               10  HCR-RUN-NUMBER  PIC 9(14).
               10  FILLER          PIC X(06).
           05  HCR-TRAILER REDEFINES HCR-HEADER.
               10  HCR-DETAIL-COUNT PIC 9(08).
               10  HCR-YEAR-HASH   PIC 9(12).
               10  FILLER          PIC X(14).
010300 01  WS-REGISTER-TITLE.
010400     05  FILLER              PIC X(24)
010500         VALUE "ACCRPOST POSTING REGISTE".
012100     05  REG-AMOUNT          PIC Z(08)9.99-.
012120     05  FILLER              PIC X(02)  VALUE SPACES.
012140     05  REG-VALUE-DATE      PIC 9(08).
012200     05  FILLER              PIC X(02)  VALUE SPACES.
012250     05  REG-NOTE            PIC X(15).
012300 01  WS-REGISTER-TOTAL-LINE.
012400     05  FILLER              PIC X(20)  VALUE "TOTAL POSTED".
012500     05  TOT-COUNT           PIC Z(07)9.
012600     05  FILLER              PIC X(02)  VALUE SPACES.
012700     05  TOT-AMOUNT          PIC Z(10)9.99-.
012800     05  FILLER              PIC X(35)  VALUE SPACES.
012820 01  WS-REGISTER-COUNT-LINE.
012840     05  RCL-LABEL           PIC X(30).
012860     05  RCL-COUNT           PIC Z(07)9.
012880     05  FILLER              PIC X(42)  VALUE SPACES.
012900 01  WS-EXCEPTION-TITLE.
013000     05  FILLER              PIC X(26)
013100         VALUE "ACCRPOST UNMATCHED REFEREN".
014500     05  FILLER              PIC X(14)  VALUE "RUN REFUSED - ".
014600     05  REF-REASON          PIC X(40).
014700     05  FILLER              PIC X(26)  VALUE SPACES.
014703 01  WS-STATUS-SECTION-TITLE.
014706     05  FILLER              PIC X(40)
014709         VALUE "CLOSED AND FROZEN ACCOUNTS - NOT POSTED".
014712     05  FILLER              PIC X(40)  VALUE SPACES.
014715 01  WS-STATUS-SECTION-HEADING.
014718     05  FILLER              PIC X(12)  VALUE "REFERENCE".
014721     05  FILLER              PIC X(06)  VALUE "YEAR".
014724     05  FILLER              PIC X(22)  VALUE "REASON".
014727     05  FILLER              PIC X(10)  VALUE "VALUE DATE".
014730     05  FILLER              PIC X(16)  VALUE "  STATUS".
014733     05  FILLER              PIC X(14)  VALUE "SINCE".
014736 01  WS-STATUS-EXC-LINE.
014739     05  SXL-REFERENCE       PIC X(10).
014742     05  FILLER              PIC X(02)  VALUE SPACES.
014745     05  SXL-YEAR            PIC 9(04).
014748     05  FILLER              PIC X(02)  VALUE SPACES.
014751     05  SXL-REASON          PIC X(20).
014754     05  FILLER              PIC X(02)  VALUE SPACES.
014757     05  SXL-VALUE-DATE      PIC 9(08).
014760     05  FILLER              PIC X(02)  VALUE SPACES.
014763     05  SXL-STATUS-TEXT     PIC X(13).
014766     05  FILLER              PIC X(01)  VALUE SPACES.
014769     05  SXL-STATUS-DATE     PIC 9(08).
014772     05  FILLER              PIC X(08)  VALUE SPACES.
014775 01  WS-STATUS-NONE-LINE.
014778     05  FILLER              PIC X(06)  VALUE "  NONE".
014781     05  FILLER              PIC X(74)  VALUE SPACES.
014800*-----------------------------------------------------------------
014900 PROCEDURE DIVISION.
015000 0000-MAINLINE.
017584         IF WS-FP-FILE-STATUS = "00"
017586             SET FISCAL-PERIODS-AVAILABLE TO TRUE
017588         END-IF
017590         OPEN OUTPUT STATUS-WORK-FILE
017592         OPEN OUTPUT HELD-ADJ-FILE
017594         COMPUTE WS-HELD-RUN-NUMBER =
017596             (WS-SYS-DATE * 1000000) + WS-SYS-TIME
017600         PERFORM 8000-READ-ADJUSTMENT THRU 8000-EXIT
017700     ELSE
017800         MOVE WS-REFUSE-TEXT TO REF-REASON
030500*-----------------------------------------------------------------
030600* 1265-CHECK-RUN-STATUS - ONE KEYED READ OF THE RUN-STATUS
030700* MASTER. AN ENTRY ALREADY AT POSTED OR BEYOND REFUSES THE
030710* RUN, AS DOES ONE ACCRREV HAS REVERSED; "WRITTEN" IS THE
030720* NORMAL HANDOFF FROM YEARCHK, AND NO ENTRY AT ALL IS A RUN
030730* FROM BEFORE THE MASTER EXISTED.
030770*-----------------------------------------------------------------
030800 1265-CHECK-RUN-STATUS.
030900     MOVE WS-FILE-RUN-NUMBER TO RS-RUN-NUMBER.
031000     IF (RS-RUN-POSTED OR RS-RUN-LEDGERED OR RS-RUN-SWEPT)
031050         AND WS-REFUSE-TEXT = SPACES
031100         MOVE "RUN NUMBER ALREADY POSTED" TO WS-REFUSE-TEXT
031125     END-IF.
031150     IF RS-RUN-REVERSED AND WS-REFUSE-TEXT = SPACES
031175         MOVE "RUN NUMBER REVERSED BY ACCRREV" TO WS-REFUSE-TEXT
031200     END-IF.
031300 1265-EXIT.
031400     EXIT.
034996     EXIT.
035000*-----------------------------------------------------------------
035100* 2000-POST-ADJUSTMENT - LOOK THE CURRENT ADJ-REFERENCE UP ON
035200* THE ACCOUNT MASTER. A HIT GOES WHERE THE ACCOUNT'S STATUS
035300* SAYS (PER 2200), A MISS GOES TO THE EXCEPTION REPORT, AND
035400* EITHER WAY THE NEXT ADJUSTMENT IS READ.
035500*-----------------------------------------------------------------
035600 2000-POST-ADJUSTMENT.
035650     PERFORM 2300-SET-VALUE-DATE THRU 2300-EXIT.
035900         INVALID KEY
036000             PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
036100         NOT INVALID KEY
036200             PERFORM 2200-ROUTE-BY-STATUS THRU 2200-EXIT
036300     END-READ.
036400     PERFORM 8000-READ-ADJUSTMENT THRU 8000-EXIT.
036500 2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2200-ROUTE-BY-STATUS - A FROZEN ACCOUNT'S ADJUSTMENT IS HELD.
      * A CLOSED OR CHARGED-OFF ACCOUNT IS ONLY PAID WHEN IT CLOSED
      * AFTER THE ADJUSTMENT'S VALUE DATE - THE INTEREST WAS EARNED
      * WHILE IT WAS OPEN. NO VALUE DATE, OR NO CLOSE DATE, CANNOT
      * PROVE THAT AND IS NOT PAID. EVERYTHING ELSE POSTS.
      *-----------------------------------------------------------------
       2200-ROUTE-BY-STATUS.
           IF AM-FROZEN
               PERFORM 2700-HOLD-ADJUSTMENT THRU 2700-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF AM-NO-LONGER-OPEN
               IF WS-VALUE-DATE = ZERO
                   OR AM-CLOSE-DATE = ZERO
                   OR AM-CLOSE-DATE NOT > WS-VALUE-DATE
                   PERFORM 2650-WRITE-CLOSED THRU 2650-EXIT
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           PERFORM 2500-WRITE-POSTING THRU 2500-EXIT.
       2200-EXIT.
036502     EXIT.
036510*-----------------------------------------------------------------
036512* 2300-SET-VALUE-DATE - THE BUSINESS DAY THE ADJUSTMENT'S
037100* 366-DAY LEAP YEAR; THE 53RD FISCAL WEEK IS SEVEN DAYS OF A
037200* 371-DAY 53-WEEK FISCAL YEAR. THE REASON TEST IS ON THE LEADING
037300* CHARACTERS ONLY SO A QUALIFIER STAMPED AFTER THE REASON TEXT
037350* STILL PRICES AS A WEEK. AN ACCOUNT CLOSED SINCE THE VALUE
037400* DATE IS MARKED ON ITS REGISTER LINE.
037500*-----------------------------------------------------------------
037600 2500-WRITE-POSTING.
037620     PERFORM 2400-FIND-EFFECTIVE-RATE THRU 2400-EXIT.
039100     MOVE ADJ-REASON TO REG-REASON.
039200     MOVE WS-INTEREST-AMOUNT TO REG-AMOUNT.
039250     MOVE WS-VALUE-DATE TO REG-VALUE-DATE.
039255     IF AM-NO-LONGER-OPEN
039260         MOVE "ACCT NOW CLOSED" TO REG-NOTE
039265         ADD 1 TO WS-CLOSED-LATER-COUNT
039270     ELSE
039275         MOVE SPACES TO REG-NOTE
039280     END-IF.
039300     WRITE POSTING-REGISTER-RECORD FROM WS-REGISTER-LINE.
039400     ADD 1 TO WS-POSTED-COUNT.
039500     ADD WS-INTEREST-AMOUNT TO WS-TOTAL-POSTED.
040900 2600-EXIT.
041000     EXIT.
041100*-----------------------------------------------------------------
041101* 2650-WRITE-CLOSED - THE ACCOUNT WAS CLOSED OR CHARGED OFF ON
041102* OR BEFORE THE VALUE DATE. NOTHING IS PRICED; ONE LINE GOES TO
041103* THE CLOSED AND FROZEN SECTION WITH THE CLOSE DATE.
041104*-----------------------------------------------------------------
041105 2650-WRITE-CLOSED.
041106     IF AM-CHARGED-OFF
041107         MOVE "CHARGED OFF" TO SXL-STATUS-TEXT
041108     ELSE
041109         MOVE "CLOSED" TO SXL-STATUS-TEXT
041110     END-IF.
041111     MOVE AM-CLOSE-DATE TO SXL-STATUS-DATE.
041112     PERFORM 2800-WRITE-STATUS-LINE THRU 2800-EXIT.
041113     ADD 1 TO WS-CLOSED-COUNT.
041114 2650-EXIT.
041115     EXIT.
041116*-----------------------------------------------------------------
041117* 2700-HOLD-ADJUSTMENT - THE ACCOUNT IS FROZEN. THE ADJUSTMENT
041118* IS COPIED AS IT STANDS TO ACCRHELD, WHOSE HEADER GOES OUT
041119* WITH THE FIRST ONE HELD, AND LISTED IN THE SECTION WITH THE
041120* DATE THE ACCOUNT WAS FROZEN.
041121*-----------------------------------------------------------------
041122 2700-HOLD-ADJUSTMENT.
041123     IF NOT HELD-HEADER-WRITTEN
041124         MOVE SPACES TO WS-HELD-CONTROL-RECORD
041125         MOVE "H" TO HCR-RECORD-TYPE
041126         MOVE WS-SYS-DATE TO HCR-RUN-DATE
041127         MOVE WS-SYS-TIME TO HCR-RUN-TIME
041128         MOVE WS-HELD-RUN-NUMBER TO HCR-RUN-NUMBER
041129         WRITE HELD-ADJ-RECORD FROM WS-HELD-CONTROL-RECORD
041130         SET HELD-HEADER-WRITTEN TO TRUE
041131     END-IF.
041132     WRITE HELD-ADJ-RECORD FROM EXTRA-DAY-ADJ-RECORD.
041133     ADD 1 TO WS-HELD-COUNT.
041134     ADD ADJ-YEAR TO WS-HELD-HASH-TOTAL.
041135     MOVE "FROZEN - HELD" TO SXL-STATUS-TEXT.
041136     MOVE AM-STATUS-DATE TO SXL-STATUS-DATE.
041137     PERFORM 2800-WRITE-STATUS-LINE THRU 2800-EXIT.
041138 2700-EXIT.
041139     EXIT.
041140*-----------------------------------------------------------------
041141* 2800-WRITE-STATUS-LINE - ONE LINE FOR THE CLOSED AND FROZEN
041142* SECTION ONTO THE WORK FILE; 3400 PRINTS THEM UNDER THEIR OWN
041143* HEADING ONCE THE UNMATCHED REFERENCES ARE DONE.
041144*-----------------------------------------------------------------
041145 2800-WRITE-STATUS-LINE.
041146     MOVE ADJ-REFERENCE TO SXL-REFERENCE.
041147     MOVE ADJ-YEAR TO SXL-YEAR.
041148     MOVE ADJ-REASON TO SXL-REASON.
041149     MOVE WS-VALUE-DATE TO SXL-VALUE-DATE.
041150     WRITE STATUS-WORK-RECORD FROM WS-STATUS-EXC-LINE.
041151 2800-EXIT.
041152     EXIT.
041153*-----------------------------------------------------------------
041200* 3000-TERMINATE - PRINT THE REGISTER TOTAL AND CLOSE DOWN.
041225* ON A RUN THAT POSTED, FINISH ACCRHELD AND PRINT THE CLOSED
041250* AND FROZEN SECTION BEFORE THE RUN STATUS IS ADVANCED.
041300*-----------------------------------------------------------------
041400 3000-TERMINATE.
041500     MOVE WS-POSTED-COUNT TO TOT-COUNT.
041600     MOVE WS-TOTAL-POSTED TO TOT-AMOUNT.
041700     WRITE POSTING-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
041800     IF CONTROL-CHECKS-PASSED
041810         PERFORM 3050-WRITE-STATUS-COUNTS THRU 3050-EXIT
041820         PERFORM 3200-WRITE-POSTING-TRAILER THRU 3200-EXIT
041845         PERFORM 3300-FINISH-HELD-FILE THRU 3300-EXIT
041870         PERFORM 3400-PRINT-STATUS-SECTION THRU 3400-EXIT
041900         CLOSE ADJUSTMENT-FILE
042000         CLOSE ACCOUNT-MASTER
042020         IF RATE-HISTORY-AVAILABLE
042600     DISPLAY "ACCRPOST: " WS-READ-COUNT " READ, "
042700         WS-POSTED-COUNT " POSTED, "
042800         WS-UNMATCHED-COUNT " UNMATCHED".
042810     DISPLAY "ACCRPOST: " WS-CLOSED-COUNT " CLOSED, NOT POSTED, "
042820         WS-HELD-COUNT " HELD".
042830     IF WS-HELD-COUNT > ZERO
042840         DISPLAY "ACCRPOST: FROZEN-ACCOUNT ADJUSTMENTS HELD ON "
042850             "ACCRHELD AS RUN " WS-HELD-RUN-NUMBER
042860     END-IF.
042900     EVALUATE TRUE
043000         WHEN NOT CONTROL-CHECKS-PASSED
043100             MOVE 8 TO RETURN-CODE
043200         WHEN WS-UNMATCHED-COUNT > ZERO
043225             OR WS-CLOSED-COUNT > ZERO
043250             OR WS-HELD-COUNT > ZERO
043300             MOVE 4 TO RETURN-CODE
043400         WHEN OTHER
043500             MOVE ZERO TO RETURN-CODE
043700 3000-EXIT.
043800     EXIT.
043900*-----------------------------------------------------------------
043905* 3050-WRITE-STATUS-COUNTS - UNDER THE REGISTER TOTAL, WHAT THE
043910* ACCOUNT STATUSES KEPT OFF IT AND WHAT WAS PAID ON AN ACCOUNT
043915* CLOSED SINCE.
043920*-----------------------------------------------------------------
043925 3050-WRITE-STATUS-COUNTS.
043930     MOVE "CLOSED ACCOUNTS - NOT POSTED" TO RCL-LABEL.
043935     MOVE WS-CLOSED-COUNT TO RCL-COUNT.
043940     WRITE POSTING-REGISTER-RECORD FROM WS-REGISTER-COUNT-LINE.
043945     MOVE "FROZEN ACCOUNTS - HELD" TO RCL-LABEL.
043950     MOVE WS-HELD-COUNT TO RCL-COUNT.
043955     WRITE POSTING-REGISTER-RECORD FROM WS-REGISTER-COUNT-LINE.
043960     MOVE "POSTED, ACCOUNT CLOSED SINCE" TO RCL-LABEL.
043965     MOVE WS-CLOSED-LATER-COUNT TO RCL-COUNT.
043970     WRITE POSTING-REGISTER-RECORD FROM WS-REGISTER-COUNT-LINE.
043975 3050-EXIT.
043980     EXIT.
043985*-----------------------------------------------------------------
044000* 3100-RECORD-RUN-STATUS - ADVANCE THE RUN'S STATUS-MASTER
044100* ENTRY TO POSTED, WITH THE POSTED AND EXCEPTION COUNTS (ALL
044150* NOT POSTED - UNMATCHED, CLOSED AND HELD), SO
044200* THE SAME FILE CAN NEVER POST TWICE AND THE WHOLE PIPELINE
044250* CAN SEE WHERE THE RUN STANDS. A RUN WITH NO ENTRY (WRITTEN
044260* BEFORE THE MASTER EXISTED) GETS ONE CREATED AT POSTED.
044800             SET RS-RUN-POSTED TO TRUE
044810             MOVE WS-SYS-DATE TO RS-STATUS-DATE
044820             MOVE WS-POSTED-COUNT TO RS-POSTED-COUNT
044825             COMPUTE RS-EXCEPT-COUNT = WS-UNMATCHED-COUNT
044830                 + WS-CLOSED-COUNT + WS-HELD-COUNT
044840             WRITE RUN-STATUS-RECORD
044850         NOT INVALID KEY
044860             SET RS-RUN-POSTED TO TRUE
044870             MOVE WS-SYS-DATE TO RS-STATUS-DATE
044880             MOVE WS-POSTED-COUNT TO RS-POSTED-COUNT
044885             COMPUTE RS-EXCEPT-COUNT = WS-UNMATCHED-COUNT
044890                 + WS-CLOSED-COUNT + WS-HELD-COUNT
044900             REWRITE RUN-STATUS-RECORD
045000     END-READ.
045100     IF WS-RS-FILE-STATUS NOT = "00"
045782 3200-EXIT.
045784     EXIT.
045800*-----------------------------------------------------------------
045801* 3300-FINISH-HELD-FILE - CLOSE ACCRHELD OFF WITH ITS TRAILER
045802* AND ENTER ITS RUN NUMBER ON THE RUN-STATUS MASTER AS WRITTEN,
045803* THE SAME HANDOFF YEARCHK MAKES, SO IT POSTS LIKE ANY OTHER
045804* RUN ONCE REVIEWED. NOTHING HELD LEAVES THE FILE EMPTY.
045805*-----------------------------------------------------------------
045806 3300-FINISH-HELD-FILE.
045807     IF NOT HELD-HEADER-WRITTEN
045808         CLOSE HELD-ADJ-FILE
045809         GO TO 3300-EXIT
045810     END-IF.
045811     MOVE SPACES TO WS-HELD-CONTROL-RECORD.
045812     MOVE "T" TO HCR-RECORD-TYPE.
045813     MOVE WS-HELD-COUNT TO HCR-DETAIL-COUNT.
045814     MOVE WS-HELD-HASH-TOTAL TO HCR-YEAR-HASH.
045815     WRITE HELD-ADJ-RECORD FROM WS-HELD-CONTROL-RECORD.
045816     CLOSE HELD-ADJ-FILE.
045817     MOVE SPACES TO RUN-STATUS-RECORD.
045818     MOVE WS-HELD-RUN-NUMBER TO RS-RUN-NUMBER.
045819     SET RS-RUN-WRITTEN TO TRUE.
045820     MOVE WS-SYS-DATE TO RS-RUN-DATE.
045821     MOVE WS-SYS-DATE TO RS-STATUS-DATE.
045822     MOVE WS-HELD-COUNT TO RS-WRITTEN-COUNT.
045823     MOVE ZERO TO RS-POSTED-COUNT RS-EXCEPT-COUNT
045824         RS-LEDGER-COUNT RS-SWEPT-COUNT.
045825     WRITE RUN-STATUS-RECORD
045826         INVALID KEY
045827             DISPLAY "ACCRPOST: HELD RUN " WS-HELD-RUN-NUMBER
045828                 " ALREADY ON ACCRSTAT"
045829     END-WRITE.
045830 3300-EXIT.
045831     EXIT.
045832*-----------------------------------------------------------------
045833* 3400-PRINT-STATUS-SECTION - THE CLOSED AND FROZEN SECTION AT
045834* THE FOOT OF ACCREXC, COPIED BACK OFF THE WORK FILE. IT PRINTS
045835* EVERY RUN, WITH "NONE" WHEN THE STATUSES STOPPED NOTHING.
045836*-----------------------------------------------------------------
045837 3400-PRINT-STATUS-SECTION.
045838     CLOSE STATUS-WORK-FILE.
045839     WRITE EXCEPTION-RPT-RECORD FROM WS-STATUS-SECTION-TITLE.
045840     WRITE EXCEPTION-RPT-RECORD FROM WS-STATUS-SECTION-HEADING.
045841     IF WS-CLOSED-COUNT = ZERO AND WS-HELD-COUNT = ZERO
045842         WRITE EXCEPTION-RPT-RECORD FROM WS-STATUS-NONE-LINE
045843         GO TO 3400-EXIT
045844     END-IF.
045845     OPEN INPUT STATUS-WORK-FILE.
045846     PERFORM 3450-COPY-STATUS-LINE THRU 3450-EXIT
045847         UNTIL END-OF-STATUS-WORK.
045848     CLOSE STATUS-WORK-FILE.
045849 3400-EXIT.
045850     EXIT.
045851*-----------------------------------------------------------------
045852* 3450-COPY-STATUS-LINE - ONE WORK-FILE LINE ONTO ACCREXC.
045853*-----------------------------------------------------------------
045854 3450-COPY-STATUS-LINE.
045855     READ STATUS-WORK-FILE
045856         AT END
045857             SET END-OF-STATUS-WORK TO TRUE
045858             GO TO 3450-EXIT
045859     END-READ.
045860     WRITE EXCEPTION-RPT-RECORD FROM STATUS-WORK-RECORD.
045861 3450-EXIT.
045862     EXIT.
045863*-----------------------------------------------------------------
045900* 8000-READ-ADJUSTMENT - READ THE NEXT DETAIL RECORD, PASSING
046000* OVER THE CONTROL RECORDS THE CONTROL PASS ALREADY PROVED,
046100* AND SET THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
