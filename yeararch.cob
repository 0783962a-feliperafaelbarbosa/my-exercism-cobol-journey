002680*                STILL MEANS NOTHING HAS POSTED; ONE THAT
002682*                EXISTS BUT WILL NOT OPEN STILL REFUSES THE
002684*                ADJUSTMENT SWEEP.
002687* 2026-10-14 DH  A RUN ACCRREV HAS REVERSED ("R") IS NOT SWEPT:
002690*                ITS MONEY WAS BACKED OUT, SO ITS ADJUSTMENTS
002693*                MUST NOT LAND ON ADJHIST AS PAID. THE REFUSAL
002696*                SAYS SO IN ITS OWN WORDS.
002700*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
027300* 2200-CHECK-RUN-POSTED - YEARADJ ONLY SWEEPS ONCE ACCRPOST
027400* HAS POSTED ITS RUN NUMBER: ONE KEYED READ OF THE RUN-STATUS
027450* MASTER, WHERE POSTED, LEDGERED OR SWEPT ALL MEAN THE MONEY
027500* MOVED. SWEEPING FIRST WOULD ARCHIVE MONEY NOBODY HAS PAID,
027550* AND A RUN ACCRREV HAS REVERSED IS MONEY TAKEN BACK.
027600*-----------------------------------------------------------------
027700 2200-CHECK-RUN-POSTED.
027800     IF RUN-STATUS-AVAILABLE
028100                     OR RS-RUN-SWEPT
028120                     SET RUN-WAS-POSTED TO TRUE
028140                 END-IF
028144                 IF RS-RUN-REVERSED
028148                     MOVE "RUN REVERSED BY ACCRREV"
028152                         TO WS-FAULT-TEXT
028156                 END-IF
028160         END-READ
028180     END-IF.
028200     IF NOT RUN-WAS-POSTED AND WS-FAULT-TEXT = SPACES
028300         MOVE "RUN NOT POSTED BY ACCRPOST" TO WS-FAULT-TEXT
028400     END-IF.
028500 2200-EXIT.
