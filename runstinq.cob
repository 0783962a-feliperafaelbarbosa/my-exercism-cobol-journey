001700*                INQUIRY TYPES: R = ONE RUN BY NUMBER, L = LIST
001800*                RUNS FROM A STARTING NUMBER (FIRST FIVE, FULL
001900*                MATCH COUNT ON THE MESSAGE LINE), X = EXIT.
001950* 2026-10-14 DH  SHOWS THE NEW REVERSED STATUS ACCRREV SETS.
002000*-----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
022600             MOVE "LEDGERED" TO WS-STATUS-TEXT
022700         WHEN RS-RUN-SWEPT
022800             MOVE "SWEPT" TO WS-STATUS-TEXT
022825         WHEN RS-RUN-REVERSED
022850             MOVE "REVERSED" TO WS-STATUS-TEXT
022900         WHEN OTHER
023000             MOVE "????????" TO WS-STATUS-TEXT
023100     END-EVALUATE.
