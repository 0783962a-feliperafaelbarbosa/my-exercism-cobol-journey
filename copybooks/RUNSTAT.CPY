      *        P  POSTED   - ACCRPOST PRICED AND WROTE POSTTRAN
      *        L  LEDGERED - GLPOST APPLIED POSTTRAN TO THE LEDGER
      *        S  SWEPT    - YEARARCH ARCHIVED THE RUN'S DETAILS
      *        R  REVERSED - ACCRREV BACKED THE RUN OUT OF THE LEDGER
      *    REVERSED IS TERMINAL: NOTHING POSTS, LEDGERS OR SWEEPS A
      *    REVERSED RUN AGAIN, AND ACCRREV ITSELF WILL NOT REVERSE
      *    IT TWICE.
      *    EACH ENTRY CARRIES THE RUN DATE, THE DATE OF THE LAST
      *    STATUS CHANGE, AND THE RECORD COUNTS EACH STAGE HANDLED,
      *    SO "WHAT HAPPENED TO RUN 20260822031500" IS ONE KEYED
               88  RS-RUN-POSTED                VALUE "P".
               88  RS-RUN-LEDGERED              VALUE "L".
               88  RS-RUN-SWEPT                 VALUE "S".
               88  RS-RUN-REVERSED              VALUE "R".
           05  RS-RUN-DATE             PIC 9(08).
           05  RS-STATUS-DATE          PIC 9(08).
           05  RS-WRITTEN-COUNT        PIC 9(08).
