      ******************************************************************
      *    COPYBOOK:  INTACCUM.CPY
      *    RECORD LAYOUT FOR THE INTEREST-PAID ACCUMULATOR, KEYED BY
      *    TAX YEAR AND ACCOUNT REFERENCE. ONE RECORD PER ACCOUNT PER
      *    TAX YEAR, MAINTAINED BY TAX1099. IA-PAID-TOTAL IS REBUILT
      *    FROM THE GL JOURNAL CREDIT LINES ON EVERY RUN FOR THE TAX
      *    YEAR (THE YEAR OF JL-VALUE-DATE - THE DAY THE INTEREST WAS
      *    PAID), LEAVING OUT RUNS ACCRREV HAS REVERSED, SO A RERUN
      *    NEVER DOUBLE-COUNTS. IA-REPORTED-TOTAL IS WHAT THE LAST
      *    1099-INT EXTRACT SENT TO THE TAX VENDOR SAID; WHEN THE TWO
      *    PART COMPANY AFTER A FORM HAS GONE OUT, THE NEXT RUN SENDS
      *    A CORRECTED FORM AND MOVES IA-REPORTED-TOTAL UP TO DATE.
      *        N  NOT REPORTED - NO FORM SENT (UNDER THE THRESHOLD,
      *                          OR THE EXTRACT HAS NOT RUN YET)
      *        O  ORIGINAL     - THE ORIGINAL FORM WENT OUT
      *        C  CORRECTED    - AT LEAST ONE CORRECTED FORM WENT OUT
      ******************************************************************
       01  INTEREST-ACCUM-RECORD.
           05  IA-KEY.
               10  IA-TAX-YEAR         PIC 9(04).
               10  IA-REFERENCE        PIC X(10).
           05  IA-PAID-TOTAL           PIC S9(09)V99.
           05  IA-REPORTED-TOTAL       PIC S9(09)V99.
           05  IA-FORM-STATUS          PIC X(01).
               88  IA-NOT-REPORTED              VALUE "N".
               88  IA-ORIGINAL-SENT             VALUE "O".
               88  IA-CORRECTION-SENT           VALUE "C".
           05  IA-SENT-DATE            PIC 9(08).
           05  IA-CORRECTION-COUNT     PIC 9(02).
           05  IA-LAST-RUN-DATE        PIC 9(08).
           05  FILLER                  PIC X(10).
