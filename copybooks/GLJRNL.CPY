      *    RECORD LAYOUT FOR THE GENERAL-LEDGER JOURNAL FILE WRITTEN
      *    BY GLPOST. EVERY POSTING-TRANS-RECORD APPLIED PRODUCES A
      *    BALANCED PAIR: A "D" DEBIT TO THE INTEREST-EXPENSE ACCOUNT
      *    AND A "C" CREDIT TO THE ACCRUED-INTEREST-PAYABLE ACCOUNT
      *    THE GL-MAPPING MASTER (GLMAP.CPY) NAMES FOR THE POSTING,
      *    EACH CARRYING THE ACCOUNT REFERENCE, THE ADJUSTMENT YEAR,
      *    AND THE RUN NUMBER SO A JOURNAL LINE TRACES BACK TO THE
      *    POSTING RUN THAT RAISED IT. JL-VALUE-DATE CARRIES THE
      *    BUSINESS DAY THE INTEREST BELONGS TO, STRAIGHT OFF THE
      *    POSTING'S PST-VALUE-DATE, SO MONTH-END CUTOFF IS A FIELD
      *    COMPARE INSTEAD OF AN ARGUMENT. TAX1099 TOTALS THE "C"
      *    LINES BY THE YEAR OF JL-VALUE-DATE FOR 1099-INT REPORTING.
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  JL-GL-ACCOUNT           PIC X(08).
