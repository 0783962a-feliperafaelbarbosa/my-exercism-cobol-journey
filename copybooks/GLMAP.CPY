      ******************************************************************
      *    COPYBOOK:  GLMAP.CPY
      *    RECORD LAYOUT FOR THE GL-MAPPING MASTER, KEYED BY THE
      *    ADJUSTMENT REASON (EXACTLY AS IT RIDES ON PST-REASON, E.G.
      *    "FEB 29 EXTRA DAY" OR "53RD FISCAL WEEK P12") AND THE
      *    ACCOUNT'S PRODUCT/COST-CENTER CODE (AM-COST-CENTER). EACH
      *    ENTRY NAMES THE GENERAL-LEDGER ACCOUNT GLPOST DEBITS
      *    (INTEREST EXPENSE) AND THE ONE IT CREDITS (ACCRUED
      *    INTEREST PAYABLE) FOR A POSTING OF THAT REASON ON AN
      *    ACCOUNT OF THAT COST CENTER. OPERATOR-MAINTAINED THROUGH
      *    GLMMAINT, WHICH AUDITS EVERY CHANGE TO GLMAUD. THERE IS
      *    NO DEFAULT ENTRY: A POSTING WITH NO MAPPING HOLDS THE RUN.
      *    A BLANK COST CENTER IS A REAL KEY VALUE - FINANCE MAPS IT
      *    ON PURPOSE OR ACCOUNTS WITHOUT ONE HOLD THE RUN.
      ******************************************************************
       01  GL-MAP-RECORD.
           05  GM-KEY.
               10  GM-REASON           PIC X(20).
               10  GM-COST-CENTER      PIC X(04).
           05  GM-DEBIT-ACCOUNT        PIC X(08).
           05  GM-CREDIT-ACCOUNT       PIC X(08).
           05  GM-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(10).
