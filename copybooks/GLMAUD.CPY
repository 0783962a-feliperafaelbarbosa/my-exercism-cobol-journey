      ******************************************************************
      *    COPYBOOK:  GLMAUD.CPY
      *    RECORD LAYOUT FOR THE GL-MAPPING AUDIT FILE. ONE RECORD
      *    PER ADD, CHANGE OR DELETE KEYED THROUGH GLMMAINT, CARRYING
      *    THE BEFORE-IMAGE AND AFTER-IMAGE OF THE DEBIT AND CREDIT
      *    ACCOUNTS AND WHO CHANGED THEM WHEN - THE SAME SHAPE AS THE
      *    ACCTAUD TRAIL, AND FOR THE SAME REASON: THESE ENTRIES
      *    DECIDE WHERE REAL INTEREST LANDS ON THE LEDGER. AN ADD
      *    CARRIES A BLANK BEFORE-IMAGE, A DELETE A BLANK AFTER-IMAGE.
      ******************************************************************
       01  GL-MAP-AUDIT-RECORD.
           05  GMA-OPERATOR            PIC X(08).
           05  GMA-DATE                PIC 9(08).
           05  GMA-KEY.
               10  GMA-REASON          PIC X(20).
               10  GMA-COST-CENTER     PIC X(04).
           05  GMA-ACTION              PIC X(01).
               88  GMA-ADDED                    VALUE "A".
               88  GMA-CHANGED                  VALUE "C".
               88  GMA-DELETED                  VALUE "D".
           05  GMA-BEFORE-IMAGE.
               10  GMA-BEF-DEBIT       PIC X(08).
               10  GMA-BEF-CREDIT      PIC X(08).
           05  GMA-AFTER-IMAGE.
               10  GMA-AFT-DEBIT       PIC X(08).
               10  GMA-AFT-CREDIT      PIC X(08).
