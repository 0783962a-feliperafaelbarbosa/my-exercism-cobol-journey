      ******************************************************************
      *    COPYBOOK:  PENDCHG.CPY
      *    RECORD LAYOUT FOR THE PENDING-CHANGE FILE (ACCTPEND), KEYED
      *    BY ACCOUNT REFERENCE AND THE DATE AND TIME THE CHANGE WAS
      *    KEYED. DUAL CONTROL FOR THE ACCOUNT-BALANCE-MASTER: ACCTMNT
      *    NO LONGER APPLIES A KEYED CHANGE, IT WRITES ONE OF THESE,
      *    AND ACCTLOAD WRITES ONE FOR ANY FEED CHANGE OVER ITS
      *    APPROVAL THRESHOLD. ONLY ACCTAPPR, SIGNED ON BY AN OPERATOR
      *    OTHER THAN THE MAKER, APPLIES THE CHANGE TO ACCTMAST AND
      *    RATEHIST (AND AUDITS IT TO ACCTAUD WITH BOTH NAMES) OR
      *    DECLINES IT. DECIDED RECORDS STAY ON FILE AS THE TRAIL OF
      *    WHO DECIDED WHAT; ACCTPRPT LISTS WHAT IS STILL PENDING AND
      *    WHAT WAS DECLINED.
      *        PC-CHANGE-TYPE  A  ADD AN ACCOUNT
      *                        B  BALANCE CHANGE
      *                        R  RATE CHANGE
      *                        C  COST-CENTER CHANGE
      *                        U  FEED UPDATE (BALANCE AND RATE)
      *                        S  ACCOUNT STATUS CHANGE
      *        PC-SOURCE       M  KEYED IN ACCTMNT
      *                        L  HELD BY ACCTLOAD
      *        PC-STATUS       P  PENDING, A  APPROVED, D  DECLINED
      *    THE BEFORE-IMAGE IS THE MASTER AS THE MAKER SAW IT; ACCTAPPR
      *    REFUSES TO APPLY A CHANGE WHOSE ACCOUNT HAS MOVED SINCE.
      *    PC-RATE-EFF-DATE IS THE DATE A NEW RATE GOES ONTO RATEHIST
      *    AS EFFECTIVE - THE KEYING DATE, OR THE FEED'S CREATION DATE.
      *    THE ACCOUNT-STATUS FIELDS RIDE AT THE END: EVERY CHANGE
      *    CARRIES THE STATUS BEFORE AND AFTER, AND THE STATUS AND
      *    CLOSE DATES THE MASTER WILL HOLD ONCE IT IS APPLIED - THE
      *    SAME AS IT HOLDS NOW FOR ANYTHING BUT A STATUS CHANGE.
      ******************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PC-KEY.
               10  PC-REFERENCE        PIC X(10).
               10  PC-KEYED-DATE       PIC 9(08).
               10  PC-KEYED-TIME       PIC 9(08).
           05  PC-CHANGE-TYPE          PIC X(01).
               88  PC-ADD-ACCOUNT              VALUE "A".
               88  PC-BALANCE-CHANGE           VALUE "B".
               88  PC-RATE-CHANGE              VALUE "R".
               88  PC-COST-CENTER-CHANGE       VALUE "C".
               88  PC-FEED-UPDATE              VALUE "U".
               88  PC-STATUS-CHANGE            VALUE "S".
           05  PC-SOURCE               PIC X(01).
               88  PC-FROM-SCREEN              VALUE "M".
               88  PC-FROM-FEED                VALUE "L".
           05  PC-STATUS               PIC X(01).
               88  PC-PENDING                  VALUE "P".
               88  PC-APPROVED                 VALUE "A".
               88  PC-DECLINED                 VALUE "D".
           05  PC-MAKER                PIC X(08).
           05  PC-CHECKER              PIC X(08).
           05  PC-DECIDED-DATE         PIC 9(08).
           05  PC-RATE-EFF-DATE        PIC 9(08).
           05  PC-BEFORE-IMAGE.
               10  PC-BEF-BALANCE      PIC S9(09)V99.
               10  PC-BEF-RATE-PCT     PIC 9(02)V9(04).
               10  PC-BEF-COST-CENTER  PIC X(04).
           05  PC-AFTER-IMAGE.
               10  PC-AFT-BALANCE      PIC S9(09)V99.
               10  PC-AFT-RATE-PCT     PIC 9(02)V9(04).
               10  PC-AFT-COST-CENTER  PIC X(04).
           05  PC-DECLINE-REASON       PIC X(30).
           05  PC-BEF-ACCT-STATUS      PIC X(01).
           05  PC-AFT-ACCT-STATUS      PIC X(01).
           05  PC-AFT-STATUS-DATE      PIC 9(08).
           05  PC-AFT-CLOSE-DATE       PIC 9(08).
           05  FILLER                  PIC X(02).
