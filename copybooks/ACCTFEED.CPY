      *    COUNTS BEFORE APPLYING IT AND BOUNCES AN OUT-OF-BALANCE
      *    BATCH WHOLE - THESE FIELDS PRICE REAL INTEREST, AND HALF
      *    A FEED APPLIED IS WORSE THAN NONE.
      *
      *    A DETAIL MAY ALSO CARRY THE ACCOUNT'S STATUS (A, F, C OR
      *    W, AS ON ACCTMAST) AND THE DATE IT TOOK EFFECT. A BLANK
      *    STATUS LEAVES THE MASTER'S STATUS ALONE, SO A SENDER THAT
      *    DOES NOT SUPPLY IT CAN KEEP SENDING THE SHORT RECORD; A
      *    STATUS WITH NO DATE TAKES THE HEADER'S CREATION DATE.
      ******************************************************************
       01  ACCOUNT-FEED-RECORD.
           05  AF-RECORD-TYPE          PIC X(01).
               10  AF-REFERENCE        PIC X(10).
               10  AF-BALANCE          PIC S9(09)V99.
               10  AF-RATE-PCT         PIC 9(02)V9(04).
               10  AF-ACCT-STATUS      PIC X(01).
                   88  AF-STATUS-NOT-SENT       VALUE " ".
                   88  AF-STATUS-VALID          VALUE "A" "F" "C" "W".
               10  AF-STATUS-DATE      PIC 9(08).
           05  AF-BATCH-HDR REDEFINES AF-DETAIL-DATA.
               10  AF-SOURCE-ID        PIC X(08).
               10  AF-CREATION-DATE    PIC 9(08).
               10  AF-EXPECTED-COUNT   PIC 9(08).
               10  FILLER              PIC X(12).
           05  AF-BATCH-TRL REDEFINES AF-DETAIL-DATA.
               10  AF-TRL-SOURCE-ID    PIC X(08).
               10  AF-TRL-COUNT        PIC 9(08).
               10  FILLER              PIC X(20).
