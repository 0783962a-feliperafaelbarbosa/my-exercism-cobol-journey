      *    ACCOUNT REFERENCE. HOLDS THE CURRENT BALANCE AND THE ANNUAL
      *    INTEREST RATE (AS A PERCENTAGE) THE ACCRUAL JOBS USE TO
      *    PRICE THE EXTRA-DAY AND EXTRA-WEEK ADJUSTMENTS.
      *    AM-COST-CENTER IS THE ACCOUNT'S PRODUCT/COST-CENTER CODE;
      *    WITH THE ADJUSTMENT REASON IT KEYS THE GL-MAPPING MASTER
      *    (GLMAP.CPY) THAT TELLS GLPOST WHICH LEDGER ACCOUNTS TO
      *    HIT. SET THROUGH ACCTMNT; ACCTLOAD LEAVES IT ALONE.
      *    AM-ACCT-STATUS IS WHERE THE ACCOUNT STANDS, EFFECTIVE
      *    AM-STATUS-DATE:
      *        A  ACTIVE (A BLANK, OFF A RECORD FROM BEFORE THE FIELD
      *           EXISTED, READS AS ACTIVE TOO)
      *        F  FROZEN - ADJUSTMENTS ARE HELD FOR REVIEW
      *        C  CLOSED
      *        W  CHARGED OFF (WRITTEN OFF) - TREATED AS CLOSED
      *    AM-CLOSE-DATE IS THE DAY THE ACCOUNT CLOSED OR WAS CHARGED
      *    OFF, ZERO WHILE IT IS OPEN. IT IS SET WHEN THE ACCOUNT
      *    FIRST GOES TO C OR W, KEPT ACROSS A MOVE BETWEEN THE TWO,
      *    AND CLEARED IF IT IS EVER REOPENED. ACCRPOST STILL PAYS AN
      *    ADJUSTMENT WHOSE VALUE DATE IS BEFORE THE CLOSE DATE.
      *    THE STATUS FIELDS GREW THE RECORD FROM 40 TO 60 BYTES;
      *    ACCTCONV CONVERTS A MASTER BUILT TO THE OLD LENGTH.
      ******************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  AM-REFERENCE            PIC X(10).
           05  AM-BALANCE              PIC S9(09)V99.
           05  AM-RATE-PCT             PIC 9(02)V9(04).
           05  AM-COST-CENTER          PIC X(04).
           05  AM-ACCT-STATUS          PIC X(01).
               88  AM-ACTIVE                   VALUE "A" " ".
               88  AM-FROZEN                   VALUE "F".
               88  AM-CLOSED                   VALUE "C".
               88  AM-CHARGED-OFF              VALUE "W".
               88  AM-NO-LONGER-OPEN           VALUE "C" "W".
           05  AM-STATUS-DATE          PIC 9(08).
           05  AM-CLOSE-DATE           PIC 9(08).
           05  FILLER                  PIC X(12).
