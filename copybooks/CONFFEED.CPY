      ******************************************************************
      *    COPYBOOK:  CONFFEED.CPY
      *    RECORD LAYOUT FOR THE POSTING-CONFIRMATION FEED GLPOST
      *    SENDS THE DEPOSITS SYSTEM AFTER EVERY LEDGERED RUN, SO THE
      *    SYSTEM OF RECORD HEARS ABOUT THE INTEREST ADDED TO
      *    AM-BALANCE BEFORE IT NEXT FEEDS ACCTLOAD A BALANCE.
      *
      *    THE FILE IS A MULTI-RECORD-TYPE LAYOUT, THE SAME SHAPE AS
      *    THE POSTING FILE IT CONFIRMS: ONE "H" HEADER (THE POSTING
      *    RUN NUMBER AND THE DATE THE FILE WAS WRITTEN), ONE "D"
      *    DETAIL PER REFERENCE CREDITED (THE REFERENCE'S POSTINGS
      *    SUMMED, THE LATEST VALUE DATE AMONG THEM, THE RUN NUMBER
      *    AND HOW MANY POSTINGS WENT INTO IT), AND ONE "T" TRAILER.
      *    THE TRAILER'S POSTING COUNT AND AMOUNT TOTAL ARE THE
      *    "TOTAL APPLIED" LINE ON THAT RUN'S GLPREG REGISTER. THE
      *    DEPOSITS SYSTEM MUST VERIFY THE TRAILER BEFORE APPLYING
      *    ANYTHING AND MUST REFUSE A RUN NUMBER IT HAS ALREADY
      *    PROCESSED - A DOUBLE-FED CONFIRMATION IS INTEREST PAID
      *    TWICE. A RUN GLPOST REFUSED LEAVES THE FILE EMPTY.
      *
      *    ACCRREV WRITES THE SAME FILE WHEN IT BACKS A RUN OUT: A
      *    HEADER MARKED AS A REVERSAL FEED FOR THE ORIGINAL RUN
      *    NUMBER, ONE DETAIL PER REFERENCE WHOSE CREDIT HAD BEEN
      *    CONFIRMED, CARRYING THE CONFIRMED AMOUNT NEGATED, AND A
      *    TRAILER TOTALLING THEM. THE DEPOSITS SYSTEM TAKES A
      *    POSTING FEED AND A REVERSAL FEED FOR THE SAME RUN ONCE
      *    EACH; THE FEED TYPE IS PART OF WHAT IT HAS PROCESSED.
      ******************************************************************
       01  CONFIRMATION-FEED-RECORD.
           05  CF-RECORD-TYPE          PIC X(01).
               88  CF-HEADER-REC                VALUE "H".
               88  CF-DETAIL-REC                VALUE "D".
               88  CF-TRAILER-REC               VALUE "T".
           05  CF-DETAIL.
               10  CF-REFERENCE        PIC X(10).
               10  CF-AMOUNT           PIC S9(09)V99.
               10  CF-VALUE-DATE       PIC 9(08).
               10  CF-RUN-NUMBER       PIC 9(14).
               10  CF-POSTING-COUNT    PIC 9(04).
               10  FILLER              PIC X(32).
           05  CF-HEADER REDEFINES CF-DETAIL.
               10  CF-HDR-RUN-NUMBER   PIC 9(14).
               10  CF-CREATION-DATE    PIC 9(08).
               10  CF-FEED-TYPE        PIC X(01).
                   88  CF-POSTING-FEED          VALUE "P".
                   88  CF-REVERSAL-FEED         VALUE "R".
               10  FILLER              PIC X(56).
           05  CF-TRAILER REDEFINES CF-DETAIL.
               10  CF-DETAIL-COUNT     PIC 9(08).
               10  CF-TRL-POSTING-COUNT PIC 9(08).
               10  CF-AMOUNT-TOTAL     PIC S9(11)V99.
               10  FILLER              PIC X(50).
