      ******************************************************************
      *    COPYBOOK:  REJRTN.CPY
      *    RECORD LAYOUT FOR THE REJECT RETURN FILES REJRETN SENDS
      *    BACK TO THE SOURCE SYSTEMS, ONE FILE PER SOURCE. THE SAME
      *    MULTI-RECORD-TYPE SHAPE AS THE FEEDS THEY CAME IN ON: ONE
      *    "H" HEADER (RETURN DATE AND THE RETURN'S OWN RUN NUMBER),
      *    ONE "D" DETAIL PER REJECT (REFERENCE, YEAR AS SENT, REASON
      *    CODE AND TEXT, AND THE RUN NUMBER OF THE YEARCHK RUN THAT
      *    REJECTED IT), AND ONE "T" TRAILER CARRYING THE DETAIL
      *    COUNT. THE SOURCE ID IS ON EVERY RECORD. A SOURCE WITH NO
      *    REJECTS STILL GETS ITS HEADER AND A ZERO TRAILER, SO AN
      *    EMPTY NIGHT IS SAID RATHER THAN ASSUMED. THE SOURCE SENDS
      *    BACK REFERENCE AND ORIGINAL RUN NUMBER ON ITS
      *    ACKNOWLEDGMENT (REJACK.CPY).
      ******************************************************************
       01  REJECT-RETURN-RECORD.
           05  RN-RECORD-TYPE          PIC X(01).
               88  RN-HEADER-REC                VALUE "H".
               88  RN-DETAIL-REC                VALUE "D".
               88  RN-TRAILER-REC               VALUE "T".
           05  RN-SOURCE-ID            PIC X(08).
           05  RN-DETAIL.
               10  RN-REFERENCE        PIC X(10).
               10  RN-YEAR             PIC X(04).
               10  RN-REASON-CODE      PIC X(04).
               10  RN-REASON-TEXT      PIC X(30).
               10  RN-ORIG-RUN-NUMBER  PIC 9(14).
               10  FILLER              PIC X(09).
           05  RN-HEADER REDEFINES RN-DETAIL.
               10  RN-RETURN-DATE      PIC 9(08).
               10  RN-RETURN-RUN-NUMBER PIC 9(14).
               10  FILLER              PIC X(49).
           05  RN-TRAILER REDEFINES RN-DETAIL.
               10  RN-DETAIL-COUNT     PIC 9(08).
               10  FILLER              PIC X(63).
