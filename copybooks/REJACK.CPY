      ******************************************************************
      *    COPYBOOK:  REJACK.CPY
      *    RECORD LAYOUT FOR THE REJECT ACKNOWLEDGMENT FILE THE
      *    SOURCE SYSTEMS SEND BACK (REJACK). EACH SOURCE'S REPLY IS
      *    ONE BATCH - AN "H" HEADER (SOURCE ID, CREATION DATE), ONE
      *    "D" DETAIL PER RETURNED REJECT RECEIVED (REFERENCE AND THE
      *    ORIGINAL YEARCHK RUN NUMBER, BOTH AS THEY CAME ON THE
      *    RETURN FILE), AND A "T" TRAILER (SOURCE ID, DETAIL COUNT).
      *    THE REPLIES OF SEVERAL SOURCES MAY ARRIVE IN ONE FILE, ONE
      *    BATCH AFTER ANOTHER. REJACKIN PROVES EVERY BATCH BEFORE IT
      *    MARKS ANYTHING RECEIVED.
      ******************************************************************
       01  REJECT-ACK-RECORD.
           05  AK-RECORD-TYPE          PIC X(01).
               88  AK-HEADER-REC                VALUE "H".
               88  AK-DETAIL-REC                VALUE "D".
               88  AK-TRAILER-REC               VALUE "T".
           05  AK-SOURCE-ID            PIC X(08).
           05  AK-DETAIL.
               10  AK-REFERENCE        PIC X(10).
               10  AK-ORIG-RUN-NUMBER  PIC 9(14).
               10  FILLER              PIC X(47).
           05  AK-HEADER REDEFINES AK-DETAIL.
               10  AK-CREATION-DATE    PIC 9(08).
               10  FILLER              PIC X(63).
           05  AK-TRAILER REDEFINES AK-DETAIL.
               10  AK-DETAIL-COUNT     PIC 9(08).
               10  FILLER              PIC X(63).
