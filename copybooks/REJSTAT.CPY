      *    MONTH-END. A REFERENCE THAT REJECTS MORE THAN ONCE IN ONE
      *    RUN SHARES ONE LIFECYCLE RECORD - THE CORRECTION PATH
      *    WORKS A REFERENCE AT A TIME ANYWAY.
      *    RJ-RETURN-IND TRACKS THE REJECT BACK TO THE SOURCE THAT
      *    SENT IT, ALONGSIDE THE CORRECTION PATH ABOVE:
      *        N  NOT RETURNED (BLANK ON A RECORD FROM BEFORE THE
      *           FIELD EXISTED READS THE SAME)
      *        S  SENT      - REJRETN PUT IT ON THE SOURCE'S RETURN
      *                       FILE UNDER RJ-RETURN-RUN-NUMBER
      *        K  RECEIVED  - THE SOURCE ACKNOWLEDGED IT (REJACKIN)
      *    REJESCAL ESCALATES A RETURN STILL AT "S" PAST THE
      *    SOURCE'S ACKNOWLEDGMENT WINDOW. THE RETURN FIELDS GREW
      *    THE RECORD FROM 65 TO 96 BYTES; REJSCONV CONVERTS A
      *    MASTER BUILT TO THE OLD LENGTH.
      ******************************************************************
       01  REJECT-STATUS-RECORD.
           05  RJ-KEY.
           05  RJ-YEAR                 PIC X(04).
           05  RJ-REASON-CODE          PIC X(04).
           05  RJ-SOURCE-ID            PIC X(08).
           05  RJ-RETURN-IND           PIC X(01).
               88  RJ-NOT-RETURNED              VALUE "N" " ".
               88  RJ-RETURN-SENT               VALUE "S".
               88  RJ-RETURN-RECEIVED           VALUE "K".
               88  RJ-RETURNED-TO-SOURCE        VALUE "S" "K".
           05  RJ-RETURN-DATE          PIC 9(08).
           05  RJ-RETURN-RUN-NUMBER    PIC 9(14).
           05  RJ-ACK-DATE             PIC 9(08).
           05  FILLER                  PIC X(08).
