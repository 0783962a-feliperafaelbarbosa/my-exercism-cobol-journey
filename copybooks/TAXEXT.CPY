      ******************************************************************
      *    COPYBOOK:  TAXEXT.CPY
      *    RECORD LAYOUT FOR THE 1099-INT EXTRACT TAX1099 SENDS TO
      *    THE TAX VENDOR. THE SAME LAYOUT CARRIES THE ORIGINAL-FORM
      *    FILE (TAXEXT) AND THE CORRECTED-FORM FILE (TAXCOR); THE
      *    HEADER'S TX-FILE-KIND AND EACH DETAIL'S TX-CORRECTED-IND
      *    SAY WHICH. ONE "H" HEADER (FILE DATE, TAX YEAR, FORM), ONE
      *    "D" DETAIL PER FORM (ACCOUNT REFERENCE AND BOX 1 INTEREST
      *    INCOME; A CORRECTION ALSO CARRIES THE AMOUNT PREVIOUSLY
      *    REPORTED), AND ONE "T" TRAILER (DETAIL COUNT AND THE TOTAL
      *    OF BOX 1) THE VENDOR BALANCES THE FILE TO. THE VENDOR
      *    MATCHES THE REFERENCE TO THE PAYEE'S NAME AND TIN ON ITS
      *    OWN CUSTOMER FILE.
      ******************************************************************
       01  TAX-EXTRACT-RECORD.
           05  TX-RECORD-TYPE          PIC X(01).
               88  TX-HEADER-REC                VALUE "H".
               88  TX-DETAIL-REC                VALUE "D".
               88  TX-TRAILER-REC               VALUE "T".
           05  TX-DETAIL.
               10  TX-REFERENCE        PIC X(10).
               10  TX-TAX-YEAR         PIC 9(04).
               10  TX-CORRECTED-IND    PIC X(01).
                   88  TX-ORIGINAL-FORM         VALUE "O".
                   88  TX-CORRECTED-FORM        VALUE "C".
               10  TX-BOX1-INTEREST    PIC 9(09)V99.
               10  TX-PRIOR-INTEREST   PIC 9(09)V99.
               10  FILLER              PIC X(11).
           05  TX-HEADER REDEFINES TX-DETAIL.
               10  TX-FILE-DATE        PIC 9(08).
               10  TX-HDR-TAX-YEAR     PIC 9(04).
               10  TX-FORM-ID          PIC X(08).
               10  TX-FILE-KIND        PIC X(01).
                   88  TX-ORIGINAL-FILE         VALUE "O".
                   88  TX-CORRECTION-FILE       VALUE "C".
               10  FILLER              PIC X(27).
           05  TX-TRAILER REDEFINES TX-DETAIL.
               10  TX-DETAIL-COUNT     PIC 9(08).
               10  TX-BOX1-TOTAL       PIC 9(11)V99.
               10  FILLER              PIC X(27).
