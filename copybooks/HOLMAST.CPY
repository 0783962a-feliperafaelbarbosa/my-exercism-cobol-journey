      ******************************************************************
      *    COPYBOOK:  HOLMAST.CPY
      *    RECORD LAYOUT FOR THE HOLIDAY-MASTER FILE, KEYED BY DATE
      *    (YYYYMMDD). OPERATOR-MAINTAINED THROUGH HOLMAINT AND
      *    GENERATED YEAR BY YEAR FROM THE HOLIDAY RULES BY HOLGEN.
      *    DATECALC READS IT TO TELL A BANK HOLIDAY FROM A BUSINESS
      *    DAY FOR SETTLEMENT AND DUE-DATE WORK. HOL-SOURCE SAYS WHO
      *    PUT THE DATE THERE: "G" HOLGEN, "K" AN OPERATOR. A BLANK
      *    (RECORDS KEYED BEFORE HOLGEN EXISTED) COUNTS AS KEYED BY
      *    HAND, AND HOLGEN NEVER REPLACES A HAND-KEYED HOLIDAY.
      ******************************************************************
       01  HOLIDAY-MASTER-RECORD.
           05  HOL-DATE                PIC 9(08).
           05  HOL-DESCRIPTION         PIC X(30).
           05  HOL-SOURCE              PIC X(01).
               88  HOL-GENERATED               VALUE "G".
               88  HOL-KEYED-BY-HAND           VALUE "K" " ".
           05  FILLER                  PIC X(01).
