      ******************************************************************
      *    COPYBOOK:  HOLRULE.CPY
      *    ONE LINE OF THE HOLIDAY-RULES FILE (HOLRULES) THAT HOLGEN
      *    TURNS INTO HOLMAST DATES FOR A RANGE OF YEARS. HR-RULE-TYPE
      *    SAYS HOW THE DATE IS FOUND:
      *      F  FIXED DATE        HR-MONTH/HR-DAY EVERY YEAR. WITH
      *                           HR-OBSERVE-IND "Y" A SATURDAY DATE
      *                           IS OBSERVED THE FRIDAY BEFORE AND A
      *                           SUNDAY DATE THE MONDAY AFTER.
      *      N  NTH WEEKDAY       THE HR-NTH'TH HR-WEEKDAY OF HR-MONTH
      *                           (3RD MON OF JANUARY). A 5TH THAT
      *                           DOES NOT FALL IN THE MONTH IS SKIPPED.
      *      L  LAST WEEKDAY      THE LAST HR-WEEKDAY OF HR-MONTH
      *                           (LAST MON OF MAY).
      *      E  EASTER-RELATIVE   EASTER SUNDAY PLUS HR-EASTER-OFFSET
      *                           DAYS (-2 GOOD FRIDAY, +1 EASTER
      *                           MONDAY).
      *    HR-WEEKDAY IS SUN MON TUE WED THU FRI OR SAT. HR-FIRST-YEAR
      *    AND HR-LAST-YEAR BOUND THE YEARS A RULE APPLIES TO; BLANK OR
      *    ZERO LEAVES THAT END OPEN. FIELDS A RULE TYPE DOES NOT USE
      *    ARE LEFT BLANK.
      ******************************************************************
       01  HOLIDAY-RULE-RECORD.
           05  HR-RULE-TYPE            PIC X(01).
               88  HR-FIXED-DATE               VALUE "F".
               88  HR-NTH-WEEKDAY              VALUE "N".
               88  HR-LAST-WEEKDAY             VALUE "L".
               88  HR-EASTER-RELATIVE          VALUE "E".
           05  HR-MONTH                PIC 9(02).
           05  HR-DAY                  PIC 9(02).
           05  HR-WEEKDAY              PIC X(03).
           05  HR-NTH                  PIC 9(01).
           05  HR-EASTER-OFFSET        PIC S9(03)
                                       SIGN IS LEADING SEPARATE.
           05  HR-OBSERVE-IND          PIC X(01).
               88  HR-OBSERVE-WEEKEND          VALUE "Y".
           05  HR-FIRST-YEAR           PIC 9(04).
           05  HR-LAST-YEAR            PIC 9(04).
           05  HR-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(28).
