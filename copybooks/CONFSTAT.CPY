      ******************************************************************
      *    COPYBOOK:  CONFSTAT.CPY
      *    RECORD LAYOUT FOR THE POSTING-CONFIRMATION MASTER, KEYED BY
      *    THE ACCOUNT REFERENCE AND THE RUN NUMBER OF THE POSTING RUN
      *    GLPOST LEDGERED. ONE RECORD PER REFERENCE PER RUN, HOLDING
      *    THE INTEREST THAT RUN ADDED TO AM-BALANCE (EVERY POSTING
      *    FOR THE REFERENCE SUMMED) AND THE LATEST VALUE DATE AMONG
      *    THEM. THE DEPOSITS SYSTEM IS THE SYSTEM OF RECORD FOR THE
      *    BALANCE, SO EVERY CREDIT IS CONFIRMED BACK TO IT ON THE
      *    CONFFEED FILE, AND THE RECORD FOLLOWS THE CREDIT UNTIL THE
      *    DEPOSITS SYSTEM'S OWN BALANCE CARRIES IT:
      *        B  BUILDING  - GLPOST IS STILL SUMMING THE RUN
      *        S  SENT      - ON THE CONFFEED FILE OF CS-SENT-DATE
      *        R  REFLECTED - AN ACCTLOAD FEED BATCH CREATED AFTER
      *                       THE SENT DATE CARRIED THE BALANCE
      *        V  REVERSED  - ACCRREV BACKED THE RUN OUT. IF THE
      *                       CREDIT HAD BEEN SENT, ITS NEGATION WENT
      *                       OUT ON ACCRREV'S CONFFEED OF
      *                       CS-REVERSED-DATE; ZERO MEANS IT NEVER
      *                       WAS AND NOTHING NEEDED TAKING BACK
      *    ACCTLOAD WILL NOT LET A FEED BALANCE CREATED ON OR BEFORE
      *    THE SENT DATE OF AN "S" RECORD, OR THE REVERSED DATE OF A
      *    "V" ONE, OVERWRITE AM-BALANCE - IT WOULD WIPE THE CREDIT
      *    OUT, OR PUT A REVERSED ONE BACK. CONFPEND LISTS WHAT IS
      *    STILL AT "S" EVERY DAY.
      ******************************************************************
       01  CONFIRMATION-STATUS-RECORD.
           05  CS-KEY.
               10  CS-REFERENCE        PIC X(10).
               10  CS-RUN-NUMBER       PIC 9(14).
           05  CS-STATUS               PIC X(01).
               88  CS-BUILDING                  VALUE "B".
               88  CS-SENT                      VALUE "S".
               88  CS-REFLECTED                 VALUE "R".
               88  CS-REVERSED                  VALUE "V".
           05  CS-AMOUNT               PIC S9(09)V99.
           05  CS-POSTING-COUNT        PIC 9(04).
           05  CS-VALUE-DATE           PIC 9(08).
           05  CS-SENT-DATE            PIC 9(08).
           05  CS-REFLECTED-DATE       PIC 9(08).
           05  CS-FEED-DATE            PIC 9(08).
           05  CS-REVERSED-DATE        PIC 9(08).
