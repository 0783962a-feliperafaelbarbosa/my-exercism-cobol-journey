      *    THE SAME SHAPE AS THE REJFIX CORRECTION TRAIL, AND FOR
      *    THE SAME REASON: THESE FIELDS PRICE REAL INTEREST, SO THE
      *    TRAIL HAS TO SHOW EVERY HAND THAT TOUCHED THEM. AN ADD
      *    CARRIES A BEFORE-IMAGE OF ZEROS. THE COST-CENTER IMAGES
      *    RIDE AT THE END SO RECORDS WRITTEN BEFORE THEY EXISTED
      *    STILL LINE UP; THOSE READ BACK AS SPACES. A CHANGE APPLIED
      *    UNDER DUAL CONTROL (ACCTAPPR) CARRIES THE MAKER IN
      *    AAU-OPERATOR AND THE APPROVING OPERATOR IN AAU-APPROVER,
      *    ALSO AT THE END; A FEED CHANGE UNDER THE APPROVAL THRESHOLD
      *    LEAVES IT BLANK. THE ACCOUNT STATUS BEFORE AND AFTER
      *    (AM-ACCT-STATUS) FOLLOWS THE APPROVER; OLDER RECORDS READ
      *    BACK BLANK.
      ******************************************************************
       01  ACCT-AUDIT-RECORD.
           05  AAU-OPERATOR            PIC X(08).
           05  AAU-AFTER-IMAGE.
               10  AAU-AFT-BALANCE     PIC S9(09)V99.
               10  AAU-AFT-RATE-PCT    PIC 9(02)V9(04).
           05  AAU-COST-CENTER-IMAGES.
               10  AAU-BEF-COST-CENTER PIC X(04).
               10  AAU-AFT-COST-CENTER PIC X(04).
           05  AAU-APPROVER            PIC X(08).
           05  AAU-STATUS-IMAGES.
               10  AAU-BEF-ACCT-STATUS PIC X(01).
               10  AAU-AFT-ACCT-STATUS PIC X(01).
