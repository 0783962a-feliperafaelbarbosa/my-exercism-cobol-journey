      ******************************************************************
      *    COPYBOOK:  REJROUTE.CPY
      *    RECORD LAYOUT FOR THE REJECT-ROUTING CARDS (REJROUTE), ONE
      *    CARD PER SOURCE SYSTEM THAT FEEDS YEAR-TRANS-FILE. SAYS
      *    WHICH RETURN FILE (REJRTN01-REJRTN06) THE SOURCE'S REJECTS
      *    GO BACK ON, HOW MANY BUSINESS DAYS THE SOURCE HAS TO
      *    ACKNOWLEDGE THEM (BLANK = 3), AND WHO OWNS THE FEED ON THE
      *    SOURCE SIDE. REJRETN ROUTES BY IT AND REJESCAL ESCALATES
      *    BY IT. ONE SOURCE PER RETURN FILE, SO EACH FILE GOES TO
      *    ONE TEAM WHOLE.
      ******************************************************************
       01  REJECT-ROUTE-RECORD.
           05  RO-SOURCE-ID            PIC X(08).
           05  RO-RETURN-SLOT-X        PIC X(02).
           05  RO-RETURN-SLOT REDEFINES RO-RETURN-SLOT-X
                                       PIC 9(02).
           05  RO-ACK-DAYS-X           PIC X(02).
           05  RO-ACK-DAYS REDEFINES RO-ACK-DAYS-X
                                       PIC 9(02).
           05  RO-OWNER                PIC X(30).
           05  FILLER                  PIC X(38).
