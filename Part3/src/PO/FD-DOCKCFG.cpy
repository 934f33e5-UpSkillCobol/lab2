      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    RECEIVING DOCK PER KITCHEN - THE DAYS AND HOURS THE DOCK
      *    TAKES DELIVERIES, THE SLOT LENGTH AND HOW MANY DELIVERIES
      *    ONE SLOT MAY HOLD. DOCKBOOK BOOKS PURCHASE ORDERS INTO THE
      *    SLOTS | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-DOCKCFG.
           88 EOFDOCKCFG                        VALUE HIGH-VALUES.
           05 DCK-SITE-ID                       PIC 9(003).
      *> FLAGS 1=MONDAY .. 7=SUNDAY, AS ON FD-SUPCAL
           05 DCK-DOCK-DAYS.
               10 DCK-DAY-FLAG OCCURS 7         PIC X(001).
      *> HHMM - THE LAST SLOT MUST END BY THE CLOSING TIME
           05 DCK-OPEN-TIME                     PIC 9(004).
           05 DCK-CLOSE-TIME                    PIC 9(004).
           05 DCK-SLOT-MINUTES                  PIC 9(003).
           05 DCK-MAX-PER-SLOT                  PIC 9(002).
      *> MINUTES EITHER SIDE OF THE SLOT STILL COUNTED AS ON TIME
           05 DCK-GRACE-MINUTES                 PIC 9(003).
