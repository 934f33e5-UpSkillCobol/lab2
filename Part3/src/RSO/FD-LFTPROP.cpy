      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    LEFTOVER ADJUSTMENT PROPOSAL - A REDUCED QUANTITY FOR ONE
      *    STANDING-ORDER TEMPLATE OR MENU-CYCLE ROW, RAISED BY THE
      *    MONTHLY LEFTOVER ANALYSIS AND ACCEPTED OR REJECTED ON THE
      *    REVIEW SCREEN | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-LFTPROP.
           88 EOFLFTPROP                        VALUE HIGH-VALUES.
           05 LFP-KEY.
               10 LFP-TARGET                    PIC X(001).
                   88 LFP-FOR-STANDING          VALUE "S".
                   88 LFP-FOR-MENU-CYCLE        VALUE "M".
               10 LFP-SCHOOL-ID                 PIC 9(003).
      *> CYCLE WEEK 1-4; ZERO ON A STANDING-ORDER PROPOSAL
               10 LFP-WEEK                      PIC 9(001).
               10 LFP-WEEKDAY                   PIC 9(001).
               10 LFP-SANDWICH-ID               PIC 9(003).
           05 LFP-PERIOD.
               10 LFP-PERIOD-YEAR               PIC 9(004).
               10 LFP-PERIOD-MONTH              PIC 9(002).
           05 LFP-DELIVERIES                    PIC 9(003).
           05 LFP-DELIVERED-QTY                 PIC 9(006).
           05 LFP-UNEATEN-QTY                   PIC 9(006).
           05 LFP-LEFTOVER-PCT                  PIC 9(003)V9.
           05 LFP-CURRENT-QTY                   PIC 9(003).
           05 LFP-PROPOSED-QTY                  PIC 9(003).
           05 LFP-STATUS                        PIC X(001).
               88 LFP-PENDING                   VALUE "P".
               88 LFP-ACCEPTED                  VALUE "A".
               88 LFP-REJECTED                  VALUE "R".
           05 LFP-DECIDED-BY                    PIC X(008).
           05 LFP-DECIDED-DATE                  PIC 9(008).
