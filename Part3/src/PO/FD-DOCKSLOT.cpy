      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    RECEIVING SLOT BOOKINGS - ONE ROW PER PURCHASE ORDER AND
      *    BOOKING. PODISP BOOKS THE PO'S DUE DATE, POACK MOVES IT TO
      *    THE SUPPLIER'S PROMISED DATE AND PORECV RECORDS THE ACTUAL
      *    ARRIVAL AGAINST IT. A DELIVERY WITH NO BOOKING IS STILL
      *    WRITTEN, AS UNBOOKED, SO PUNCTUALITY SEES EVERY ARRIVAL
      *    | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-DOCKSLOT.
           88 EOFDOCKSLOT                       VALUE HIGH-VALUES.
           05 DSB-KEY.
               10 DSB-PO-ID                     PIC 9(006).
               10 DSB-SEQ                       PIC 9(002).
      *> THE DOCK ORDER - KITCHEN, DAY, SLOT START
           05 DSB-SLOT-KEY.
               10 DSB-SITE-ID                   PIC 9(003).
               10 DSB-SLOT-DATE                 PIC 9(008).
               10 DSB-SLOT-TIME                 PIC 9(004).
           05 DSB-SLOT-END                      PIC 9(004).
           05 DSB-SUPPLIER-ID                   PIC 9(003).
           05 DSB-SOURCE                        PIC X(001).
               88 DSB-FROM-DISPATCH             VALUE "D".
               88 DSB-FROM-ACK                  VALUE "A".
               88 DSB-FROM-RECEIVING            VALUE "R".
           05 DSB-BOOKED-DATE                   PIC 9(008).
           05 DSB-STATUS                        PIC X(001).
               88 DSB-BOOKED                    VALUE "B".
               88 DSB-ARRIVED                   VALUE "A".
      *> REPLACED BY A LATER BOOKING FOR THE SAME PO
               88 DSB-MOVED                     VALUE "X".
           05 DSB-ARRIVAL-DATE                  PIC 9(008).
           05 DSB-ARRIVAL-TIME                  PIC 9(004).
           05 DSB-PUNCTUALITY                   PIC X(001).
               88 DSB-ON-TIME                   VALUE "O".
               88 DSB-EARLY                     VALUE "E".
               88 DSB-LATE                      VALUE "L".
               88 DSB-UNBOOKED                  VALUE "U".
      *> HOW FAR OUTSIDE THE SLOT AND ITS GRACE THE LORRY CAME
           05 DSB-MINUTES-OFF                   PIC 9(006).
