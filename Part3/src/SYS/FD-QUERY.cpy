      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    SAVED AD-HOC QUERY - THE FILE, THE FIELDS TO LIST BY THEIR
      *    DATA-DICTIONARY NAMES, THE FILTERS (ALL MUST HOLD) AND THE
      *    SORT ORDER, SO THE SAME LISTING CAN BE RUN AGAIN
      *    | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-QUERY.
           88 EOFQUERIES                        VALUE HIGH-VALUES.
           05 QRY-NAME                          PIC X(012).
           05 QRY-DESCRIPTION                   PIC X(040).
           05 QRY-FILE-CODE                     PIC X(014).
           05 QRY-OUTPUT                        PIC X(001).
               88 QRY-OUT-LISTING               VALUE "L".
               88 QRY-OUT-CSV                   VALUE "C".
           05 QRY-OWNER                         PIC X(008).
           05 QRY-CREATED-DATE                  PIC 9(008).
           05 QRY-LAST-RUN-DATE                 PIC 9(008).
           05 QRY-LAST-RUN-BY                   PIC X(008).
           05 QRY-COLUMNS.
               10 QRY-COL-FIELD OCCURS 8 TIMES  PIC X(030).
      *> OPERATOR EQ NE GT GE LT LE, OR CT FOR "CONTAINS"
           05 QRY-FILTERS.
               10 QRY-FILTER OCCURS 6 TIMES.
                   15 QRY-FLT-FIELD             PIC X(030).
                   15 QRY-FLT-OPERATOR          PIC X(002).
                   15 QRY-FLT-VALUE             PIC X(030).
      *> ORDER A ASCENDING, D DESCENDING
           05 QRY-SORTS.
               10 QRY-SORT OCCURS 2 TIMES.
                   15 QRY-SORT-FIELD            PIC X(030).
                   15 QRY-SORT-ORDER            PIC X(001).
