      *    ROUTED STOP, KEYED FROM THE SIGNED ROUTE SHEET; SAME KEY
      *    SHAPE AS THE FXROUTEASG ASSIGNMENT IT PROVES | V0.1
      *    02.09.2026
      ******************************************************************
      *    A STOP THE DRIVER COULD NOT HAND OVER IS KEPT AS A FAILED
      *    ATTEMPT WITH ITS REASON, THE OFFICE'S DECISION ON THE ORDER
      *    AND WHAT THE ATTEMPT COST | 15.10.2026
      ******************************************************************

       01  FD-POD.
               10 POD-ORDER-ID                  PIC 9(005).
           05 POD-ARRIVAL-TIME                  PIC 9(004).
           05 POD-RECEIVED-BY                   PIC X(030).
      *> SPACE ON ROWS KEYED BEFORE FAILED ATTEMPTS WERE RECORDED
           05 POD-OUTCOME                       PIC X(001).
               88 POD-DELIVERED                 VALUE "D" SPACE.
               88 POD-FAILED                    VALUE "F".
           05 POD-FAIL-REASON                   PIC X(001).
               88 POD-REASON-CLOSED             VALUE "C".
               88 POD-REASON-NOBODY             VALUE "N".
               88 POD-REASON-ACCESS             VALUE "A".
               88 POD-REASON-VALID              VALUE "C" "N" "A".
      *> HOLD UNTIL THE OFFICE DECIDES, THEN REDELIVER OR CANCEL
           05 POD-DECISION                      PIC X(001).
               88 POD-DECISION-HOLD             VALUE "H".
               88 POD-DECISION-REDELIVER        VALUE "R".
               88 POD-DECISION-CANCEL           VALUE "C".
           05 POD-REDELIVERY-DATE               PIC 9(008).
      *> WHERE THE LOAD OF A CANCELLED ORDER WENT
           05 POD-DISPOSAL                      PIC X(001).
               88 POD-DISPOSED-WASTE            VALUE "W".
               88 POD-DISPOSED-DONATED          VALUE "D".
      *> THE WASTED STOP, AND THE PRODUCT AT COST ONCE DISPOSED OF
           05 POD-TRIP-COST                     PIC 9(005)V99.
           05 POD-PRODUCT-COST                  PIC 9(007)V99.
           05 POD-DECIDED-BY                    PIC X(008).
           05 POD-DECIDED-DATE                  PIC 9(008).
