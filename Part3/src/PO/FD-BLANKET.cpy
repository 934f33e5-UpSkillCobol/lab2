      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    BLANKET PURCHASE AGREEMENT - A FRAMEWORK QUANTITY AT A
      *    FIXED PRICE FOR ONE SUPPLIER AND INGREDIENT OVER A VALIDITY
      *    WINDOW. POGEN CALLS OFF AGAINST IT AND KEEPS THE RUNNING
      *    CALLED-OFF QUANTITY | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-BLANKET.
           88 EOFBLANKET                        VALUE HIGH-VALUES.
           05 BPA-KEY.
               10 BPA-INGRED-ID                 PIC 9(003).
               10 BPA-SUPPLIER-ID               PIC 9(003).
               10 BPA-VALID-FROM                PIC 9(008).
           05 BPA-VALID-TO                      PIC 9(008).
           05 BPA-AGREED-QTY                    PIC 9(007).
           05 BPA-PRICE                         PIC 9(003)V99.
           05 BPA-CALLED-QTY                    PIC 9(007).
      *> EACH WARNING GOES ON THE NOTIFICATION OUTBOX ONCE
           05 BPA-WARNED-USAGE                  PIC X(001).
               88 BPA-USAGE-WARNED              VALUE "Y".
           05 BPA-WARNED-EXPIRY                 PIC X(001).
               88 BPA-EXPIRY-WARNED             VALUE "Y".
