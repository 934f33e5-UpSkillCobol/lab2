      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SUPPLIER VOLUME REBATE AGREEMENT - ONE ROW PER AGREEMENT,
      *    UP TO FIVE TIERS AND FIVE INGREDIENTS IN SCOPE
      *    | V0.1 | 15.10.2026
      ******************************************************************
      *    PURCHASES ARE WHAT HAS BEEN RECEIVED (QTY RECEIVED TIMES PO
      *    LINE PRICE) ON THE SUPPLIER'S ORDERS PLACED INSIDE THE
      *    AGREEMENT PERIOD, LIMITED TO THE SCOPE INGREDIENTS WHEN ANY
      *    ARE GIVEN. THE HIGHEST TIER REACHED - BY VALUE OR BY UNITS
      *    AS THE BASIS SAYS - APPLIES ITS PERCENTAGE TO THE WHOLE
      *    PURCHASE VALUE. REBACCR ACCRUES THE MOVEMENT EVERY MONTH END
      *    AND PRINTS THE CLAIM STATEMENT ONCE THE PERIOD HAS ENDED;
      *    REBATE RECORDS THE SUPPLIER'S SETTLEMENT AS A DEBIT NOTE
      *    THAT THE NEXT PAYMENT RUN NETS OFF

       01  FD-REBATE.
           88 EOFREBATES                        VALUE HIGH-VALUES.
           05 RBT-ID                            PIC 9(006).
           05 RBT-SUPPLIER-ID                   PIC 9(003).
           05 RBT-DESC                          PIC X(030).
           05 RBT-START-DATE                    PIC 9(008).
           05 RBT-END-DATE                      PIC 9(008).
           05 RBT-BASIS                         PIC X(001).
               88 RBT-BASIS-VALUE               VALUE "V".
               88 RBT-BASIS-QTY                 VALUE "Q".
      *> NO SCOPE INGREDIENTS = EVERYTHING BOUGHT FROM THE SUPPLIER
           05 RBT-SCOPE-COUNT                   PIC 9(001).
           05 RBT-SCOPE-INGRED OCCURS 5 TIMES   PIC 9(003).
      *> TIERS IN ASCENDING ORDER OF THRESHOLD (VALUE OR UNITS)
           05 RBT-TIER-COUNT                    PIC 9(001).
           05 RBT-TIER OCCURS 5 TIMES.
               10 RBT-TIER-FROM                 PIC 9(009)V99.
               10 RBT-TIER-PCT                  PIC 9(002)V99.
      *> AS AT THE LAST MONTH-END RUN
           05 RBT-PURCH-VALUE                   PIC 9(009)V99.
           05 RBT-PURCH-QTY                     PIC 9(009).
           05 RBT-TIER-REACHED                  PIC 9(001).
           05 RBT-ACCRUED                       PIC 9(007)V99.
           05 RBT-LAST-RUN-PERIOD               PIC 9(006).
           05 RBT-STATUS                        PIC X(001).
               88 RBT-ACTIVE                    VALUE "A".
               88 RBT-CLAIMED                   VALUE "C".
               88 RBT-SETTLED                   VALUE "S".
           05 RBT-CLAIM-DATE                    PIC 9(008).
           05 RBT-CLAIM-AMOUNT                  PIC 9(007)V99.
           05 RBT-SETTLE-DATE                   PIC 9(008).
           05 RBT-SETTLE-AMOUNT                 PIC 9(007)V99.
      *> DEBIT NOTE ON FXSUPRET THAT CARRIES THE SETTLEMENT
           05 RBT-SETTLE-RTN-ID                 PIC 9(006).
