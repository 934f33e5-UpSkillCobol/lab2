      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    LANDED COST PER RECEIVED LOT - ONE ROW PER PO LINE AND LOT
      *    TAKEN INTO STOCK BY PORECV | V0.1 | 15.10.2026
      ******************************************************************
      *    THE ROW STARTS AT THE PO LINE PRICE. FREIGHT AND DELIVERY
      *    CHARGES KEYED IN LANDCOST ARE SPREAD OVER THE ORDER'S ROWS
      *    AND ADDED TO LTC-CHARGE-TOTAL; LTC-LANDED-PRICE IS THE UNIT
      *    COST THE LOT IS CARRIED AT FROM THEN ON

       01  FD-LOTCOST.
           88 EOFLOTCOST                        VALUE HIGH-VALUES.
           05 LTC-KEY.
               10 LTC-PO-ID                     PIC 9(006).
               10 LTC-PO-LINE-NO                PIC 9(003).
               10 LTC-BATCH-LOT                 PIC X(010).
           05 LTC-INGRED-ID                     PIC 9(003).
           05 LTC-SUPPLIER-ID                   PIC 9(003).
           05 LTC-SITE-ID                       PIC 9(003).
           05 LTC-RECV-DATE                     PIC 9(008).
           05 LTC-QTY                           PIC 9(005).
           05 LTC-BASE-PRICE                    PIC 9(003)V99.
           05 LTC-CHARGE-TOTAL                  PIC 9(007)V99.
           05 LTC-LANDED-PRICE                  PIC 9(003)V99.
