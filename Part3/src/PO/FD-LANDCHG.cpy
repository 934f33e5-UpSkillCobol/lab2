      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    FREIGHT / DELIVERY CHARGE ON A PURCHASE ORDER, SPREAD OVER
      *    ITS RECEIVED LOTS BY LANDCOST | V0.1 | 15.10.2026
      ******************************************************************
      *    APINV ADDS UNCLAIMED CHARGES TO THE RECEIVED VALUE WHEN IT
      *    MATCHES THE SUPPLIER'S INVOICE AND CLAIMS THEM; GLPOST BOOKS
      *    EACH CHARGE ONCE INTO STOCK (DR STOCK / CR PURCHASES)

       01  FD-LANDCHG.
           88 EOFLANDCHG                        VALUE HIGH-VALUES.
           05 LCH-ID                            PIC 9(006).
           05 LCH-DATE                          PIC 9(008).
           05 LCH-PO-ID                         PIC 9(006).
           05 LCH-SUPPLIER-ID                   PIC 9(003).
      *> SUPPLIER INVOICE THE CHARGE IS BILLED ON - BLANK UNTIL KNOWN
           05 LCH-AP-INVOICE-NO                 PIC X(012).
           05 LCH-TYPE                          PIC X(001).
               88 LCH-FREIGHT                   VALUE "F".
               88 LCH-SMALL-DROP                VALUE "D".
               88 LCH-OTHER-CHARGE              VALUE "O".
               88 LCH-TYPE-VALID                VALUE "F" "D" "O".
           05 LCH-AMOUNT                        PIC 9(005)V99.
           05 LCH-BASIS                         PIC X(001).
               88 LCH-BY-VALUE                  VALUE "V".
               88 LCH-BY-QTY                    VALUE "Q".
               88 LCH-BASIS-VALID               VALUE "V" "Q".
           05 LCH-SITE-ID                       PIC 9(003).
           05 LCH-LOT-COUNT                     PIC 9(003).
           05 LCH-GL-POSTED                     PIC X(001).
               88 LCH-GL-DONE                   VALUE "Y".
