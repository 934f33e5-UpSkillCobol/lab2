      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    RETURN TO SUPPLIER WITH ITS DEBIT NOTE - ONE ROW PER LOT
      *    SENT BACK AGAINST A PURCHASE ORDER LINE | V0.1 | 15.10.2026
      ******************************************************************
      *    A DELIVERY REJECTED AT THE HACCP CHECK IN PORECV NEVER
      *    REACHED STOCK, SO ITS RETURN CARRIES NO MOVEMENT. A LOT
      *    PULLED LATER (SUPRETURN, USUALLY AFTER A COMPLAINT) GOES
      *    OUT OF STOCK AND OFF THE PO LINE'S RECEIVED QUANTITY. THE
      *    DEBIT NOTE STAYS OPEN UNTIL APREMIT NETS IT OFF A PAYMENT TO
      *    THE SUPPLIER; GLPOST BOOKS IT ONCE (DR PAYABLES/CR PURCHASES)
      ******************************************************************
      *    A SUPPLIER REBATE SETTLED THROUGH REBATE TRAVELS AS A NOTE
      *    OF REASON B WITH NO ORDER OR GOODS; GLPOST CREDITS REBATES
      *    RECEIVABLE WITH IT INSTEAD OF PURCHASES

       01  FD-SUPRET.
           88 EOFSUPRET                         VALUE HIGH-VALUES.
           05 RTN-ID                            PIC 9(006).
           05 RTN-DATE                          PIC 9(008).
           05 RTN-SUPPLIER-ID                   PIC 9(003).
           05 RTN-PO-ID                         PIC 9(006).
           05 RTN-PO-LINE-NO                    PIC 9(003).
           05 RTN-INGRED-ID                     PIC 9(003).
           05 RTN-BATCH-LOT                     PIC X(010).
           05 RTN-QTY                           PIC 9(005).
           05 RTN-UNIT-PRICE                    PIC 9(003)V99.
           05 RTN-VALUE                         PIC 9(007)V99.
           05 RTN-SITE-ID                       PIC 9(003).
           05 RTN-REASON                        PIC X(001).
               88 RTN-REASON-HACCP              VALUE "H".
               88 RTN-REASON-COMPLAINT          VALUE "C".
               88 RTN-REASON-OTHER              VALUE "O".
               88 RTN-REASON-REBATE             VALUE "B".
           05 RTN-COMPLAINT-ID                  PIC 9(006).
      *> "Y" WHEN THE GOODS LEFT STOCK AND THE PO LINE WAS REDUCED
           05 RTN-STOCK-POSTED                  PIC X(001).
               88 RTN-STOCK-RETURNED            VALUE "Y".
           05 RTN-DN-STATUS                     PIC X(001).
               88 RTN-DN-OPEN                   VALUE "O".
               88 RTN-DN-NETTED                 VALUE "N".
           05 RTN-NETTED-DATE                   PIC 9(008).
      *> SUPPLIER INVOICE THE NOTE WAS TAKEN INTO ACCOUNT ON AT MATCH
           05 RTN-AP-INVOICE-NO                 PIC X(012).
           05 RTN-GL-POSTED                     PIC X(001).
               88 RTN-GL-DONE                   VALUE "Y".
