                       88 VALID-DELIVERY-MINUTE
                          VALUE "00" THRU "59".
           05 WS-ORDERS-SCHOOL-INTERNAL-ID          PIC 9(003).
      *> IDS 800-899 ARE NON-SCHOOL CUSTOMERS ON FXCUSTOMERS
               88 WS-ORDER-FOR-CUSTOMER             VALUE 800 THRU 899.
           05 WS-ORDERS-SANDWICH-INTERNAL-ID        PIC 9(003).
           05 WS-ORDERS-QUANTITY                    PIC 9(003).
           05 WS-ORDERS-DATE.
