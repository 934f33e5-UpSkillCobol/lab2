                   15  FD-DELIVERY-HOUR             PIC 9(002).
                   15  FD-DELIVERY-MINUTE           PIC 9(002).
           05  FD-ORDERS-SCHOOL-INTERNAL-ID         PIC 9(003).
      *> IDS 800-899 ARE NON-SCHOOL CUSTOMERS ON FXCUSTOMERS
               88  FD-ORDER-FOR-CUSTOMER            VALUE 800 THRU 899.
           05  FD-ORDERS-SANDWICH-INTERNAL-ID       PIC 9(003).
           05  FD-ORDERS-QUANTITY                   PIC 9(003).
           05  FD-ORDERS-DATE.
