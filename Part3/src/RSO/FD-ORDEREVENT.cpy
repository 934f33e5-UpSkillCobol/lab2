      *    STATUS CODES: 0 CANCELLED / 1 REGISTERED / 2 CONFIRMED /
      *    3 IN PRODUCTION / 4 OUT FOR DELIVERY / 5 DELIVERED /
      *    6 INVOICED | V0.1 | 22.08.2026
      ******************************************************************
      *    7 DELIVERY FAILED - HELD FOR THE OFFICE'S DECISION
      ******************************************************************

       01  FD-ORDEREVENT.
