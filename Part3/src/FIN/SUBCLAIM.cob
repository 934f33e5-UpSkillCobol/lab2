      *    SCHOOL EXTERNAL ID, BROKEN DOWN BY SANDWICH CATEGORY WITH
      *    THE RATE TABLE APPLIED, IN THE MUNICIPALITY'S FIXED
      *    LAYOUT | V0.1 | 22.08.2026
      ******************************************************************
      *    ORDERS OF NON-SCHOOL CUSTOMERS (800-899) ARE LEFT OFF THE
      *    CLAIM | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
                          AND ORDER-CONFIRMED
                          AND FD-DELIVERY-YEAR = WS-CLAIM-YEAR
                          AND FD-DELIVERY-MONTH = WS-CLAIM-MONTH
      *> PRIVATE CATERING FOR A NON-SCHOOL CUSTOMER IS NOT SUBSIDISED
                          AND NOT FD-ORDER-FOR-CUSTOMER
                          THEN
                           PERFORM ADD-CLAIM-ROW
                       END-IF
