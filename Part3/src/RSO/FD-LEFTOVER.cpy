      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    LEFTOVER RECORD - SANDWICHES OF ONE SANDWICH ON ONE
      *    DELIVERED ORDER THAT CAME BACK UNEATEN OR WERE REPORTED
      *    WASTED BY THE SCHOOL. NOT A DISPUTE - NO CREDIT IS RAISED
      *    | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-LEFTOVER.
           88 EOFLEFTOVER                       VALUE HIGH-VALUES.
           05 LFT-KEY.
               10 LFT-ORDER-ID                  PIC 9(005).
               10 LFT-SANDWICH-ID               PIC 9(003).
           05 LFT-SCHOOL-ID                     PIC 9(003).
           05 LFT-DELIVERY-DATE                 PIC 9(008).
      *> 1 = MONDAY ... 7 = SUNDAY, AS ON THE STANDING TEMPLATES
           05 LFT-WEEKDAY                       PIC 9(001).
           05 LFT-DELIVERED-QTY                 PIC 9(004).
           05 LFT-UNEATEN-QTY                   PIC 9(004).
           05 LFT-SOURCE                        PIC X(001).
               88 LFT-FROM-DRIVER               VALUE "D".
               88 LFT-FROM-SCHOOL               VALUE "S".
           05 LFT-RECORDED-BY                   PIC X(008).
           05 LFT-RECORDED-DATE                 PIC 9(008).
