      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    NON-SCHOOL CUSTOMER RECORD - COMPANIES, PARISH EVENTS AND
      *    CLUBS THAT ORDER FOR PRIVATE CATERING. CUSTOMER IDS SHARE
      *    THE SCHOOL-ID NUMBER SPACE AND BY CONVENTION RUN 800-899,
      *    SO AN ORDER, AN INVOICE AND THE AGING CARRY THE CUSTOMER
      *    IN THE EXISTING SCHOOL-ID FIELDS | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-CUSTOMER.
           88 EOFCUSTOMERS                      VALUE HIGH-VALUES.
           05 CUS-ID                            PIC 9(003).
           05 CUS-NAME                          PIC X(050).
           05 CUS-TYPE                          PIC X(001).
               88 CUS-IS-COMPANY                VALUE "C".
               88 CUS-IS-PARISH                 VALUE "P".
               88 CUS-IS-CLUB                   VALUE "S".
               88 CUS-IS-OTHER                  VALUE "O".
               88 CUS-TYPE-VALID                VALUE "C" "P" "S" "O".
           05 CUS-TAX-ID                        PIC X(009).
      *> BILLING ADDRESS - WHERE THE INVOICE GOES, NOT NECESSARILY
      *> WHERE THE EVENT IS DELIVERED
           05 CUS-ADDRESS                       PIC X(060).
           05 CUS-POSTAL-CODE.
               10 CUS-POSTAL-CODE1              PIC 9(004).
               10 CUS-POSTAL-CODE2              PIC 9(003).
           05 CUS-TOWN                          PIC X(030).
      *> DAYS AFTER THE INVOICE DATE THE CUSTOMER HAS TO PAY
           05 CUS-PAYMENT-DAYS                  PIC 9(003).
      *> "Y" = PAYS THE DRIVER ON DELIVERY AGAINST A CASH RECEIPT
           05 CUS-PAY-ON-DELIVERY               PIC X(001).
               88 CUS-PAYS-ON-DELIVERY          VALUE "Y".
      *> "S" = STANDARD PRICE LIST, "Q" = QUOTED PRICES ON
      *> FXCUSPRICE FIRST, THE STANDARD PRICE WHERE NONE COVERS
           05 CUS-PRICE-BASIS                   PIC X(001).
               88 CUS-STANDARD-PRICES           VALUE "S".
               88 CUS-QUOTED-PRICES             VALUE "Q".
           05 CUS-IS-ACTIVE                     PIC 9(001).
