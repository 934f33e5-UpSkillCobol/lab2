      ******************************************************************
      *    ASSIGN EACH SCHOOL TO ITS PRODUCTION KITCHEN | V0.1
      *    22.08.2026
      ******************************************************************
      *    AN ACTIVE NON-SCHOOL CUSTOMER (800-899) IS GIVEN A KITCHEN
      *    THE SAME WAY, SO ITS ORDERS ARE PRODUCED, DISPATCHED AND
      *    POSTED TO THE GL AT ONE SITE | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

      *> NON-SCHOOL CUSTOMERS KEPT BY CUSTMNT - THEIR IDS RUN 800-899
           SELECT CUSTOMERS ASSIGN TO "FXCUSTOMERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUS-ID
           FILE STATUS IS CUSTOMER-FS.

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  CUSTOMERS.
       COPY FD-CUSTOMER.

       FD  SITES.
       COPY FD-SITES.

       78  F3                                   VALUE 1003.
       77  SCHSITE-FS                           PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  CUSTOMER-FS                          PIC 9(002).
       77  SITES-FS                             PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  FIRST-CUSTOMER-ID                    VALUE 800.
       78  LAST-CUSTOMER-ID                     VALUE 899.

       77  PRESS-KEY                            PIC X(001).
       77  WS-ASSIGN-SCHOOL                     PIC 9(003).
           05 VALUE "BREADWICH | SCHOOL KITCHEN ASSIGNMENT"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"         LINE 02 COL 60.
           05 VALUE "SCHOOL/CUSTOMER.:" LINE 05 COL 10.
           05 SS-SCHOOL PIC 9(003)      LINE 05 COL 30
              TO WS-ASSIGN-SCHOOL.


       ASSIGN-ONE-SCHOOL SECTION.
           MOVE SPACES TO WS-SCHOOL-SHOW
           IF WS-ASSIGN-SCHOOL >= FIRST-CUSTOMER-ID
              AND WS-ASSIGN-SCHOOL <= LAST-CUSTOMER-ID THEN
               PERFORM CHECK-CUSTOMER
               IF WS-SCHOOL-SHOW = SPACES THEN
                   EXIT SECTION
               END-IF
           ELSE
               OPEN INPUT SCHOOLS
               MOVE WS-ASSIGN-SCHOOL TO SCHOOL-INTERNAL-ID
               READ SCHOOLS
                   INVALID KEY
                       CLOSE SCHOOLS
                       MOVE "SCHOOL NOT ON FILE" TO WS-ERROR-TEXT
                       ACCEPT MESSAGE-SCREEN
                       EXIT SECTION
               END-READ
               MOVE SCHOOL-DESIGNATION1 TO WS-SCHOOL-SHOW
               CLOSE SCHOOLS
           END-IF

           MOVE ZEROS TO WS-ASSIGN-SITE
           DISPLAY SITE-SCREEN
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> ONLY A CUSTOMER STILL TRADING CAN BE GIVEN A KITCHEN; THE NAME
      *> IS LEFT BLANK WHEN IT IS REFUSED
       CHECK-CUSTOMER SECTION.
           OPEN INPUT CUSTOMERS
           IF CUSTOMER-FS = NOT-FILE THEN
               CLOSE CUSTOMERS
               MOVE "CUSTOMER NOT ON FILE" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ASSIGN-SCHOOL TO CUS-ID
           READ CUSTOMERS
               INVALID KEY
                   CLOSE CUSTOMERS
                   MOVE "CUSTOMER NOT ON FILE" TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-READ
           CLOSE CUSTOMERS
           IF CUS-IS-ACTIVE NOT = 1 THEN
               MOVE "CUSTOMER IS NOT ACTIVE" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE CUS-NAME TO WS-SCHOOL-SHOW
           EXIT SECTION.

       END PROGRAM SCHSITE.
