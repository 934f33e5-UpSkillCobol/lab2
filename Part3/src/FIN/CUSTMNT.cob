      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    NON-SCHOOL CUSTOMER MAINTENANCE - REGISTERS COMPANIES,
      *    PARISH EVENTS AND CLUBS WITH THEIR TAX NUMBER, BILLING
      *    ADDRESS, PAYMENT TERMS AND PRICE BASIS, AND KEEPS THE
      *    PRICES QUOTED TO THEM PER SANDWICH | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMERS ASSIGN TO "FXCUSTOMERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUS-ID
           FILE STATUS IS CUSTOMER-FS.

           SELECT CUSPRICES ASSIGN TO "FXCUSPRICE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPR-KEY
           FILE STATUS IS CUSPRICE-FS.

      *> A CUSTOMER ID MAY NOT CLASH WITH A SCHOOL STILL ON FILE
           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMERS.
       COPY FD-CUSTOMER.

       FD  CUSPRICES.
       COPY FD-CUSPRICE.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  CUSTOMER-FS                          PIC 9(002).
       77  CUSPRICE-FS                          PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  FIRST-CUSTOMER-ID                    VALUE 800.
       78  LAST-CUSTOMER-ID                     VALUE 899.
       78  DEFAULT-PAYMENT-DAYS                 VALUE 30.

       77  PRESS-KEY                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-CUS-ON-FILE                       PIC X(001).
       77  WS-CUS-ID                            PIC 9(003).
       77  WS-CUS-NAME                          PIC X(050).
       77  WS-CUS-TYPE                          PIC X(001).
           88 WS-CUS-TYPE-VALID                 VALUE "C" "P" "S" "O".
       77  WS-CUS-TAX-ID                        PIC X(009).
       77  WS-CUS-ADDRESS                       PIC X(060).
       77  WS-CUS-POSTAL1                       PIC 9(004).
       77  WS-CUS-POSTAL2                       PIC 9(003).
       77  WS-CUS-TOWN                          PIC X(030).
       77  WS-CUS-PAY-DAYS                      PIC 9(003).
       77  WS-CUS-POD                           PIC X(001).
       77  WS-CUS-BASIS                         PIC X(001).
       77  WS-CUS-ACTIVE                        PIC 9(001).
       77  WS-CPR-CUSTOMER                      PIC 9(003).
       77  WS-CPR-SANDWICH                      PIC 9(003).
       77  WS-CPR-FROM                          PIC 9(008).
       77  WS-CPR-TO                            PIC 9(008).
       77  WS-CPR-PRICE                         PIC 9(005)V99.
       77  WS-ERROR-TEXT                        PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | CUSTOMER MAINTENANCE" LINE 02 COL 10.
           05 VALUE "F3 - BACK"                     LINE 02 COL 60.
           05 VALUE "1 - REGISTER / UPDATE CUSTOMER" LINE 05 COL 10.
           05 VALUE "2 - QUOTE A PRICE"             LINE 06 COL 10.
           05 VALUE "3 - WITHDRAW A QUOTED PRICE"   LINE 07 COL 10.
           05 VALUE "OPTION:"                       LINE 09 COL 10.
           05 SS-OPTION PIC 9(001) LINE 09 COL 20
              TO WS-MENU-OPTION AUTO.

       01  KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "CUSTOMER ID (800-899):" LINE 05 COL 10.
           05 SS-CUS-ID PIC 9(003) LINE 05 COL 34 TO WS-CUS-ID.

       01  CUSTOMER-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "NAME..................:" LINE 06 COL 10.
           05 SS-CUS-NAME PIC X(040) LINE 06 COL 34
              USING WS-CUS-NAME.
           05 VALUE "TYPE (C/P/S/O)........:" LINE 07 COL 10.
           05 SS-CUS-TYPE PIC X(001) LINE 07 COL 34
              USING WS-CUS-TYPE.
           05 VALUE "COMPANY/PARISH/SPORTS CLUB/OTHER" LINE 07 COL 38.
           05 VALUE "TAX NUMBER............:" LINE 08 COL 10.
           05 SS-CUS-TAX-ID PIC X(009) LINE 08 COL 34
              USING WS-CUS-TAX-ID.
           05 VALUE "BILLING ADDRESS.......:" LINE 09 COL 10.
           05 SS-CUS-ADDR PIC X(045) LINE 09 COL 34
              USING WS-CUS-ADDRESS.
           05 VALUE "POSTAL CODE...........:" LINE 10 COL 10.
           05 SS-CUS-POSTAL1 PIC 9(004) LINE 10 COL 34
              USING WS-CUS-POSTAL1.
           05 VALUE "-" LINE 10 COL 38.
           05 SS-CUS-POSTAL2 PIC 9(003) LINE 10 COL 39
              USING WS-CUS-POSTAL2.
           05 VALUE "TOWN..................:" LINE 11 COL 10.
           05 SS-CUS-TOWN PIC X(030) LINE 11 COL 34
              USING WS-CUS-TOWN.
           05 VALUE "PAYMENT TERMS (DAYS)..:" LINE 12 COL 10.
           05 SS-CUS-PAY-DAYS PIC 9(003) LINE 12 COL 34
              USING WS-CUS-PAY-DAYS.
           05 VALUE "PAYS ON DELIVERY (Y/N):" LINE 13 COL 10.
           05 SS-CUS-POD PIC X(001) LINE 13 COL 34
              USING WS-CUS-POD.
           05 VALUE "PRICES STANDARD/QUOTED:" LINE 14 COL 10.
           05 SS-CUS-BASIS PIC X(001) LINE 14 COL 34
              USING WS-CUS-BASIS.
           05 VALUE "(S/Q)" LINE 14 COL 38.
           05 VALUE "ACTIVE (1/0)..........:" LINE 15 COL 10.
           05 SS-CUS-ACTIVE PIC 9(001) LINE 15 COL 34
              USING WS-CUS-ACTIVE.

       01  PRICE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "CUSTOMER ID...........:" LINE 05 COL 10.
           05 SS-CPR-CUSTOMER PIC 9(003) LINE 05 COL 34
              TO WS-CPR-CUSTOMER.
           05 VALUE "SANDWICH ID...........:" LINE 06 COL 10.
           05 SS-CPR-SANDWICH PIC 9(003) LINE 06 COL 34
              TO WS-CPR-SANDWICH.
           05 VALUE "VALID FROM (YYYYMMDD).:" LINE 07 COL 10.
           05 SS-CPR-FROM PIC 9(008) LINE 07 COL 34
              TO WS-CPR-FROM.
           05 VALUE "VALID TO (YYYYMMDD)...:" LINE 08 COL 10.
           05 SS-CPR-TO PIC 9(008) LINE 08 COL 34
              TO WS-CPR-TO.
           05 VALUE "UNIT PRICE (NET)......:" LINE 09 COL 10.
           05 SS-CPR-PRICE PIC ZZZZ9.99 LINE 09 COL 34
              TO WS-CPR-PRICE.

       01  WITHDRAW-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "CUSTOMER ID...........:" LINE 05 COL 10.
           05 SS-WDR-CUSTOMER PIC 9(003) LINE 05 COL 34
              TO WS-CPR-CUSTOMER.
           05 VALUE "SANDWICH ID...........:" LINE 06 COL 10.
           05 SS-WDR-SANDWICH PIC 9(003) LINE 06 COL 34
              TO WS-CPR-SANDWICH.
           05 VALUE "VALID FROM (YYYYMMDD).:" LINE 07 COL 10.
           05 SS-WDR-FROM PIC 9(008) LINE 07 COL 34
              TO WS-CPR-FROM.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   EVALUATE WS-MENU-OPTION
                       WHEN 1 PERFORM EDIT-CUSTOMER
                       WHEN 2 PERFORM QUOTE-PRICE
                       WHEN 3 PERFORM WITHDRAW-PRICE
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O CUSTOMERS
           IF CUSTOMER-FS = NOT-FILE THEN
               OPEN OUTPUT CUSTOMERS
           END-IF
           CLOSE CUSTOMERS
           OPEN I-O CUSPRICES
           IF CUSPRICE-FS = NOT-FILE THEN
               OPEN OUTPUT CUSPRICES
           END-IF
           CLOSE CUSPRICES
           EXIT SECTION.

      *> THE ID IS ASKED FIRST SO AN EXISTING CUSTOMER COMES UP
      *> FOR EDITING; A NEW ONE STARTS FROM THE HOUSE DEFAULTS
       EDIT-CUSTOMER SECTION.
           MOVE ZEROS TO WS-CUS-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY KEY-SCREEN
           ACCEPT KEY-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF WS-CUS-ID < FIRST-CUSTOMER-ID
              OR WS-CUS-ID > LAST-CUSTOMER-ID THEN
               MOVE "CUSTOMER IDS RUN 800-899 - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-SCHOOL-CLASH
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           PERFORM LOAD-CUSTOMER

           DISPLAY CUSTOMER-SCREEN
           ACCEPT CUSTOMER-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           PERFORM VALIDATE-CUSTOMER
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O CUSTOMERS
           MOVE WS-CUS-ID TO CUS-ID
           MOVE WS-CUS-NAME TO CUS-NAME
           MOVE WS-CUS-TYPE TO CUS-TYPE
           MOVE WS-CUS-TAX-ID TO CUS-TAX-ID
           MOVE WS-CUS-ADDRESS TO CUS-ADDRESS
           MOVE WS-CUS-POSTAL1 TO CUS-POSTAL-CODE1
           MOVE WS-CUS-POSTAL2 TO CUS-POSTAL-CODE2
           MOVE WS-CUS-TOWN TO CUS-TOWN
           MOVE WS-CUS-PAY-DAYS TO CUS-PAYMENT-DAYS
           MOVE WS-CUS-POD TO CUS-PAY-ON-DELIVERY
           MOVE WS-CUS-BASIS TO CUS-PRICE-BASIS
           MOVE WS-CUS-ACTIVE TO CUS-IS-ACTIVE
           IF WS-CUS-ON-FILE = "Y" THEN
               REWRITE FD-CUSTOMER
               MOVE "CUSTOMER UPDATED" TO WS-ERROR-TEXT
           ELSE
               WRITE FD-CUSTOMER
               MOVE "CUSTOMER ADDED" TO WS-ERROR-TEXT
           END-IF
           CLOSE CUSTOMERS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> OLD "FAKE SCHOOL" ROWS IN THE BAND MUST BE RETIRED FIRST -
      *> OTHERWISE ORDERS AND INVOICES COULD NOT TELL THE TWO APART
       CHECK-SCHOOL-CLASH SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           OPEN INPUT SCHOOLS
           IF SCHOOL-FS = NOT-FILE THEN
               CLOSE SCHOOLS
               EXIT SECTION
           END-IF
           MOVE WS-CUS-ID TO SCHOOL-INTERNAL-ID
           READ SCHOOLS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "ID IS STILL A SCHOOL ON FILE - NOTHING SAVED"
                     TO WS-ERROR-TEXT
           END-READ
           CLOSE SCHOOLS
           EXIT SECTION.

       LOAD-CUSTOMER SECTION.
           MOVE SPACES TO WS-CUS-ON-FILE
           MOVE SPACES TO WS-CUS-NAME, WS-CUS-TAX-ID
           MOVE SPACES TO WS-CUS-ADDRESS, WS-CUS-TOWN
           MOVE ZEROS TO WS-CUS-POSTAL1, WS-CUS-POSTAL2
           MOVE "C" TO WS-CUS-TYPE
           MOVE DEFAULT-PAYMENT-DAYS TO WS-CUS-PAY-DAYS
           MOVE "N" TO WS-CUS-POD
           MOVE "S" TO WS-CUS-BASIS
           MOVE 1 TO WS-CUS-ACTIVE
           OPEN INPUT CUSTOMERS
           MOVE WS-CUS-ID TO CUS-ID
           READ CUSTOMERS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUS-ON-FILE
                   MOVE CUS-NAME TO WS-CUS-NAME
                   MOVE CUS-TYPE TO WS-CUS-TYPE
                   MOVE CUS-TAX-ID TO WS-CUS-TAX-ID
                   MOVE CUS-ADDRESS TO WS-CUS-ADDRESS
                   MOVE CUS-POSTAL-CODE1 TO WS-CUS-POSTAL1
                   MOVE CUS-POSTAL-CODE2 TO WS-CUS-POSTAL2
                   MOVE CUS-TOWN TO WS-CUS-TOWN
                   MOVE CUS-PAYMENT-DAYS TO WS-CUS-PAY-DAYS
                   MOVE CUS-PAY-ON-DELIVERY TO WS-CUS-POD
                   MOVE CUS-PRICE-BASIS TO WS-CUS-BASIS
                   MOVE CUS-IS-ACTIVE TO WS-CUS-ACTIVE
           END-READ
           CLOSE CUSTOMERS
           EXIT SECTION.

      *> AN INVOICE NEEDS A NAME, A TAX NUMBER AND AN ADDRESS TO
      *> BE A VALID TAX DOCUMENT FOR A BUSINESS CUSTOMER
       VALIDATE-CUSTOMER SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE UPPER-CASE (WS-CUS-TYPE) TO WS-CUS-TYPE
           MOVE UPPER-CASE (WS-CUS-POD) TO WS-CUS-POD
           MOVE UPPER-CASE (WS-CUS-BASIS) TO WS-CUS-BASIS
           IF WS-CUS-NAME = SPACES THEN
               MOVE "NAME IS REQUIRED - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF NOT WS-CUS-TYPE-VALID THEN
               MOVE "TYPE MUST BE C, P, S OR O - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF WS-CUS-TAX-ID = SPACES OR WS-CUS-ADDRESS = SPACES THEN
               MOVE "TAX NUMBER AND BILLING ADDRESS ARE REQUIRED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF WS-CUS-POD NOT = "Y" AND WS-CUS-POD NOT = "N" THEN
               MOVE "PAYS ON DELIVERY MUST BE Y OR N - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF WS-CUS-BASIS NOT = "S" AND WS-CUS-BASIS NOT = "Q" THEN
               MOVE "PRICE BASIS MUST BE S OR Q - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           IF WS-CUS-ACTIVE > 1 THEN
               MOVE "ACTIVE MUST BE 1 OR 0 - NOTHING SAVED"
                 TO WS-ERROR-TEXT
           END-IF
           EXIT SECTION.

      *> A QUOTE FOR THE SAME CUSTOMER, SANDWICH AND START DATE IS
      *> OVERWRITTEN; A NEW START DATE ADDS A ROW, THE LATEST ROW
      *> COVERING THE DELIVERY DATE IS THE ONE BILLED
       QUOTE-PRICE SECTION.
           MOVE ZEROS TO WS-CPR-CUSTOMER, WS-CPR-SANDWICH
           MOVE ZEROS TO WS-CPR-FROM, WS-CPR-TO, WS-CPR-PRICE
           DISPLAY CLEAR-SCREEN
           DISPLAY PRICE-SCREEN
           ACCEPT PRICE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF WS-CPR-FROM = ZEROS OR WS-CPR-TO < WS-CPR-FROM THEN
               MOVE "VALIDITY DATES ARE WRONG - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-CPR-PRICE = ZEROS THEN
               MOVE "A QUOTED PRICE CANNOT BE ZERO - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           OPEN INPUT CUSTOMERS
           MOVE WS-CPR-CUSTOMER TO CUS-ID
           READ CUSTOMERS
               INVALID KEY
                   CLOSE CUSTOMERS
                   MOVE "UNKNOWN CUSTOMER - NOTHING SAVED"
                     TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-READ
           CLOSE CUSTOMERS

           OPEN INPUT SANDWICHES
           IF SANDWICH-FS = NOT-FILE THEN
               CLOSE SANDWICHES
               MOVE "NO SANDWICHES FILE" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-CPR-SANDWICH TO SR-IID
           READ SANDWICHES
               INVALID KEY
                   CLOSE SANDWICHES
                   MOVE "UNKNOWN SANDWICH - NOTHING SAVED"
                     TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
           END-READ
           CLOSE SANDWICHES

           OPEN I-O CUSPRICES
           MOVE WS-CPR-CUSTOMER TO CPR-CUSTOMER-ID
           MOVE WS-CPR-SANDWICH TO CPR-SANDWICH-ID
           MOVE WS-CPR-FROM TO CPR-FROM-DATE
           READ CUSPRICES
               INVALID KEY
                   MOVE WS-CPR-TO TO CPR-TO-DATE
                   MOVE WS-CPR-PRICE TO CPR-UNIT-PRICE
                   WRITE FD-CUSPRICE
                   MOVE "QUOTED PRICE ADDED" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   MOVE WS-CPR-TO TO CPR-TO-DATE
                   MOVE WS-CPR-PRICE TO CPR-UNIT-PRICE
                   REWRITE FD-CUSPRICE
                   MOVE "QUOTED PRICE UPDATED" TO WS-ERROR-TEXT
           END-READ
           CLOSE CUSPRICES
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       WITHDRAW-PRICE SECTION.
           MOVE ZEROS TO WS-CPR-CUSTOMER, WS-CPR-SANDWICH, WS-CPR-FROM
           DISPLAY CLEAR-SCREEN
           DISPLAY WITHDRAW-SCREEN
           ACCEPT WITHDRAW-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           OPEN I-O CUSPRICES
           MOVE WS-CPR-CUSTOMER TO CPR-CUSTOMER-ID
           MOVE WS-CPR-SANDWICH TO CPR-SANDWICH-ID
           MOVE WS-CPR-FROM TO CPR-FROM-DATE
           READ CUSPRICES
               INVALID KEY
                   MOVE "NO SUCH QUOTED PRICE" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   DELETE CUSPRICES
                   END-DELETE
                   MOVE "QUOTE WITHDRAWN - STANDARD PRICE APPLIES"
                     TO WS-ERROR-TEXT
           END-READ
           CLOSE CUSPRICES
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       END PROGRAM CUSTMNT.
