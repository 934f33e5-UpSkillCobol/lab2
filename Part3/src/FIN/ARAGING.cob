      ******************************************************************
      *    OUTSTANDING BALANCE AGING REPORT PER SCHOOL | V0.1
      *    22.08.2026
      ******************************************************************
      *    NON-SCHOOL CUSTOMERS AGE UNDER THEIR OWN NAME | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS PAY-ID
           FILE STATUS IS PAYER-FS.

      *> NON-SCHOOL CUSTOMERS AGE UNDER THEIR OWN NAME
           SELECT CUSTOMERS ASSIGN TO "FXCUSTOMERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUS-ID
           FILE STATUS IS CUSTOMER-FS.

           SELECT REPORTFILE ASSIGN TO "ARAGINGFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.
       FD  PAYERS.
       COPY FD-PAYER.

       FD  CUSTOMERS.
       COPY FD-CUSTOMER.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       77  REPORT-FS                            PIC 9(002).
       77  CREDNOTE-FS                          PIC 9(002).
       77  PAYER-FS                             PIC 9(002).
       77  CUSTOMER-FS                          PIC 9(002).
       77  WS-CREDIT-LEFT                       PIC 9(008)V99.
       77  WS-CREDIT-TAKE                       PIC 9(008)V99.
       78  NOT-FILE                             VALUE "35".

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-TODAY-NUM)
           MOVE ZEROS TO MAX-AGE
           MOVE ZEROS TO WS-GRAND
               END-READ
           END-IF
           CLOSE PAYERS
           IF RPT-DET-SCHOOL-NAME = SPACES THEN
               OPEN INPUT CUSTOMERS
               IF CUSTOMER-FS NOT = NOT-FILE THEN
                   MOVE TAB-AGE-SCHOOL-ID (IND-AGE) TO CUS-ID
                   READ CUSTOMERS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CUS-NAME TO RPT-DET-SCHOOL-NAME
                   END-READ
               END-IF
               CLOSE CUSTOMERS
           END-IF
           IF RPT-DET-SCHOOL-NAME = SPACES THEN
               OPEN INPUT SCHOOLS
               MOVE TAB-AGE-SCHOOL-ID (IND-AGE)
