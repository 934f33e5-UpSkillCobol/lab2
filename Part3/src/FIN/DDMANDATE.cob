      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACCOUNTS RECEIVABLE
      ******************************************************************
      *    SEPA DIRECT-DEBIT MANDATE MAINTENANCE - REGISTERS THE SIGNED
      *    MANDATE OF A SCHOOL OR PAYER AND REVOKES IT WHEN THE
      *    CUSTOMER WITHDRAWS | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDMANDATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MANDATES ASSIGN TO "FXDDMANDATE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DDM-CUSTOMER-ID
           FILE STATUS IS MANDATE-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT PAYERS ASSIGN TO "FXPAYERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-ID
           FILE STATUS IS PAYER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATES.
       COPY FD-DDMANDATE.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  PAYERS.
       COPY FD-PAYER.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  MANDATE-FS                           PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  PAYER-FS                             PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  FIRST-PAYER-ID                       VALUE 900.

       77  PRESS-KEY                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       01  WS-TODAY-NUM                         PIC 9(008).

      *> MANDATE ENTRY
       77  WS-DDM-CUSTOMER                      PIC 9(003).
       77  WS-DDM-REF                           PIC X(035).
       77  WS-DDM-IBAN                          PIC X(034).
       77  WS-DDM-BIC                           PIC X(011).
       77  WS-DDM-HOLDER                        PIC X(050).
       77  WS-DDM-SIGNED                        PIC 9(008).
       77  WS-CUSTOMER-NAME                     PIC X(050).
       77  WS-CUSTOMER-FOUND                    PIC X(001).

      *> IBAN CHECK DIGITS (ISO 13616 MOD 97)
       77  WS-IBAN-OK                           PIC X(001).
       77  WS-IBAN-LEN                          PIC 9(002).
       77  WS-IBAN-IX                           PIC 9(002).
       77  WS-IBAN-CHAR                         PIC X(001).
       77  WS-IBAN-DIGITS                       PIC 9(002).
       77  WS-IBAN-REM                          PIC 9(003).
       77  WS-IBAN-WORK                         PIC X(034).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | DIRECT-DEBIT MANDATES" LINE 02 COL 10.
           05 VALUE "F3 - BACK"                         LINE 02 COL 60.
           05 VALUE "1 - REGISTER / UPDATE MANDATE"     LINE 05 COL 10.
           05 VALUE "2 - REVOKE MANDATE"                LINE 06 COL 10.
           05 VALUE "OPTION:"                           LINE 08 COL 10.
           05 SS-OPTION PIC 9(001) LINE 08 COL 20
              TO WS-MENU-OPTION AUTO.

       01  MANDATE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "SCHOOL / PAYER ID.:" LINE 05 COL 10.
           05 SS-DDM-CUST PIC 9(003) LINE 05 COL 32
              TO WS-DDM-CUSTOMER.
           05 VALUE "MANDATE REFERENCE.:" LINE 06 COL 10.
           05 SS-DDM-REF PIC X(035) LINE 06 COL 32 TO WS-DDM-REF.
           05 VALUE "IBAN..............:" LINE 07 COL 10.
           05 SS-DDM-IBAN PIC X(034) LINE 07 COL 32 TO WS-DDM-IBAN.
           05 VALUE "BIC...............:" LINE 08 COL 10.
           05 SS-DDM-BIC PIC X(011) LINE 08 COL 32 TO WS-DDM-BIC.
           05 VALUE "ACCOUNT HOLDER....:" LINE 09 COL 10.
           05 SS-DDM-HOLDER PIC X(045) LINE 09 COL 32
              TO WS-DDM-HOLDER.
           05 VALUE "SIGNED (YYYYMMDD).:" LINE 10 COL 10.
           05 SS-DDM-SIGNED PIC 9(008) LINE 10 COL 32
              TO WS-DDM-SIGNED.
           05 VALUE "BLANK HOLDER TAKES THE SCHOOL OR PAYER NAME"
              LINE 12 COL 10.

       01  REVOKE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "SCHOOL / PAYER ID TO REVOKE:" LINE 05 COL 10.
           05 SS-REVOKE-CUST PIC 9(003) LINE 05 COL 40
              TO WS-DDM-CUSTOMER.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   EVALUATE WS-MENU-OPTION
                       WHEN 1 PERFORM EDIT-MANDATE
                       WHEN 2 PERFORM REVOKE-MANDATE
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O MANDATES
           IF MANDATE-FS = NOT-FILE THEN
               OPEN OUTPUT MANDATES
           END-IF
           CLOSE MANDATES
           EXIT SECTION.

      ******************************************************************
      *    SAME SCREEN ADDS A MANDATE OR REPLACES THE ONE ON FILE; A
      *    NEW MANDATE REFERENCE STARTS THE SEQUENCE OVER AT FRST
      ******************************************************************
       EDIT-MANDATE SECTION.
           MOVE ZEROS TO WS-DDM-CUSTOMER
           MOVE SPACES TO WS-DDM-REF, WS-DDM-IBAN, WS-DDM-BIC
           MOVE SPACES TO WS-DDM-HOLDER
           MOVE WS-TODAY-NUM TO WS-DDM-SIGNED
           DISPLAY CLEAR-SCREEN
           DISPLAY MANDATE-SCREEN
           ACCEPT MANDATE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF

           PERFORM GET-CUSTOMER
           IF WS-CUSTOMER-FOUND NOT = "Y" THEN
               MOVE "UNKNOWN SCHOOL OR PAYER - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-DDM-REF = SPACES THEN
               MOVE "MANDATE REFERENCE IS REQUIRED - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-DDM-SIGNED > WS-TODAY-NUM
              OR WS-DDM-SIGNED < 20000101 THEN
               MOVE "SIGNATURE DATE NOT VALID - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-DDM-IBAN) TO WS-DDM-IBAN
           MOVE UPPER-CASE (WS-DDM-BIC) TO WS-DDM-BIC
           PERFORM CHECK-IBAN
           IF WS-IBAN-OK NOT = "Y" THEN
               MOVE "IBAN CHECK DIGITS DO NOT AGREE - NOTHING SAVED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-DDM-HOLDER = SPACES THEN
               MOVE WS-CUSTOMER-NAME TO WS-DDM-HOLDER
           END-IF

           OPEN I-O MANDATES
           MOVE WS-DDM-CUSTOMER TO DDM-CUSTOMER-ID
           READ MANDATES
               INVALID KEY
                   MOVE WS-DDM-CUSTOMER TO DDM-CUSTOMER-ID
                   MOVE ZEROS TO DDM-LAST-COLLECTION
                   PERFORM MOVE-MANDATE-DETAILS
                   WRITE FD-DDMANDATE
                   END-WRITE
                   MOVE "MANDATE REGISTERED" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   IF DDM-MANDATE-REF NOT = WS-DDM-REF THEN
                       MOVE ZEROS TO DDM-LAST-COLLECTION
                   END-IF
                   PERFORM MOVE-MANDATE-DETAILS
                   REWRITE FD-DDMANDATE
                   END-REWRITE
                   MOVE "MANDATE UPDATED" TO WS-ERROR-TEXT
           END-READ
           CLOSE MANDATES
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       MOVE-MANDATE-DETAILS SECTION.
           MOVE WS-DDM-REF TO DDM-MANDATE-REF
           MOVE WS-DDM-IBAN TO DDM-IBAN
           MOVE WS-DDM-BIC TO DDM-BIC
           MOVE WS-DDM-HOLDER TO DDM-HOLDER-NAME
           MOVE WS-DDM-SIGNED TO DDM-SIGNED-DATE
           MOVE "A" TO DDM-STATUS
           MOVE ZEROS TO DDM-REVOKED-DATE
           EXIT SECTION.

      *> SCHOOLS AND PAYERS SHARE ONE NUMBER SPACE - PAYERS FROM 900
       GET-CUSTOMER SECTION.
           MOVE "N" TO WS-CUSTOMER-FOUND
           MOVE SPACES TO WS-CUSTOMER-NAME
           IF WS-DDM-CUSTOMER >= FIRST-PAYER-ID THEN
               OPEN INPUT PAYERS
               IF PAYER-FS NOT = NOT-FILE THEN
                   MOVE WS-DDM-CUSTOMER TO PAY-ID
                   READ PAYERS
                       NOT INVALID KEY
                           MOVE "Y" TO WS-CUSTOMER-FOUND
                           MOVE PAY-NAME TO WS-CUSTOMER-NAME
                   END-READ
               END-IF
               CLOSE PAYERS
           ELSE
               OPEN INPUT SCHOOLS
               IF SCHOOL-FS NOT = NOT-FILE THEN
                   MOVE WS-DDM-CUSTOMER TO SCHOOL-INTERNAL-ID
                   READ SCHOOLS
                       NOT INVALID KEY
                           MOVE "Y" TO WS-CUSTOMER-FOUND
                           MOVE SCHOOL-DESIGNATION1
                             TO WS-CUSTOMER-NAME
                   END-READ
               END-IF
               CLOSE SCHOOLS
           END-IF
           EXIT SECTION.

      *> COUNTRY AND CHECK DIGITS MOVE TO THE END, LETTERS BECOME
      *> 10-35, AND THE WHOLE NUMBER MUST LEAVE 1 MODULO 97
       CHECK-IBAN SECTION.
           MOVE "N" TO WS-IBAN-OK
           MOVE ZEROS TO WS-IBAN-LEN
           INSPECT WS-DDM-IBAN TALLYING WS-IBAN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-IBAN-LEN < 15 THEN
               EXIT SECTION
           END-IF
           IF WS-DDM-IBAN (1:2) = "PT" AND WS-IBAN-LEN NOT = 25 THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-IBAN-WORK
           STRING WS-DDM-IBAN (5:WS-IBAN-LEN - 4) WS-DDM-IBAN (1:4)
               DELIMITED BY SIZE INTO WS-IBAN-WORK
           MOVE ZEROS TO WS-IBAN-REM
           PERFORM VARYING WS-IBAN-IX FROM 1 BY 1
                   UNTIL WS-IBAN-IX > WS-IBAN-LEN
               MOVE WS-IBAN-WORK (WS-IBAN-IX:1) TO WS-IBAN-CHAR
               EVALUATE TRUE
                   WHEN WS-IBAN-CHAR >= "0" AND WS-IBAN-CHAR <= "9"
                       MOVE WS-IBAN-CHAR TO WS-IBAN-DIGITS
                       COMPUTE WS-IBAN-REM =
                           MOD (WS-IBAN-REM * 10 + WS-IBAN-DIGITS, 97)
                   WHEN WS-IBAN-CHAR >= "A" AND WS-IBAN-CHAR <= "Z"
                       COMPUTE WS-IBAN-DIGITS =
                           ORD (WS-IBAN-CHAR) - ORD ("A") + 10
                       COMPUTE WS-IBAN-REM =
                           MOD (WS-IBAN-REM * 100 + WS-IBAN-DIGITS, 97)
                   WHEN OTHER
                       EXIT SECTION
               END-EVALUATE
           END-PERFORM
           IF WS-IBAN-REM = 1 THEN
               MOVE "Y" TO WS-IBAN-OK
           END-IF
           EXIT SECTION.

      *> A REVOKED MANDATE STAYS ON FILE SO PAST COLLECTIONS STILL
      *> TRACE BACK TO IT; THE COLLECTION RUN SKIPS IT
       REVOKE-MANDATE SECTION.
           MOVE ZEROS TO WS-DDM-CUSTOMER
           DISPLAY CLEAR-SCREEN
           DISPLAY REVOKE-SCREEN
           ACCEPT REVOKE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           OPEN I-O MANDATES
           MOVE WS-DDM-CUSTOMER TO DDM-CUSTOMER-ID
           READ MANDATES
               INVALID KEY
                   MOVE "NO MANDATE ON FILE FOR THAT CUSTOMER"
                     TO WS-ERROR-TEXT
               NOT INVALID KEY
                   IF DDM-REVOKED THEN
                       MOVE "MANDATE WAS ALREADY REVOKED"
                         TO WS-ERROR-TEXT
                   ELSE
                       MOVE "R" TO DDM-STATUS
                       MOVE WS-TODAY-NUM TO DDM-REVOKED-DATE
                       REWRITE FD-DDMANDATE
                       END-REWRITE
                       MOVE "MANDATE REVOKED - NO FURTHER COLLECTIONS"
                         TO WS-ERROR-TEXT
                   END-IF
           END-READ
           CLOSE MANDATES
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       END PROGRAM DDMANDATE.
