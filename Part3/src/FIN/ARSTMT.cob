      *    MONTH IN DATE ORDER WITH A RUNNING BALANCE, AND A CLOSING
      *    BALANCE THAT AGREES WITH THE AGING REPORT. ONE SCHOOL OR
      *    ALL, SPOOLED FOR REPRINT ON DEMAND | V0.1 | 02.09.2026
      ******************************************************************
      *    PENALTIES DEDUCTED ON AN INVOICE SHOW AS PENALTY LINES
      ******************************************************************
      *    NON-SCHOOL CUSTOMERS GET THEIR OWN STATEMENT | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    EACH STATEMENT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT
      *    IS DRAWN UP AS AT | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS PAY-ID
           FILE STATUS IS PAYER-FS.

      *> NON-SCHOOL CUSTOMERS GET A STATEMENT UNDER THEIR OWN NAME
           SELECT CUSTOMERS ASSIGN TO "FXCUSTOMERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUS-ID
           FILE STATUS IS CUSTOMER-FS.

      *> RETURNABLE CRATE LEDGER - AN OUTSTANDING BALANCE PAST THE
      *> AGREED FLOAT APPEARS AS A DEPOSIT LINE ON THE STATEMENT
           SELECT CRATES ASSIGN TO "FXCRATES"
       FD  PAYERS.
       COPY FD-PAYER.

       FD  CUSTOMERS.
       COPY FD-CUSTOMER.

       FD  CRATES.
       COPY FD-CRATE.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(100).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  CREDNOTE-FS                          PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  PAYER-FS                             PIC 9(002).
       77  CUSTOMER-FS                          PIC 9(002).
       77  CRATE-FS                             PIC 9(002).
      *> SAME FLOAT AND DEPOSIT VALUE CRATERPT USES
       78  CRATE-FLOAT                          VALUE 20.
           05 FILLER                            PIC X(001)
              VALUE "/".
           05 RPT-SH-MONTH                      PIC 9(002).
           05 FILLER                            PIC X(009)
              VALUE "  AS AT: ".
           05 RPT-SH-DATE                       PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(010) VALUE "DATE".

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-STMTS-PRINTED

           DISPLAY CLEAR-SCREEN
               PERFORM PRINT-ONE-STATEMENT
           ELSE
               PERFORM PRINT-ALL-STATEMENTS
               PERFORM PRINT-CUSTOMER-STATEMENTS
           END-IF
           CLOSE REPORTFILE

           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> NON-SCHOOL CUSTOMERS ARE INVOICED UNDER THEIR OWN IDS
       PRINT-CUSTOMER-STATEMENTS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT CUSTOMERS
           IF CUSTOMER-FS = NOT-FILE THEN
               CLOSE CUSTOMERS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ CUSTOMERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE CUS-ID TO WS-STMT-SCHOOL
                       PERFORM PRINT-ONE-STATEMENT
               END-READ
           END-PERFORM
           CLOSE CUSTOMERS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      ******************************************************************
      *    ONE SCHOOL: OPENING BALANCE FROM EVERYTHING BEFORE THE
      *    MONTH, THEN THE MONTH'S DOCUMENTS DATE-ORDERED WITH A
           ADD 1 TO MAX-DOC
           SET IND-DOC TO MAX-DOC
           MOVE WS-DOC-DATE TO TAB-DOC-DATE (IND-DOC)
           MOVE SPACES TO TAB-DOC-REF (IND-DOC)
           MOVE INV-ID TO TAB-DOC-REF (IND-DOC) (1:6)
           IF INV-DOC-DEBIT-NOTE THEN
               MOVE "INTEREST" TO TAB-DOC-TYPE (IND-DOC)
           ELSE
               MOVE "INVOICE" TO TAB-DOC-TYPE (IND-DOC)
           END-IF
           MOVE INV-TOTAL TO TAB-DOC-AMOUNT (IND-DOC)
           EXIT SECTION.

           IF WS-DOC-SCHOOL NOT = WS-STMT-SCHOOL THEN
               EXIT SECTION
           END-IF
      *> A RECOVERY COMES IN AFTER THE INVOICE WAS WRITTEN OFF IN FULL
      *> AND LEAVES THE SCHOOL'S BALANCE WHERE THE WRITE-OFF PUT IT
           IF RCPT-IS-RECOVERY THEN
               EXIT SECTION
           END-IF
           MOVE RCPT-DATE TO WS-DOC-DATE
           IF WS-DOC-DATE < WS-MONTH-FROM THEN
               SUBTRACT RCPT-AMOUNT FROM WS-OPENING-BAL
           ADD 1 TO MAX-DOC
           SET IND-DOC TO MAX-DOC
           MOVE WS-DOC-DATE TO TAB-DOC-DATE (IND-DOC)
           EVALUATE TRUE
               WHEN RCPT-IS-WRITE-OFF
                   MOVE "WRITEOFF" TO TAB-DOC-TYPE (IND-DOC)
               WHEN RCPT-IS-PENALTY
                   MOVE "PENALTY" TO TAB-DOC-TYPE (IND-DOC)
               WHEN RCPT-AMOUNT < ZEROS
                   MOVE "DDRETURN" TO TAB-DOC-TYPE (IND-DOC)
               WHEN OTHER
                   MOVE "RECEIPT" TO TAB-DOC-TYPE (IND-DOC)
           END-EVALUATE
           MOVE SPACES TO TAB-DOC-REF (IND-DOC)
           MOVE RCPT-REFERENCE TO TAB-DOC-REF (IND-DOC)
           COMPUTE TAB-DOC-AMOUNT (IND-DOC) = 0 - RCPT-AMOUNT
               END-READ
           END-IF
           CLOSE PAYERS
           IF RPT-SH-SCHOOL-NAME = SPACES THEN
               OPEN INPUT CUSTOMERS
               IF CUSTOMER-FS NOT = NOT-FILE THEN
                   MOVE WS-STMT-SCHOOL TO CUS-ID
                   READ CUSTOMERS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CUS-NAME TO RPT-SH-SCHOOL-NAME
                   END-READ
               END-IF
               CLOSE CUSTOMERS
           END-IF
           IF RPT-SH-SCHOOL-NAME = SPACES THEN
               OPEN INPUT SCHOOLS
               IF SCHOOL-FS NOT = NOT-FILE THEN
           MOVE WS-ASK-YEAR TO RPT-SH-YEAR
           MOVE WS-ASK-MONTH TO RPT-SH-MONTH
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-TODAY-NUM TO RPT-SH-DATE
           WRITE REPORT-LINE FROM RPT-SCHOOL-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
