      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    DOCUMENT SERIES REGISTER AND CHAIN INTEGRITY CHECK - KEYS
      *    THE VALIDATION CODE OF EACH COMMUNICATED SERIES AND WALKS
      *    EVERY SERIES IN ISSUE ORDER LOOKING FOR GAPS, REORDERING,
      *    BROKEN HASHES AND DOCUMENTS ALTERED OR REMOVED AFTER THEY
      *    WERE ISSUED | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCSERIES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DOCSERIES ASSIGN TO "FXDOCSERIES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSR-KEY
           FILE STATUS IS DOCSERIES-FS.

           SELECT DOCSTAMPS ASSIGN TO "FXDOCSTAMPS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DST-KEY
           ALTERNATE RECORD KEY IS DST-CHAIN-KEY
           FILE STATUS IS DOCSTAMP-FS.

           SELECT INVOICES ASSIGN TO "FXINVOICES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-ID
           FILE STATUS IS INVOICE-FS.

           SELECT CREDNOTES ASSIGN TO "FXCREDNOTES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRN-ID
           FILE STATUS IS CREDNOTE-FS.

           SELECT TRANSPDOCS ASSIGN TO "FXTRANSPDOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRD-ID
           ALTERNATE RECORD KEY IS TRD-LOAD-KEY
           WITH DUPLICATES
           FILE STATUS IS TRANSPDOC-FS.

           SELECT REPORTFILE ASSIGN TO "DOCCHKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCSERIES.
       COPY FD-DOCSERIES.

       FD  DOCSTAMPS.
       COPY FD-DOCSTAMP.

       FD  INVOICES.
       COPY FD-INVOICE.

       FD  CREDNOTES.
       COPY FD-CREDNOTE.

       FD  TRANSPDOCS.
       COPY FD-TRANSPDOC.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  DOCSERIES-FS                         PIC 9(002).
       77  DOCSTAMP-FS                          PIC 9(002).
       77  INVOICE-FS                           PIC 9(002).
       77  CREDNOTE-FS                          PIC 9(002).
       77  TRANSPDOC-FS                         PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  F3                                   VALUE 1003.
       78  SERIES-PREFIX                        VALUE "BW".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-CHAIN-DONE                        PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-STATUS-TEXT                       PIC X(060).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "DOCCHAIN".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "DOCCHKFILE".

       01  WS-TODAY-NUM                         PIC 9(008).

      *> SERIES REGISTRATION ENTRY
       77  WS-REG-TYPE                          PIC X(002).
           88 REG-TYPE-VALID                    VALUE "FT" "NC" "GT"
                                                      "ND".
       77  WS-REG-YEAR                          PIC 9(004).
       77  WS-REG-CODE                          PIC X(008).

      *> CHAIN WALK STATE FOR THE SERIES IN HAND
       77  WS-EXPECTED-SEQ                      PIC 9(006).
       77  WS-PREV-HASH                         PIC X(040).
       77  WS-PREV-DATE                         PIC 9(008).
       77  WS-CHECK-HASH                        PIC X(040).
       77  WS-SERIES-DOCS                       PIC 9(006).
       77  WS-SERIES-ERRORS                     PIC 9(006).
       77  WS-TOTAL-DOCS                        PIC 9(006).
       77  WS-TOTAL-ERRORS                      PIC 9(006).
       77  WS-FIRST-OPENED                      PIC 9(008).
       77  WS-DOC-FOUND                         PIC X(001).
       77  WS-DOC-DATE                          PIC 9(008).
       77  WS-DOC-CUSTOMER                      PIC 9(003).
       77  WS-DOC-GROSS                         PIC 9(007)V99.
       77  WS-EXCEPTION-TEXT                    PIC X(040).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(042)
              VALUE "BREADWICH - DOCUMENT CHAIN CHECK PRINTED: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(014) VALUE "SERIES".
           05 FILLER PIC X(008) VALUE "NUMBER".
           05 FILLER PIC X(022) VALUE "DOCUMENT".
           05 FILLER PIC X(040) VALUE "EXCEPTION".

       01  RPT-DETAIL.
           05 RPT-DET-TYPE                      PIC X(002).
           05 FILLER                            PIC X(001).
           05 RPT-DET-SERIES                    PIC X(010).
           05 FILLER                            PIC X(001).
           05 RPT-DET-SEQ                       PIC 9(006).
           05 FILLER                            PIC X(002).
           05 RPT-DET-DOC-NO                    PIC X(020).
           05 FILLER                            PIC X(002).
           05 RPT-DET-TEXT                      PIC X(040).

       01  RPT-SERIES-TOTAL.
           05 FILLER                            PIC X(008)
              VALUE "SERIES ".
           05 RPT-SER-TYPE                      PIC X(002).
           05 FILLER                            PIC X(001).
           05 RPT-SER-SERIES                    PIC X(010).
           05 FILLER                            PIC X(011)
              VALUE " ISSUED:   ".
           05 RPT-SER-LAST                      PIC ZZZZZ9.
           05 FILLER                            PIC X(011)
              VALUE "  CHECKED: ".
           05 RPT-SER-DOCS                      PIC ZZZZZ9.
           05 FILLER                            PIC X(014)
              VALUE "  EXCEPTIONS: ".
           05 RPT-SER-ERRORS                    PIC ZZZZZ9.
           05 FILLER                            PIC X(008)
              VALUE "  CODE: ".
           05 RPT-SER-CODE                      PIC X(008).

       01  RPT-TOTAL.
           05 FILLER                            PIC X(024)
              VALUE "DOCUMENTS CHECKED:      ".
           05 RPT-TOT-DOCS                      PIC ZZZZZ9.
           05 FILLER                            PIC X(016)
              VALUE "   EXCEPTIONS: ".
           05 RPT-TOT-ERRORS                    PIC ZZZZZ9.

       01  RPT-CHAIN-INTACT.
           05 FILLER                            PIC X(040)
              VALUE "EVERY SERIES CHAIN IS INTACT".

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | DOCUMENT SERIES"       LINE 02 COL 10.
           05 VALUE "1 - RECORD SERIES VALIDATION CODE" LINE 05 COL 10.
           05 VALUE "2 - CHECK DOCUMENT CHAIN INTEGRITY"
              LINE 06 COL 10.
           05 VALUE "3 - BACK"                          LINE 07 COL 10.
           05 VALUE "OPTION:"                           LINE 09 COL 10.
           05 SS-MENU PIC 9(001) LINE 09 COL 20 TO WS-MENU-OPTION.

       01  REGISTER-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "RECORD SERIES VALIDATION CODE"    LINE 03 COL 10.
           05 VALUE "DOC TYPE (FT/NC/ND/GT):"           LINE 06 COL 10.
           05 SS-REG-TYPE PIC X(002) LINE 06 COL 37
              TO WS-REG-TYPE.
           05 VALUE "SERIES YEAR (YYYY)...:"            LINE 07 COL 10.
           05 SS-REG-YEAR PIC 9(004) LINE 07 COL 37
              TO WS-REG-YEAR.
           05 VALUE "VALIDATION CODE......:"            LINE 08 COL 10.
           05 SS-REG-CODE PIC X(008) LINE 08 COL 37
              TO WS-REG-CODE.

       01  STATUS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-STATUS PIC X(060) LINE 22 COL 10
              FROM WS-STATUS-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM CREATE-FILES
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 3
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1 PERFORM REGISTER-SERIES
                   WHEN 2 PERFORM CHECK-CHAINS
               END-EVALUATE
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O DOCSERIES
           IF DOCSERIES-FS = NOT-FILE THEN
               OPEN OUTPUT DOCSERIES
           END-IF
           CLOSE DOCSERIES
           OPEN I-O DOCSTAMPS
           IF DOCSTAMP-FS = NOT-FILE THEN
               OPEN OUTPUT DOCSTAMPS
           END-IF
           CLOSE DOCSTAMPS
           EXIT SECTION.

      ******************************************************************
      *    A SERIES CAN BE REGISTERED AHEAD OF ITS FIRST DOCUMENT. ONCE
      *    DOCUMENTS CARRY A CODE IT CAN NO LONGER BE CHANGED
      ******************************************************************
       REGISTER-SERIES SECTION.
           MOVE SPACES TO WS-REG-TYPE, WS-REG-CODE
           MOVE WS-TODAY-NUM (1:4) TO WS-REG-YEAR
           DISPLAY CLEAR-SCREEN
           ACCEPT REGISTER-SCREEN
           IF KEYSTATUS = F3 THEN
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-REG-TYPE) TO WS-REG-TYPE
           IF NOT REG-TYPE-VALID OR WS-REG-CODE = SPACES THEN
               MOVE "TYPE FT, NC, ND OR GT AND THE CODE ARE REQUIRED"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O DOCSERIES
           MOVE WS-REG-TYPE TO DSR-DOC-TYPE
           MOVE WS-REG-YEAR TO DSR-YEAR
           READ DOCSERIES
               INVALID KEY
                   MOVE SPACES TO DSR-SERIES
                   STRING SERIES-PREFIX WS-REG-YEAR
                       DELIMITED BY SIZE INTO DSR-SERIES
                   MOVE WS-REG-CODE TO DSR-VALIDATION-CODE
                   MOVE ZEROS TO DSR-LAST-NUMBER
                   MOVE SPACES TO DSR-LAST-HASH
                   MOVE ZEROS TO DSR-LAST-DATE
                   MOVE WS-TODAY-NUM TO DSR-OPENED-DATE
                   WRITE FD-DOCSERIES
                   END-WRITE
                   MOVE "SERIES REGISTERED WITH ITS VALIDATION CODE"
                     TO WS-STATUS-TEXT
               NOT INVALID KEY
                   IF DSR-VALIDATION-CODE NOT = SPACES
                      AND DSR-LAST-NUMBER > ZEROS THEN
                       MOVE "SERIES ALREADY IN USE - CODE CANNOT CHANGE"
                         TO WS-STATUS-TEXT
                   ELSE
                       MOVE WS-REG-CODE TO DSR-VALIDATION-CODE
                       REWRITE FD-DOCSERIES
                       END-REWRITE
                       MOVE "VALIDATION CODE RECORDED FOR THE SERIES"
                         TO WS-STATUS-TEXT
                   END-IF
           END-READ
           CLOSE DOCSERIES
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    CHAIN INTEGRITY - EVERY SERIES WALKED IN ISSUE ORDER, EACH
      *    HASH RECOMPUTED FROM ITS OWN FIELDS AND THE ONE BEFORE IT,
      *    EACH STAMP HELD AGAINST THE LIVE DOCUMENT
      ******************************************************************
       CHECK-CHAINS SECTION.
           MOVE ZEROS TO WS-TOTAL-DOCS, WS-TOTAL-ERRORS
           MOVE 99999999 TO WS-FIRST-OPENED
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

           OPEN INPUT DOCSERIES
           OPEN INPUT DOCSTAMPS
           OPEN INPUT INVOICES
           OPEN INPUT CREDNOTES
           OPEN INPUT TRANSPDOCS
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ DOCSERIES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM CHECK-ONE-SERIES
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           PERFORM FIND-UNSTAMPED-INVOICES
           PERFORM FIND-UNSTAMPED-CREDITS
           CLOSE TRANSPDOCS
           CLOSE CREDNOTES
           CLOSE INVOICES
           CLOSE DOCSTAMPS
           CLOSE DOCSERIES

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-TOTAL-DOCS TO RPT-TOT-DOCS
           MOVE WS-TOTAL-ERRORS TO RPT-TOT-ERRORS
           WRITE REPORT-LINE FROM RPT-TOTAL
           IF WS-TOTAL-ERRORS = ZEROS THEN
               WRITE REPORT-LINE FROM RPT-CHAIN-INTACT
           END-IF
           CLOSE REPORTFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           IF WS-TOTAL-ERRORS = ZEROS THEN
               MOVE "CHAIN INTACT - REPORT ON DOCCHKFILE"
                 TO WS-STATUS-TEXT
           ELSE
               MOVE 8 TO RETURN-CODE
               MOVE "CHAIN EXCEPTIONS FOUND - SEE DOCCHKFILE"
                 TO WS-STATUS-TEXT
           END-IF
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

       CHECK-ONE-SERIES SECTION.
           IF DSR-OPENED-DATE < WS-FIRST-OPENED THEN
               MOVE DSR-OPENED-DATE TO WS-FIRST-OPENED
           END-IF
           MOVE 1 TO WS-EXPECTED-SEQ
           MOVE SPACES TO WS-PREV-HASH
           MOVE ZEROS TO WS-PREV-DATE
           MOVE ZEROS TO WS-SERIES-DOCS, WS-SERIES-ERRORS

           MOVE DSR-DOC-TYPE TO DST-CHAIN-TYPE
           MOVE DSR-SERIES TO DST-SERIES
           MOVE ZEROS TO DST-SEQ-NO
           MOVE SPACES TO WS-CHAIN-DONE
           START DOCSTAMPS KEY IS NOT LESS THAN DST-CHAIN-KEY
               INVALID KEY MOVE "Y" TO WS-CHAIN-DONE
           END-START
           PERFORM UNTIL WS-CHAIN-DONE = "Y"
               READ DOCSTAMPS NEXT RECORD
                   AT END MOVE "Y" TO WS-CHAIN-DONE
                   NOT AT END
                       IF DST-CHAIN-TYPE NOT = DSR-DOC-TYPE
                          OR DST-SERIES NOT = DSR-SERIES THEN
                           MOVE "Y" TO WS-CHAIN-DONE
                       ELSE
                           PERFORM CHECK-ONE-STAMP
                       END-IF
               END-READ
           END-PERFORM

      *> THE REGISTER MUST AGREE WITH THE LAST DOCUMENT FOUND
           IF WS-EXPECTED-SEQ - 1 NOT = DSR-LAST-NUMBER THEN
               MOVE DSR-LAST-NUMBER TO DST-SEQ-NO
               MOVE SPACES TO DST-DOC-NO
               MOVE "LAST ISSUED NUMBER MISSING FROM CHAIN"
                 TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF WS-PREV-HASH NOT = DSR-LAST-HASH THEN
                   MOVE DSR-LAST-NUMBER TO DST-SEQ-NO
                   MOVE SPACES TO DST-DOC-NO
                   MOVE "REGISTER HASH DIFFERS FROM LAST DOCUMENT"
                     TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF

           MOVE DSR-DOC-TYPE TO RPT-SER-TYPE
           MOVE DSR-SERIES TO RPT-SER-SERIES
           MOVE DSR-LAST-NUMBER TO RPT-SER-LAST
           MOVE WS-SERIES-DOCS TO RPT-SER-DOCS
           MOVE WS-SERIES-ERRORS TO RPT-SER-ERRORS
           MOVE DSR-VALIDATION-CODE TO RPT-SER-CODE
           WRITE REPORT-LINE FROM RPT-SERIES-TOTAL
           EXIT SECTION.

       CHECK-ONE-STAMP SECTION.
           ADD 1 TO WS-SERIES-DOCS
           ADD 1 TO WS-TOTAL-DOCS
           IF DST-SEQ-NO > WS-EXPECTED-SEQ THEN
               MOVE "GAP IN NUMBERING BEFORE THIS DOCUMENT"
                 TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF
           IF DST-DOC-DATE < WS-PREV-DATE THEN
               MOVE "DATED BEFORE THE PREVIOUS DOCUMENT"
                 TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF

           CALL "DOCHASH" USING DST-DOC-DATE DST-STAMP-DATE
               DST-STAMP-TIME DST-DOC-NO DST-GROSS WS-PREV-HASH
               WS-CHECK-HASH
           IF WS-CHECK-HASH NOT = DST-HASH THEN
               MOVE "HASH DOES NOT CHAIN - STAMP ALTERED"
                 TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF

           PERFORM GET-LIVE-DOCUMENT
           IF WS-DOC-FOUND NOT = "Y" THEN
               MOVE "ISSUED DOCUMENT NO LONGER ON FILE"
                 TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF WS-DOC-GROSS NOT = DST-GROSS THEN
                   MOVE "AMOUNT ALTERED SINCE ISSUE"
                     TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
               IF WS-DOC-DATE NOT = DST-DOC-DATE THEN
                   MOVE "DATE ALTERED SINCE ISSUE"
                     TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
               IF WS-DOC-CUSTOMER NOT = DST-CUSTOMER-ID THEN
                   MOVE "CUSTOMER ALTERED SINCE ISSUE"
                     TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF

           MOVE DST-HASH TO WS-PREV-HASH
           MOVE DST-DOC-DATE TO WS-PREV-DATE
           COMPUTE WS-EXPECTED-SEQ = DST-SEQ-NO + 1
           EXIT SECTION.

       GET-LIVE-DOCUMENT SECTION.
           MOVE "N" TO WS-DOC-FOUND
      *> A TRANSPORT DOCUMENT CARRIES NO CUSTOMER OR VALUE; A
      *> CANCELLED ONE STAYS ON FILE AND STILL COUNTS AS ISSUED
           IF DST-DOC-TYPE = "GT" THEN
               IF TRANSPDOC-FS = NOT-FILE THEN
                   EXIT SECTION
               END-IF
               MOVE DST-DOC-ID TO TRD-ID
               READ TRANSPDOCS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DOC-FOUND
                       MOVE TRD-LOAD-DATE TO WS-DOC-DATE
                       MOVE ZEROS TO WS-DOC-CUSTOMER
                       MOVE ZEROS TO WS-DOC-GROSS
               END-READ
               EXIT SECTION
           END-IF
           IF DST-DOC-TYPE = "NC" THEN
               IF CREDNOTE-FS = NOT-FILE THEN
                   EXIT SECTION
               END-IF
               MOVE DST-DOC-ID TO CRN-ID
               READ CREDNOTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DOC-FOUND
                       MOVE CRN-DATE TO WS-DOC-DATE
                       MOVE CRN-SCHOOL-ID TO WS-DOC-CUSTOMER
                       MOVE CRN-VALUE TO WS-DOC-GROSS
               END-READ
           ELSE
               IF INVOICE-FS = NOT-FILE THEN
                   EXIT SECTION
               END-IF
               MOVE DST-DOC-ID TO INV-ID
               READ INVOICES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DOC-FOUND
                       MOVE INV-DATE TO WS-DOC-DATE
                       MOVE INV-SCHOOL-ID TO WS-DOC-CUSTOMER
                       MOVE INV-TOTAL TO WS-DOC-GROSS
               END-READ
           END-IF
           EXIT SECTION.

      *> ANYTHING ISSUED SINCE THE FIRST SERIES OPENED MUST CARRY A
      *> STAMP; OLDER DOCUMENTS PRE-DATE CERTIFICATION
       FIND-UNSTAMPED-INVOICES SECTION.
           IF INVOICE-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO INV-ID
           START INVOICES KEY IS NOT LESS THAN INV-ID
               INVALID KEY EXIT SECTION
           END-START
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ INVOICES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF INV-DATE >= WS-FIRST-OPENED THEN
                           MOVE INV-DOC-TYPE TO DST-DOC-TYPE
                           MOVE INV-ID TO DST-DOC-ID
                           READ DOCSTAMPS
                               INVALID KEY
                                   PERFORM REPORT-UNSTAMPED
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       FIND-UNSTAMPED-CREDITS SECTION.
           IF CREDNOTE-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO CRN-ID
           START CREDNOTES KEY IS NOT LESS THAN CRN-ID
               INVALID KEY EXIT SECTION
           END-START
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ CREDNOTES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF CRN-DATE >= WS-FIRST-OPENED THEN
                           MOVE "NC" TO DST-DOC-TYPE
                           MOVE CRN-ID TO DST-DOC-ID
                           READ DOCSTAMPS
                               INVALID KEY
                                   PERFORM REPORT-UNSTAMPED
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       REPORT-UNSTAMPED SECTION.
           MOVE DST-DOC-TYPE TO RPT-DET-TYPE
           MOVE SPACES TO RPT-DET-SERIES
           MOVE ZEROS TO RPT-DET-SEQ
           MOVE SPACES TO RPT-DET-DOC-NO
           STRING "ID " DST-DOC-ID DELIMITED BY SIZE
               INTO RPT-DET-DOC-NO
           MOVE "ISSUED WITHOUT A CERTIFICATION STAMP"
             TO RPT-DET-TEXT
           WRITE REPORT-LINE FROM RPT-DETAIL
           ADD 1 TO WS-TOTAL-ERRORS
           EXIT SECTION.

       WRITE-EXCEPTION SECTION.
           MOVE DSR-DOC-TYPE TO RPT-DET-TYPE
           MOVE DSR-SERIES TO RPT-DET-SERIES
           MOVE DST-SEQ-NO TO RPT-DET-SEQ
           MOVE DST-DOC-NO TO RPT-DET-DOC-NO
           MOVE WS-EXCEPTION-TEXT TO RPT-DET-TEXT
           WRITE REPORT-LINE FROM RPT-DETAIL
           ADD 1 TO WS-SERIES-ERRORS
           ADD 1 TO WS-TOTAL-ERRORS
           EXIT SECTION.

       END PROGRAM DOCSERIES.
