      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    STRUCTURED E-INVOICES (UBL 2.1 / CIUS-PT) FOR THE PAYER
      *    ENTITIES - ONE FILE PER CONSOLIDATED INVOICE, WITH THE
      *    TRANSMISSION STATUS KEPT PER INVOICE FOR RECEIVABLES
      *    | V0.1 | 15.10.2026
      ******************************************************************
      *    ONLY INVOICES RAISED TO A PAYER THAT TAKES E-INVOICES ARE
      *    GENERATED. ONE ALREADY SENT OR ACCEPTED IS NEVER WRITTEN
      *    AGAIN; A REJECTED ONE IS, AND STARTS OVER AS GENERATED
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINVOICE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVOICES ASSIGN TO "FXINVOICES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-ID
           FILE STATUS IS INVOICE-FS.

           SELECT INVLINES ASSIGN TO "FXINVLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVL-KEY
           FILE STATUS IS INVLINE-FS.

           SELECT PAYERS ASSIGN TO "FXPAYERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-ID
           FILE STATUS IS PAYER-FS.

           SELECT ORDLINES ASSIGN TO "FX-ORDLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-KEY
           FILE STATUS IS ORDLINE-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

           SELECT DOCSTAMPS ASSIGN TO "FXDOCSTAMPS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DST-KEY
           ALTERNATE RECORD KEY IS DST-CHAIN-KEY
           FILE STATUS IS DOCSTAMP-FS.

           SELECT EINVSTAT ASSIGN TO "FXEINVSTAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EIS-INV-ID
           FILE STATUS IS EINVSTAT-FS.

           SELECT EINVFILE ASSIGN TO DYNAMIC WS-EINV-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EINV-FS.

           SELECT REPORTFILE ASSIGN TO "EINVSTATFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES.
       COPY FD-INVOICE.

       FD  INVLINES.
       COPY FD-INVLINE.

       FD  PAYERS.
       COPY FD-PAYER.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  DOCSTAMPS.
       COPY FD-DOCSTAMP.

       FD  EINVSTAT.
       COPY FD-EINVSTAT.

       FD  EINVFILE.
       01  EINV-RECORD                          PIC X(200).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       COPY VATRATES.
       COPY COMPANY.

       77  KEYSTATUS                            PIC 9(004).
       77  INVOICE-FS                           PIC 9(002).
       77  INVLINE-FS                           PIC 9(002).
       77  PAYER-FS                             PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  DOCSTAMP-FS                          PIC 9(002).
       77  EINVSTAT-FS                          PIC 9(002).
       77  EINV-FS                              PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  F3                                   VALUE 1003.
       78  FIRST-PAYER-ID                       VALUE 900.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-STATUS-TEXT                       PIC X(060).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "EINVOICE".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "EINVSTATFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       01  WS-NOW-TIME                          PIC 9(008).

       01  WS-ASK-PERIOD.
           05 WS-ASK-YEAR                       PIC 9(004).
           05 WS-ASK-MONTH                      PIC 9(002).
       77  WS-PERIOD-NUM                        PIC 9(006).
       77  WS-PERIOD-START                      PIC 9(008).
       77  WS-PERIOD-END                        PIC 9(008).
       77  WS-NEXT-MONTH-START                  PIC 9(008).

      *> STATUS UPDATE ENTRY
       77  WS-UPD-INV-ID                        PIC 9(006).
       77  WS-UPD-STATUS                        PIC X(001).
           88 UPD-STATUS-VALID                  VALUE "S" "A" "R".
       77  WS-UPD-REASON                        PIC X(040).

      *> GENERATION RUN COUNTS
       77  WS-GEN-TOTAL                         PIC 9(004).
       77  WS-SENT-TOTAL                        PIC 9(004).
       77  WS-HELD-TOTAL                        PIC 9(004).
       77  WS-GEN-DISP                          PIC ZZZ9.
       77  WS-SENT-DISP                         PIC ZZZ9.
       77  WS-HELD-DISP                         PIC ZZZ9.

      *> INVOICE IN HAND
       77  WS-EINV-NAME                         PIC X(016).
       77  WS-DOC-NO                            PIC X(020).
       77  WS-DOC-ATCUD                         PIC X(020).
       77  WS-CUR-INV-ID                        PIC 9(006).
       77  WS-LINES-DONE                        PIC X(001).
       77  WS-DOC-NET                           PIC 9(007)V99.
       77  WS-DOC-VAT                           PIC 9(007)V99.
       77  WS-DOC-GROSS                         PIC 9(007)V99.

      *> TAXABLE BASE AND VAT PER VATRATES CODE (0, 1, 2)
       01  TAB-VAT-SUMS.
           05 TAB-VAT-SUM OCCURS 3 TIMES INDEXED BY IND-VAT.
               10 TAB-VAT-USED                  PIC X(001).
               10 TAB-VAT-NET                   PIC 9(007)V99.
               10 TAB-VAT-TAX                   PIC 9(007)V99.

      *> MEAL-SUPPORT TIER TOTALS FOR THE HEADER NOTE
       77  WS-TIER-FULL-QTY                     PIC 9(006).
       77  WS-TIER-SUB-QTY                      PIC 9(006).
       77  WS-TIER-FREE-QTY                     PIC 9(006).
       77  WS-TIER-SUB-ALLOW                    PIC 9(007)V99.
       77  WS-TIER-FREE-ALLOW                   PIC 9(007)V99.
       77  WS-NOTE-QTY1                         PIC Z(005)9.
       77  WS-NOTE-QTY2                         PIC Z(005)9.
       77  WS-NOTE-QTY3                         PIC Z(005)9.
       77  WS-NOTE-AMT1                         PIC Z(006)9.99.
       77  WS-NOTE-AMT2                         PIC Z(006)9.99.

      *> LINE IN HAND
       77  WS-LINE-TIER                         PIC X(001).
       77  WS-LINE-OL-NO                        PIC 9(003).
       77  WS-LINE-LIST                         PIC 9(007)V99.
       77  WS-LINE-ALLOW                        PIC 9(007)V99.
       77  WS-OL-DONE                           PIC X(001).
       77  WS-VAT-CODE                          PIC 9(001).
       77  WS-TAX-CATEGORY                      PIC X(001).
       77  WS-TAX-PERCENT                       PIC 9(003)V99.
       77  WS-TAX-ELEMENT                       PIC X(040).

      *> XML WRITER STATE
       77  WS-XML-DEPTH                         PIC 9(002).
       77  WS-XML-PTR                           PIC 9(003).
       77  WS-XML-TAG                           PIC X(040).
       77  WS-XML-ATTR                          PIC X(040).
       77  WS-XML-VALUE                         PIC X(120).
       77  WS-XML-DATE                          PIC 9(008).
       77  WS-XML-AMOUNT                        PIC Z(009)9.99.
       77  WS-XML-PERCENT                       PIC ZZ9.99.
       77  WS-XML-COUNT                         PIC Z(007)9.

      *> STATUS REPORT
       77  WS-RPT-GENERATED                     PIC 9(005).
       77  WS-RPT-SENT                          PIC 9(005).
       77  WS-RPT-ACCEPTED                      PIC 9(005).
       77  WS-RPT-REJECTED                      PIC 9(005).
       77  WS-RPT-MISSING                       PIC 9(005).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(036)
              VALUE "BREADWICH - E-INVOICE STATUS FOR ".
           05 RPT-HEAD-YEAR                     PIC 9(004).
           05 FILLER                            PIC X(001) VALUE "/".
           05 RPT-HEAD-MONTH                    PIC 9(002).
           05 FILLER                            PIC X(011)
              VALUE " PRINTED: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(008) VALUE "INVOICE".
           05 FILLER PIC X(006) VALUE "PAYER".
           05 FILLER PIC X(022) VALUE "DOCUMENT".
           05 FILLER PIC X(015) VALUE "STATUS".
           05 FILLER PIC X(005) VALUE "GEN".
           05 FILLER PIC X(010) VALUE "LAST DATE".
           05 FILLER PIC X(024) VALUE "REJECTION REASON".

       01  RPT-DETAIL.
           05 RPT-DET-INV                       PIC 9(006).
           05 FILLER                            PIC X(002).
           05 RPT-DET-PAYER                     PIC 9(003).
           05 FILLER                            PIC X(003).
           05 RPT-DET-DOC-NO                    PIC X(020).
           05 FILLER                            PIC X(002).
           05 RPT-DET-STATUS                    PIC X(013).
           05 FILLER                            PIC X(002).
           05 RPT-DET-GEN                       PIC ZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-DATE                      PIC 9(008).
           05 FILLER                            PIC X(002).
           05 RPT-DET-REASON                    PIC X(024).

       01  RPT-TOTAL.
           05 FILLER                            PIC X(011)
              VALUE "GENERATED: ".
           05 RPT-TOT-GEN                       PIC ZZZZ9.
           05 FILLER                            PIC X(009)
              VALUE "  SENT: ".
           05 RPT-TOT-SENT                      PIC ZZZZ9.
           05 FILLER                            PIC X(013)
              VALUE "  ACCEPTED: ".
           05 RPT-TOT-ACC                       PIC ZZZZ9.
           05 FILLER                            PIC X(013)
              VALUE "  REJECTED: ".
           05 RPT-TOT-REJ                       PIC ZZZZ9.
           05 FILLER                            PIC X(018)
              VALUE "  NOT GENERATED: ".
           05 RPT-TOT-MISS                      PIC ZZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | PAYER E-INVOICES"       LINE 02 COL 10.
           05 VALUE "1 - GENERATE E-INVOICES FOR A PERIOD"
              LINE 05 COL 10.
           05 VALUE "2 - RECORD TRANSMISSION STATUS"     LINE 06 COL 10.
           05 VALUE "3 - PRINT TRANSMISSION STATUS"      LINE 07 COL 10.
           05 VALUE "4 - BACK"                           LINE 08 COL 10.
           05 VALUE "OPTION:"                            LINE 10 COL 10.
           05 SS-MENU PIC 9(001) LINE 10 COL 20 TO WS-MENU-OPTION.

       01  ASK-PERIOD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "PAYER E-INVOICES - BILLING PERIOD" LINE 03 COL 10.
           05 VALUE "PERIOD YEAR  (YYYY):" LINE 06 COL 10.
           05 SS-YEAR PIC 9(004) LINE 06 COL 32
              TO WS-ASK-YEAR AUTO.
           05 VALUE "PERIOD MONTH (MM):" LINE 07 COL 10.
           05 SS-MONTH PIC 9(002) LINE 07 COL 32
              TO WS-ASK-MONTH AUTO.

       01  UPDATE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "RECORD E-INVOICE TRANSMISSION STATUS"
              LINE 03 COL 10.
           05 VALUE "INVOICE ID..............:" LINE 06 COL 10.
           05 SS-UPD-INV PIC 9(006) LINE 06 COL 37
              TO WS-UPD-INV-ID.
           05 VALUE "STATUS (S/A/R)..........:" LINE 07 COL 10.
           05 SS-UPD-STATUS PIC X(001) LINE 07 COL 37
              TO WS-UPD-STATUS.
           05 VALUE "S SENT  A ACCEPTED  R REJECTED" LINE 07 COL 40.
           05 VALUE "REJECTION REASON........:" LINE 08 COL 10.
           05 SS-UPD-REASON PIC X(040) LINE 08 COL 37
              TO WS-UPD-REASON.

       01  STATUS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-STATUS PIC X(060) LINE 22 COL 10
              FROM WS-STATUS-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM CREATE-FILES
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 4
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1 PERFORM GENERATE-EINVOICES
                   WHEN 2 PERFORM UPDATE-STATUS
                   WHEN 3 PERFORM PRINT-STATUS
               END-EVALUATE
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O EINVSTAT
           IF EINVSTAT-FS = NOT-FILE THEN
               OPEN OUTPUT EINVSTAT
           END-IF
           CLOSE EINVSTAT
           EXIT SECTION.

      *> F3 LEAVES WS-ASK-MONTH AT ZERO SO THE CALLER CAN BACK OUT
       ASK-PERIOD SECTION.
           DISPLAY CLEAR-SCREEN
           MOVE WS-TODAY-NUM (1:4) TO WS-ASK-YEAR
           MOVE WS-TODAY-NUM (5:2) TO WS-ASK-MONTH
           PERFORM WITH TEST AFTER
                   UNTIL WS-ASK-MONTH >= 1 AND WS-ASK-MONTH <= 12
               ACCEPT ASK-PERIOD-SCREEN
               IF KEYSTATUS = F3 THEN
                   MOVE ZEROS TO WS-ASK-MONTH
                   EXIT SECTION
               END-IF
           END-PERFORM
           MOVE WS-ASK-PERIOD TO WS-PERIOD-NUM
           COMPUTE WS-PERIOD-START = WS-PERIOD-NUM * 100 + 1
           IF WS-ASK-MONTH = 12 THEN
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-ASK-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-PERIOD-START + 100
           END-IF
           COMPUTE WS-PERIOD-END = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1)
           EXIT SECTION.

      ******************************************************************
      *    GENERATION - EVERY INVOICE OF THE PERIOD RAISED TO A PAYER
      *    THAT TAKES E-INVOICES; A PAYER WITHOUT A TAX NUMBER IS HELD
      *    BACK BECAUSE THE BUYER MUST BE IDENTIFIED ON THE DOCUMENT
      ******************************************************************
       GENERATE-EINVOICES SECTION.
           PERFORM ASK-PERIOD
           IF WS-ASK-MONTH = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-GEN-TOTAL, WS-SENT-TOTAL, WS-HELD-TOTAL

           OPEN INPUT INVOICES
           IF INVOICE-FS = NOT-FILE THEN
               CLOSE INVOICES
               MOVE "NO INVOICES FILE" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           OPEN INPUT INVLINES
           OPEN INPUT PAYERS
           OPEN INPUT ORDLINES
           OPEN INPUT SANDWICHES
           OPEN INPUT DOCSTAMPS
           OPEN I-O EINVSTAT
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ INVOICES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF INV-PERIOD = WS-ASK-PERIOD
                          AND INV-SCHOOL-ID >= FIRST-PAYER-ID
                          AND INV-DOC-INVOICE THEN
                           PERFORM GENERATE-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           CLOSE EINVSTAT
           CLOSE DOCSTAMPS
           CLOSE SANDWICHES
           CLOSE ORDLINES
           CLOSE PAYERS
           CLOSE INVLINES
           CLOSE INVOICES

           MOVE WS-GEN-TOTAL TO WS-GEN-DISP
           MOVE WS-SENT-TOTAL TO WS-SENT-DISP
           MOVE WS-HELD-TOTAL TO WS-HELD-DISP
           MOVE SPACES TO WS-STATUS-TEXT
           STRING "GENERATED:" WS-GEN-DISP
                  "  ALREADY SENT:" WS-SENT-DISP
                  "  HELD (NO TAX NO):" WS-HELD-DISP
               DELIMITED BY SIZE INTO WS-STATUS-TEXT
           IF WS-HELD-TOTAL > ZEROS THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

       GENERATE-ONE-INVOICE SECTION.
           IF PAYER-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE INV-SCHOOL-ID TO PAY-ID
           READ PAYERS
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF NOT PAY-WANTS-EINVOICE THEN
               EXIT SECTION
           END-IF
           IF PAY-TAX-ID = SPACES OR LOW-VALUES THEN
               ADD 1 TO WS-HELD-TOTAL
               EXIT SECTION
           END-IF

           MOVE INV-ID TO EIS-INV-ID
           READ EINVSTAT
               INVALID KEY
                   MOVE SPACES TO FD-EINVSTAT
                   MOVE INV-ID TO EIS-INV-ID
                   MOVE ZEROS TO EIS-GEN-COUNT
               NOT INVALID KEY
                   IF EIS-SENT OR EIS-ACCEPTED THEN
                       ADD 1 TO WS-SENT-TOTAL
                       EXIT SECTION
                   END-IF
           END-READ

           PERFORM SET-INVOICE-NUMBER
           MOVE SPACES TO WS-EINV-NAME
           STRING "EINV" INV-ID ".XML"
               DELIMITED BY SIZE INTO WS-EINV-NAME
           PERFORM TOTAL-INVOICE-LINES
           PERFORM WRITE-EINVOICE
           PERFORM RECORD-GENERATED
           ADD 1 TO WS-GEN-TOTAL
           EXIT SECTION.

      *> THE CERTIFIED NUMBER AND ATCUD GIVEN AT ISSUE; AN INVOICE
      *> RAISED BEFORE CERTIFICATION KEEPS ITS PLAIN NUMBER
       SET-INVOICE-NUMBER SECTION.
           MOVE SPACES TO WS-DOC-NO
           MOVE "0" TO WS-DOC-ATCUD
           IF DOCSTAMP-FS NOT = NOT-FILE THEN
               MOVE "FT" TO DST-DOC-TYPE
               MOVE INV-ID TO DST-DOC-ID
               READ DOCSTAMPS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DST-DOC-NO TO WS-DOC-NO
                       MOVE DST-ATCUD TO WS-DOC-ATCUD
               END-READ
           END-IF
           IF WS-DOC-NO = SPACES THEN
               STRING "FT BW/" INV-ID
                   DELIMITED BY SIZE INTO WS-DOC-NO
           END-IF
           EXIT SECTION.

       RECORD-GENERATED SECTION.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE INV-SCHOOL-ID TO EIS-PAYER-ID
           MOVE WS-PERIOD-NUM TO EIS-PERIOD
           MOVE "G" TO EIS-STATUS
           MOVE WS-DOC-NO TO EIS-DOC-NO
           MOVE WS-EINV-NAME TO EIS-FILE-NAME
           ADD 1 TO EIS-GEN-COUNT
           MOVE WS-TODAY-NUM TO EIS-GEN-DATE
           MOVE WS-NOW-TIME TO EIS-GEN-TIME
           MOVE ZEROS TO EIS-SENT-DATE, EIS-RESPONSE-DATE
           MOVE SPACES TO EIS-REJECT-REASON
           IF EIS-GEN-COUNT = 1 THEN
               WRITE FD-EINVSTAT
               END-WRITE
           ELSE
               REWRITE FD-EINVSTAT
               END-REWRITE
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    FIRST PASS OVER THE LINES - THE TAX BREAKDOWN AND THE TIER
      *    NOTE HAVE TO BE WRITTEN BEFORE THE LINES THEMSELVES
      ******************************************************************
       TOTAL-INVOICE-LINES SECTION.
           MOVE ZEROS TO WS-DOC-NET, WS-DOC-VAT, WS-DOC-GROSS
           MOVE ZEROS TO WS-TIER-FULL-QTY, WS-TIER-SUB-QTY
           MOVE ZEROS TO WS-TIER-FREE-QTY
           MOVE ZEROS TO WS-TIER-SUB-ALLOW, WS-TIER-FREE-ALLOW
           PERFORM VARYING IND-VAT FROM 1 BY 1 UNTIL IND-VAT > 3
               MOVE "N" TO TAB-VAT-USED (IND-VAT)
               MOVE ZEROS TO TAB-VAT-NET (IND-VAT)
               MOVE ZEROS TO TAB-VAT-TAX (IND-VAT)
           END-PERFORM
           IF INVLINE-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE INV-ID TO WS-CUR-INV-ID
           MOVE INV-ID TO INVL-INV-ID
           MOVE ZEROS TO INVL-LINE-NO
           START INVLINES KEY IS NOT LESS THAN INVL-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-LINES-DONE
           PERFORM UNTIL WS-LINES-DONE = "Y"
               READ INVLINES NEXT RECORD
                   AT END MOVE "Y" TO WS-LINES-DONE
                   NOT AT END
                       IF INVL-INV-ID NOT = WS-CUR-INV-ID THEN
                           MOVE "Y" TO WS-LINES-DONE
                       ELSE
                           PERFORM TOTAL-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       TOTAL-ONE-LINE SECTION.
           ADD INVL-AMOUNT TO WS-DOC-NET
           ADD INVL-VAT-AMOUNT TO WS-DOC-VAT
           ADD INVL-GROSS TO WS-DOC-GROSS
           IF INVL-VAT-CODE > 2 THEN
               SET IND-VAT TO 1
           ELSE
               SET IND-VAT TO INVL-VAT-CODE
               SET IND-VAT UP BY 1
           END-IF
           MOVE "Y" TO TAB-VAT-USED (IND-VAT)
           ADD INVL-AMOUNT TO TAB-VAT-NET (IND-VAT)
           ADD INVL-VAT-AMOUNT TO TAB-VAT-TAX (IND-VAT)

           PERFORM GET-LINE-TIER
           EVALUATE WS-LINE-TIER
               WHEN "S"
                   ADD INVL-QUANTITY TO WS-TIER-SUB-QTY
                   ADD WS-LINE-ALLOW TO WS-TIER-SUB-ALLOW
               WHEN "Z"
                   ADD INVL-QUANTITY TO WS-TIER-FREE-QTY
                   ADD WS-LINE-ALLOW TO WS-TIER-FREE-ALLOW
               WHEN OTHER
                   ADD INVL-QUANTITY TO WS-TIER-FULL-QTY
           END-EVALUATE
           EXIT SECTION.

      *> THE TIER IS NOT KEPT ON THE INVOICE LINE - IT IS TAKEN FROM
      *> THE ORDER LINE OF THE SAME ORDER, SANDWICH AND QUANTITY.
      *> THE ALLOWANCE IS WHAT THE TIER TOOK OFF THE LIST AMOUNT
       GET-LINE-TIER SECTION.
           MOVE SPACE TO WS-LINE-TIER
           MOVE INVL-LINE-NO TO WS-LINE-OL-NO
           COMPUTE WS-LINE-LIST ROUNDED =
               INVL-UNIT-PRICE * INVL-QUANTITY
           IF WS-LINE-LIST > INVL-AMOUNT THEN
               COMPUTE WS-LINE-ALLOW = WS-LINE-LIST - INVL-AMOUNT
           ELSE
               MOVE INVL-AMOUNT TO WS-LINE-LIST
               MOVE ZEROS TO WS-LINE-ALLOW
           END-IF
           IF ORDLINE-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE INVL-ORDER-ID TO OL-ORDER-ID
           MOVE ZEROS TO OL-LINE-NO
           START ORDLINES KEY IS NOT LESS THAN OL-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-OL-DONE
           PERFORM UNTIL WS-OL-DONE = "Y"
               READ ORDLINES NEXT RECORD
                   AT END MOVE "Y" TO WS-OL-DONE
                   NOT AT END
                       IF OL-ORDER-ID NOT = INVL-ORDER-ID THEN
                           MOVE "Y" TO WS-OL-DONE
                       ELSE
                           IF OL-SANDWICH-ID = INVL-SANDWICH-ID
                              AND OL-QUANTITY = INVL-QUANTITY THEN
                               MOVE OL-TIER-CODE TO WS-LINE-TIER
                               MOVE OL-LINE-NO TO WS-LINE-OL-NO
                               MOVE "Y" TO WS-OL-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    ONE UBL INVOICE DOCUMENT
      ******************************************************************
       WRITE-EINVOICE SECTION.
           OPEN OUTPUT EINVFILE
           MOVE ZEROS TO WS-XML-DEPTH
           MOVE SPACES TO EINV-RECORD
           STRING '<?xml version="1.0" encoding="UTF-8"?>'
               DELIMITED BY SIZE INTO EINV-RECORD
           WRITE EINV-RECORD
           MOVE SPACES TO EINV-RECORD
           STRING '<Invoice xmlns="urn:oasis:names:specification:'
                  'ubl:schema:xsd:Invoice-2"'
               DELIMITED BY SIZE INTO EINV-RECORD
           WRITE EINV-RECORD
           MOVE SPACES TO EINV-RECORD
           STRING '  xmlns:cac="urn:oasis:names:specification:ubl:'
                  'schema:xsd:CommonAggregateComponents-2"'
               DELIMITED BY SIZE INTO EINV-RECORD
           WRITE EINV-RECORD
           MOVE SPACES TO EINV-RECORD
           STRING '  xmlns:cbc="urn:oasis:names:specification:ubl:'
                  'schema:xsd:CommonBasicComponents-2">'
               DELIMITED BY SIZE INTO EINV-RECORD
           WRITE EINV-RECORD
           MOVE 1 TO WS-XML-DEPTH

           PERFORM WRITE-DOCUMENT-HEAD
           PERFORM WRITE-SUPPLIER
           PERFORM WRITE-CUSTOMER
           PERFORM WRITE-TAX-TOTAL
           PERFORM WRITE-MONETARY-TOTAL
           PERFORM WRITE-INVOICE-LINES

           MOVE "Invoice" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           CLOSE EINVFILE
           EXIT SECTION.

       WRITE-DOCUMENT-HEAD SECTION.
           MOVE "cbc:UBLVersionID" TO WS-XML-TAG
           MOVE "2.1" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cbc:CustomizationID" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING "urn:cen.eu:en16931:2017#compliant#"
                  "urn:feap.gov.pt:CIUS-PT:2.1.1"
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cbc:ID" TO WS-XML-TAG
           MOVE WS-DOC-NO TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cbc:IssueDate" TO WS-XML-TAG
           MOVE INV-DATE TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "cbc:InvoiceTypeCode" TO WS-XML-TAG
           MOVE "380" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cbc:Note" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING "ATCUD:" WS-DOC-ATCUD
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT

      *> THE PAYER SEES HOW MANY MEALS WERE BILLED IN FULL AND HOW
      *> MUCH THE SUBSIDISED AND FREE TIERS TOOK OFF
           MOVE WS-TIER-FULL-QTY TO WS-NOTE-QTY1
           MOVE WS-TIER-SUB-QTY TO WS-NOTE-QTY2
           MOVE WS-TIER-FREE-QTY TO WS-NOTE-QTY3
           MOVE WS-TIER-SUB-ALLOW TO WS-NOTE-AMT1
           MOVE WS-TIER-FREE-ALLOW TO WS-NOTE-AMT2
           MOVE "cbc:Note" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING "REFEICOES INTEGRAIS: " TRIM (WS-NOTE-QTY1)
                  " | COMPARTICIPADAS: " TRIM (WS-NOTE-QTY2)
                  " (DESCONTO " TRIM (WS-NOTE-AMT1) " EUR)"
                  " | GRATUITAS: " TRIM (WS-NOTE-QTY3)
                  " (DESCONTO " TRIM (WS-NOTE-AMT2) " EUR)"
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT

           MOVE "cbc:DocumentCurrencyCode" TO WS-XML-TAG
           MOVE COMPANY-CURRENCY TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cbc:BuyerReference" TO WS-XML-TAG
           MOVE INV-SCHOOL-ID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cac:InvoicePeriod" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:StartDate" TO WS-XML-TAG
           MOVE WS-PERIOD-START TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "cbc:EndDate" TO WS-XML-TAG
           MOVE WS-PERIOD-END TO WS-XML-DATE
           PERFORM WRITE-DATE-ELEMENT
           MOVE "cac:InvoicePeriod" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       WRITE-SUPPLIER SECTION.
           MOVE "cac:AccountingSupplierParty" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cac:Party" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cac:PostalAddress" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:StreetName" TO WS-XML-TAG
           MOVE COMPANY-ADDRESS TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cbc:CityName" TO WS-XML-TAG
           MOVE COMPANY-CITY TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cbc:PostalZone" TO WS-XML-TAG
           MOVE COMPANY-POSTAL-CODE TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           PERFORM WRITE-COUNTRY
           MOVE "cac:PostalAddress" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE COMPANY-TAX-ID TO WS-XML-VALUE
           PERFORM WRITE-PARTY-TAX-SCHEME
           MOVE "cac:PartyLegalEntity" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:RegistrationName" TO WS-XML-TAG
           MOVE COMPANY-NAME TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cbc:CompanyID" TO WS-XML-TAG
           MOVE COMPANY-TAX-ID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cac:PartyLegalEntity" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "cac:Party" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "cac:AccountingSupplierParty" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      *> PAYER RECORD IS STILL IN PLACE FROM GENERATE-ONE-INVOICE
       WRITE-CUSTOMER SECTION.
           MOVE "cac:AccountingCustomerParty" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cac:Party" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cac:PostalAddress" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:StreetName" TO WS-XML-TAG
           MOVE PAY-ADDRESS TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cbc:CityName" TO WS-XML-TAG
           MOVE PAY-TOWN TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cbc:PostalZone" TO WS-XML-TAG
           IF PAY-POSTAL-CODE IS NOT NUMERIC THEN
               MOVE ZEROS TO PAY-POSTAL-CODE
           END-IF
           MOVE SPACES TO WS-XML-VALUE
           STRING PAY-POSTAL-CODE1 "-" PAY-POSTAL-CODE2
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           PERFORM WRITE-COUNTRY
           MOVE "cac:PostalAddress" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE PAY-TAX-ID TO WS-XML-VALUE
           PERFORM WRITE-PARTY-TAX-SCHEME
           MOVE "cac:PartyLegalEntity" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:RegistrationName" TO WS-XML-TAG
           MOVE PAY-NAME TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cac:PartyLegalEntity" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "cac:Party" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "cac:AccountingCustomerParty" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       WRITE-COUNTRY SECTION.
           MOVE "cac:Country" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:IdentificationCode" TO WS-XML-TAG
           MOVE COMPANY-COUNTRY TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cac:Country" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      *> CALLER MOVES THE NATIONAL TAX NUMBER TO WS-XML-VALUE FIRST
       WRITE-PARTY-TAX-SCHEME SECTION.
           MOVE SPACES TO WS-XML-ATTR
           STRING COMPANY-COUNTRY TRIM (WS-XML-VALUE)
               DELIMITED BY SIZE INTO WS-XML-ATTR
           MOVE "cac:PartyTaxScheme" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:CompanyID" TO WS-XML-TAG
           MOVE WS-XML-ATTR TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           PERFORM WRITE-TAX-SCHEME
           MOVE "cac:PartyTaxScheme" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       WRITE-TAX-SCHEME SECTION.
           MOVE "cac:TaxScheme" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:ID" TO WS-XML-TAG
           MOVE "VAT" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cac:TaxScheme" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      ******************************************************************
      *    TAX BREAKDOWN - ONE SUBTOTAL PER VAT CODE USED ON THE INVOICE
      ******************************************************************
       WRITE-TAX-TOTAL SECTION.
           MOVE "cac:TaxTotal" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:TaxAmount" TO WS-XML-TAG
           MOVE WS-DOC-VAT TO WS-XML-AMOUNT
           PERFORM WRITE-CURRENCY-ELEMENT
           PERFORM VARYING IND-VAT FROM 1 BY 1 UNTIL IND-VAT > 3
               IF TAB-VAT-USED (IND-VAT) = "Y" THEN
                   PERFORM WRITE-TAX-SUBTOTAL
               END-IF
           END-PERFORM
           MOVE "cac:TaxTotal" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       WRITE-TAX-SUBTOTAL SECTION.
           SET WS-VAT-CODE TO IND-VAT
           SUBTRACT 1 FROM WS-VAT-CODE
           MOVE "cac:TaxSubtotal" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:TaxableAmount" TO WS-XML-TAG
           MOVE TAB-VAT-NET (IND-VAT) TO WS-XML-AMOUNT
           PERFORM WRITE-CURRENCY-ELEMENT
           MOVE "cbc:TaxAmount" TO WS-XML-TAG
           MOVE TAB-VAT-TAX (IND-VAT) TO WS-XML-AMOUNT
           PERFORM WRITE-CURRENCY-ELEMENT
           MOVE "cac:TaxCategory" TO WS-TAX-ELEMENT
           PERFORM WRITE-TAX-CATEGORY
           MOVE "cac:TaxSubtotal" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      *> VATRATES CODE TO THE UNCL5305 CATEGORY; ZERO RATED MEALS ARE
      *> EXEMPT UNDER THE SAME REASON THE SAF-T FILE REPORTS
       SET-TAX-CATEGORY SECTION.
           EVALUATE WS-VAT-CODE
               WHEN 1
                   MOVE "S" TO WS-TAX-CATEGORY
                   MOVE VAT-RATE-STANDARD TO WS-TAX-PERCENT
               WHEN 2
                   MOVE "S" TO WS-TAX-CATEGORY
                   MOVE VAT-RATE-REDUCED TO WS-TAX-PERCENT
               WHEN OTHER
                   MOVE "E" TO WS-TAX-CATEGORY
                   MOVE VAT-RATE-ZERO TO WS-TAX-PERCENT
           END-EVALUATE
           EXIT SECTION.

      *> CALLER PUTS THE VAT CODE IN WS-VAT-CODE AND THE ELEMENT NAME
      *> (TAXCATEGORY OR CLASSIFIEDTAXCATEGORY) IN WS-TAX-ELEMENT
       WRITE-TAX-CATEGORY SECTION.
           PERFORM SET-TAX-CATEGORY
           MOVE WS-TAX-ELEMENT TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:ID" TO WS-XML-TAG
           MOVE WS-TAX-CATEGORY TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cbc:Percent" TO WS-XML-TAG
           MOVE WS-TAX-PERCENT TO WS-XML-PERCENT
           MOVE TRIM (WS-XML-PERCENT) TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           IF WS-TAX-CATEGORY = "E" THEN
               MOVE "cbc:TaxExemptionReasonCode" TO WS-XML-TAG
               MOVE "M07" TO WS-XML-VALUE
               PERFORM WRITE-ELEMENT
               MOVE "cbc:TaxExemptionReason" TO WS-XML-TAG
               MOVE "ISENTO ARTIGO 9. DO CIVA" TO WS-XML-VALUE
               PERFORM WRITE-ELEMENT
           END-IF
           PERFORM WRITE-TAX-SCHEME
           MOVE WS-TAX-ELEMENT TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

       WRITE-MONETARY-TOTAL SECTION.
           MOVE "cac:LegalMonetaryTotal" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:LineExtensionAmount" TO WS-XML-TAG
           MOVE WS-DOC-NET TO WS-XML-AMOUNT
           PERFORM WRITE-CURRENCY-ELEMENT
           MOVE "cbc:TaxExclusiveAmount" TO WS-XML-TAG
           MOVE WS-DOC-NET TO WS-XML-AMOUNT
           PERFORM WRITE-CURRENCY-ELEMENT
           MOVE "cbc:TaxInclusiveAmount" TO WS-XML-TAG
           MOVE WS-DOC-GROSS TO WS-XML-AMOUNT
           PERFORM WRITE-CURRENCY-ELEMENT
           MOVE "cbc:PayableAmount" TO WS-XML-TAG
           MOVE WS-DOC-GROSS TO WS-XML-AMOUNT
           PERFORM WRITE-CURRENCY-ELEMENT
           MOVE "cac:LegalMonetaryTotal" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      ******************************************************************
      *    SECOND PASS - ONE INVOICELINE PER INVOICE LINE, REFERENCING
      *    THE SCHOOL ORDER IT BILLS
      ******************************************************************
       WRITE-INVOICE-LINES SECTION.
           IF INVLINE-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE INV-ID TO INVL-INV-ID
           MOVE ZEROS TO INVL-LINE-NO
           START INVLINES KEY IS NOT LESS THAN INVL-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-LINES-DONE
           PERFORM UNTIL WS-LINES-DONE = "Y"
               READ INVLINES NEXT RECORD
                   AT END MOVE "Y" TO WS-LINES-DONE
                   NOT AT END
                       IF INVL-INV-ID NOT = WS-CUR-INV-ID THEN
                           MOVE "Y" TO WS-LINES-DONE
                       ELSE
                           PERFORM WRITE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       WRITE-ONE-LINE SECTION.
           PERFORM GET-LINE-TIER
           MOVE "cac:InvoiceLine" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:ID" TO WS-XML-TAG
           MOVE INVL-LINE-NO TO WS-XML-COUNT
           PERFORM WRITE-COUNT-ELEMENT
           MOVE "cbc:InvoicedQuantity" TO WS-XML-TAG
           MOVE 'unitCode="C62"' TO WS-XML-ATTR
           MOVE INVL-QUANTITY TO WS-XML-COUNT
           MOVE TRIM (WS-XML-COUNT) TO WS-XML-VALUE
           PERFORM WRITE-ATTR-ELEMENT
           MOVE "cbc:LineExtensionAmount" TO WS-XML-TAG
           MOVE INVL-AMOUNT TO WS-XML-AMOUNT
           PERFORM WRITE-CURRENCY-ELEMENT

           MOVE "cac:OrderLineReference" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:LineID" TO WS-XML-TAG
           MOVE WS-LINE-OL-NO TO WS-XML-COUNT
           PERFORM WRITE-COUNT-ELEMENT
           MOVE "cac:OrderReference" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:ID" TO WS-XML-TAG
           MOVE INVL-ORDER-ID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cac:OrderReference" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "cac:OrderLineReference" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT

           IF WS-LINE-ALLOW > ZEROS THEN
               PERFORM WRITE-LINE-ALLOWANCE
           END-IF

           MOVE "cac:Item" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE INVL-SANDWICH-ID TO SR-IID
           IF SANDWICH-FS = NOT-FILE THEN
               MOVE "PRODUTO SEM FICHA" TO SR-S-DESCRIPTION
           ELSE
               READ SANDWICHES
                   INVALID KEY
                       MOVE "PRODUTO SEM FICHA" TO SR-S-DESCRIPTION
               END-READ
           END-IF
           MOVE "cbc:Name" TO WS-XML-TAG
           MOVE SR-S-DESCRIPTION TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cac:SellersItemIdentification" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:ID" TO WS-XML-TAG
           MOVE INVL-SANDWICH-ID TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cac:SellersItemIdentification" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE INVL-VAT-CODE TO WS-VAT-CODE
           MOVE "cac:ClassifiedTaxCategory" TO WS-TAX-ELEMENT
           PERFORM WRITE-TAX-CATEGORY
           MOVE "cac:AdditionalItemProperty" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:Name" TO WS-XML-TAG
           MOVE "ESCALAO" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cbc:Value" TO WS-XML-TAG
           EVALUATE WS-LINE-TIER
               WHEN "S" MOVE "COMPARTICIPADO" TO WS-XML-VALUE
               WHEN "Z" MOVE "GRATUITO" TO WS-XML-VALUE
               WHEN OTHER MOVE "INTEGRAL" TO WS-XML-VALUE
           END-EVALUATE
           PERFORM WRITE-ELEMENT
           MOVE "cac:AdditionalItemProperty" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "cac:Item" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT

           MOVE "cac:Price" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:PriceAmount" TO WS-XML-TAG
           MOVE INVL-UNIT-PRICE TO WS-XML-AMOUNT
           PERFORM WRITE-CURRENCY-ELEMENT
           MOVE "cac:Price" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           MOVE "cac:InvoiceLine" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      *> THE TIER DISCOUNT IS SHOWN AS A LINE ALLOWANCE SO THAT
      *> QUANTITY X PRICE - ALLOWANCE AGREES WITH THE LINE AMOUNT
       WRITE-LINE-ALLOWANCE SECTION.
           MOVE "cac:AllowanceCharge" TO WS-XML-TAG
           PERFORM OPEN-ELEMENT
           MOVE "cbc:ChargeIndicator" TO WS-XML-TAG
           MOVE "false" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cbc:AllowanceChargeReasonCode" TO WS-XML-TAG
           MOVE "95" TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           MOVE "cbc:AllowanceChargeReason" TO WS-XML-TAG
           IF WS-LINE-TIER = "Z" THEN
               MOVE "REFEICAO GRATUITA" TO WS-XML-VALUE
           ELSE
               MOVE "REFEICAO COMPARTICIPADA" TO WS-XML-VALUE
           END-IF
           PERFORM WRITE-ELEMENT
           MOVE "cbc:Amount" TO WS-XML-TAG
           MOVE WS-LINE-ALLOW TO WS-XML-AMOUNT
           PERFORM WRITE-CURRENCY-ELEMENT
           MOVE "cbc:BaseAmount" TO WS-XML-TAG
           MOVE WS-LINE-LIST TO WS-XML-AMOUNT
           PERFORM WRITE-CURRENCY-ELEMENT
           MOVE "cac:AllowanceCharge" TO WS-XML-TAG
           PERFORM CLOSE-ELEMENT
           EXIT SECTION.

      ******************************************************************
      *    STATUS UPDATE - SENT ONLY FROM GENERATED, ACCEPTED OR
      *    REJECTED ONLY FROM SENT; A REJECTION NEEDS ITS REASON
      ******************************************************************
       UPDATE-STATUS SECTION.
           MOVE ZEROS TO WS-UPD-INV-ID
           MOVE SPACES TO WS-UPD-STATUS, WS-UPD-REASON
           DISPLAY CLEAR-SCREEN
           ACCEPT UPDATE-SCREEN
           IF KEYSTATUS = F3 THEN
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-UPD-STATUS) TO WS-UPD-STATUS
           IF NOT UPD-STATUS-VALID THEN
               MOVE "STATUS MUST BE S, A OR R - NOTHING SAVED"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           IF WS-UPD-STATUS = "R" AND WS-UPD-REASON = SPACES THEN
               MOVE "A REJECTION NEEDS ITS REASON - NOTHING SAVED"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O EINVSTAT
           MOVE WS-UPD-INV-ID TO EIS-INV-ID
           READ EINVSTAT
               INVALID KEY
                   MOVE "NO E-INVOICE GENERATED FOR THAT INVOICE"
                     TO WS-STATUS-TEXT
               NOT INVALID KEY
                   PERFORM APPLY-STATUS
           END-READ
           CLOSE EINVSTAT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

       APPLY-STATUS SECTION.
           EVALUATE TRUE
               WHEN WS-UPD-STATUS = "S" AND EIS-GENERATED
                   MOVE "S" TO EIS-STATUS
                   MOVE WS-TODAY-NUM TO EIS-SENT-DATE
                   MOVE "E-INVOICE MARKED AS SENT" TO WS-STATUS-TEXT
               WHEN WS-UPD-STATUS = "A" AND EIS-SENT
                   MOVE "A" TO EIS-STATUS
                   MOVE WS-TODAY-NUM TO EIS-RESPONSE-DATE
                   MOVE "E-INVOICE ACCEPTED BY THE PAYER"
                     TO WS-STATUS-TEXT
               WHEN WS-UPD-STATUS = "R" AND EIS-SENT
                   MOVE "R" TO EIS-STATUS
                   MOVE WS-TODAY-NUM TO EIS-RESPONSE-DATE
                   MOVE WS-UPD-REASON TO EIS-REJECT-REASON
                   MOVE "E-INVOICE REJECTED - CORRECT, THEN GENERATE"
                     TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-TEXT
                   STRING "NOT ALLOWED FROM STATUS " EIS-STATUS
                          " - NOTHING SAVED"
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
                   EXIT SECTION
           END-EVALUATE
           REWRITE FD-EINVSTAT
           END-REWRITE
           EXIT SECTION.

      ******************************************************************
      *    STATUS REPORT FOR RECEIVABLES - EVERY E-INVOICE OF THE
      *    PERIOD, THEN THE PAYER INVOICES STILL NOT GENERATED
      ******************************************************************
       PRINT-STATUS SECTION.
           PERFORM ASK-PERIOD
           IF WS-ASK-MONTH = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-RPT-GENERATED, WS-RPT-SENT
           MOVE ZEROS TO WS-RPT-ACCEPTED, WS-RPT-REJECTED
           MOVE ZEROS TO WS-RPT-MISSING

           OPEN OUTPUT REPORTFILE
           MOVE WS-ASK-YEAR TO RPT-HEAD-YEAR
           MOVE WS-ASK-MONTH TO RPT-HEAD-MONTH
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

           OPEN INPUT EINVSTAT
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ EINVSTAT NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF EIS-PERIOD = WS-PERIOD-NUM THEN
                           PERFORM PRINT-STATUS-ROW
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE

           OPEN INPUT INVOICES
           OPEN INPUT PAYERS
           IF INVOICE-FS NOT = NOT-FILE
              AND PAYER-FS NOT = NOT-FILE THEN
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ INVOICES NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           IF INV-PERIOD = WS-ASK-PERIOD
                              AND INV-SCHOOL-ID >= FIRST-PAYER-ID
                              AND INV-DOC-INVOICE THEN
                               PERFORM PRINT-MISSING-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE SPACES TO FLAG-TRUE
           CLOSE PAYERS
           CLOSE INVOICES
           CLOSE EINVSTAT

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-RPT-GENERATED TO RPT-TOT-GEN
           MOVE WS-RPT-SENT TO RPT-TOT-SENT
           MOVE WS-RPT-ACCEPTED TO RPT-TOT-ACC
           MOVE WS-RPT-REJECTED TO RPT-TOT-REJ
           MOVE WS-RPT-MISSING TO RPT-TOT-MISS
           WRITE REPORT-LINE FROM RPT-TOTAL
           CLOSE REPORTFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           IF WS-RPT-REJECTED > ZEROS OR WS-RPT-MISSING > ZEROS THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "E-INVOICE STATUS WRITTEN ON EINVSTATFILE"
             TO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

       PRINT-STATUS-ROW SECTION.
           MOVE SPACES TO RPT-DETAIL
           MOVE EIS-INV-ID TO RPT-DET-INV
           MOVE EIS-PAYER-ID TO RPT-DET-PAYER
           MOVE EIS-DOC-NO TO RPT-DET-DOC-NO
           MOVE EIS-GEN-COUNT TO RPT-DET-GEN
           EVALUATE TRUE
               WHEN EIS-GENERATED
                   MOVE "GENERATED" TO RPT-DET-STATUS
                   MOVE EIS-GEN-DATE TO RPT-DET-DATE
                   ADD 1 TO WS-RPT-GENERATED
               WHEN EIS-SENT
                   MOVE "SENT" TO RPT-DET-STATUS
                   MOVE EIS-SENT-DATE TO RPT-DET-DATE
                   ADD 1 TO WS-RPT-SENT
               WHEN EIS-ACCEPTED
                   MOVE "ACCEPTED" TO RPT-DET-STATUS
                   MOVE EIS-RESPONSE-DATE TO RPT-DET-DATE
                   ADD 1 TO WS-RPT-ACCEPTED
               WHEN OTHER
                   MOVE "REJECTED" TO RPT-DET-STATUS
                   MOVE EIS-RESPONSE-DATE TO RPT-DET-DATE
                   MOVE EIS-REJECT-REASON TO RPT-DET-REASON
                   ADD 1 TO WS-RPT-REJECTED
           END-EVALUATE
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

       PRINT-MISSING-ROW SECTION.
           MOVE INV-SCHOOL-ID TO PAY-ID
           READ PAYERS
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF NOT PAY-WANTS-EINVOICE THEN
               EXIT SECTION
           END-IF
           IF EINVSTAT-FS NOT = NOT-FILE THEN
               MOVE INV-ID TO EIS-INV-ID
               READ EINVSTAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT SECTION
               END-READ
           END-IF
           MOVE SPACES TO RPT-DETAIL
           MOVE INV-ID TO RPT-DET-INV
           MOVE INV-SCHOOL-ID TO RPT-DET-PAYER
           MOVE ZEROS TO RPT-DET-GEN
           MOVE "NOT GENERATED" TO RPT-DET-STATUS
           MOVE INV-DATE TO RPT-DET-DATE
           IF PAY-TAX-ID = SPACES OR LOW-VALUES THEN
               MOVE "PAYER HAS NO TAX NUMBER" TO RPT-DET-REASON
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL
           ADD 1 TO WS-RPT-MISSING
           EXIT SECTION.

      ******************************************************************
      *    XML WRITER - EVERY ELEMENT GOES THROUGH THESE SO THE
      *    NESTING AND INDENTATION STAY IN STEP
      ******************************************************************
       OPEN-ELEMENT SECTION.
           MOVE SPACES TO EINV-RECORD
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING "<" TRIM (WS-XML-TAG) ">"
               DELIMITED BY SIZE INTO EINV-RECORD
               WITH POINTER WS-XML-PTR
           WRITE EINV-RECORD
           ADD 1 TO WS-XML-DEPTH
           EXIT SECTION.

       CLOSE-ELEMENT SECTION.
           SUBTRACT 1 FROM WS-XML-DEPTH
           MOVE SPACES TO EINV-RECORD
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING "</" TRIM (WS-XML-TAG) ">"
               DELIMITED BY SIZE INTO EINV-RECORD
               WITH POINTER WS-XML-PTR
           WRITE EINV-RECORD
           EXIT SECTION.

      *> FREE TEXT CAN CARRY THE XML MARKUP CHARACTERS - THEY ARE
      *> SWAPPED FOR HARMLESS ONES RATHER THAN ESCAPED
       WRITE-ELEMENT SECTION.
           INSPECT WS-XML-VALUE CONVERTING "&<>" TO "+()"
           MOVE SPACES TO EINV-RECORD
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING "<" TRIM (WS-XML-TAG) ">"
                  TRIM (WS-XML-VALUE)
                  "</" TRIM (WS-XML-TAG) ">"
               DELIMITED BY SIZE INTO EINV-RECORD
               WITH POINTER WS-XML-PTR
           WRITE EINV-RECORD
           EXIT SECTION.

      *> SAME AS WRITE-ELEMENT WITH WS-XML-ATTR INSIDE THE OPENING TAG
       WRITE-ATTR-ELEMENT SECTION.
           INSPECT WS-XML-VALUE CONVERTING "&<>" TO "+()"
           MOVE SPACES TO EINV-RECORD
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING "<" TRIM (WS-XML-TAG) " " TRIM (WS-XML-ATTR) ">"
                  TRIM (WS-XML-VALUE)
                  "</" TRIM (WS-XML-TAG) ">"
               DELIMITED BY SIZE INTO EINV-RECORD
               WITH POINTER WS-XML-PTR
           WRITE EINV-RECORD
           EXIT SECTION.

       WRITE-DATE-ELEMENT SECTION.
           MOVE SPACES TO WS-XML-VALUE
           STRING WS-XML-DATE (1:4) "-" WS-XML-DATE (5:2) "-"
                  WS-XML-DATE (7:2)
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           EXIT SECTION.

      *> CALLER MOVES THE VALUE TO WS-XML-AMOUNT FIRST
       WRITE-CURRENCY-ELEMENT SECTION.
           MOVE SPACES TO WS-XML-ATTR
           STRING 'currencyID="' COMPANY-CURRENCY '"'
               DELIMITED BY SIZE INTO WS-XML-ATTR
           MOVE TRIM (WS-XML-AMOUNT) TO WS-XML-VALUE
           PERFORM WRITE-ATTR-ELEMENT
           EXIT SECTION.

      *> CALLER MOVES THE VALUE TO WS-XML-COUNT FIRST
       WRITE-COUNT-ELEMENT SECTION.
           MOVE TRIM (WS-XML-COUNT) TO WS-XML-VALUE
           PERFORM WRITE-ELEMENT
           EXIT SECTION.

       END PROGRAM EINVOICE.
