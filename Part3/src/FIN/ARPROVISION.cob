      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACCOUNTS RECEIVABLE
      ******************************************************************
      *    DOUBTFUL-DEBT PROVISIONING RUN - PRICES EVERY OPEN BALANCE
      *    BY ITS AGE BAND AND BOOKS THE MOVE IN THE PROVISION TO
      *    FXPROVISION FOR THE LEDGER FEED | V0.1 | 15.10.2026
      ******************************************************************
      *    THE PERCENTAGE FOR EACH AGE BAND IS KEPT IN PROVRATE AND
      *    SHOWN ON THE RUN SCREEN. THE PROVISION HELD SO FAR IS EVERY
      *    EARLIER RUN'S DELTA LESS THE WRITE-OFFS ALREADY CHARGED TO
      *    IT, SO EACH RUN ONLY BOOKS THE DIFFERENCE
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPROVISION.

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

           SELECT RECEIPTS ASSIGN TO "FXRECEIPTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCPT-KEY
           FILE STATUS IS RECEIPT-FS.

           SELECT PROVISION ASSIGN TO "FXPROVISION"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRV-KEY
           FILE STATUS IS PROVISION-FS.

      *> PROVISION PERCENTAGE PER AGE BAND - ONE RECORD
           SELECT PROVRATE ASSIGN TO "PROVRATE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PROVRATE-FS.

           SELECT REPORTFILE ASSIGN TO "ARPROVFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES.
       COPY FD-INVOICE.

       FD  RECEIPTS.
       COPY FD-RECEIPT.

       FD  PROVISION.
       COPY FD-PROVISION.

       FD  PROVRATE.
       01  FD-PROVRATE.
           05 PVR-PCT OCCURS 4 TIMES            PIC 9(003)V99.
           05 PVR-CHANGED-DATE                  PIC 9(008).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  INVOICE-FS                           PIC 9(002).
       77  RECEIPT-FS                           PIC 9(002).
       77  PROVISION-FS                         PIC 9(002).
       77  PROVRATE-FS                          PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> DEFAULT BAND PERCENTAGES USED UNTIL PROVRATE IS FIRST SAVED
       78  DEFAULT-PCT-1                        VALUE 0.
       78  DEFAULT-PCT-2                        VALUE 10.
       78  DEFAULT-PCT-3                        VALUE 25.
       78  DEFAULT-PCT-4                        VALUE 50.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  FLAG-INNER                           PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "ARPROVISION".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "ARPROVFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-NOW-TIME                          PIC 9(008).
       77  WS-TODAY-INT                         PIC 9(008).
       77  WS-INV-DATE-NUM                      PIC 9(008).
       77  WS-AGE-DAYS                          PIC S9(006).
       77  WS-BAND                              PIC 9(001).
       77  WS-PAID-SO-FAR                       PIC S9(007)V99.
       77  WS-OUTSTANDING                       PIC S9(007)V99.
       77  WS-INVOICE-COUNT                     PIC 9(006).
       77  WS-PRIOR-DELTAS                      PIC S9(009)V99.
       77  WS-WRITTEN-OFF                       PIC 9(009)V99.
       77  WS-PCT-BAD                           PIC X(001).

       01  WS-RATES.
           05 WS-PCT OCCURS 4 TIMES             PIC 9(003)V99.
       77  IND-BAND                             PIC 9(001).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(040)
              VALUE "BREADWICH - DOUBTFUL-DEBT PROVISION: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(020) VALUE "AGE BAND".
           05 FILLER PIC X(016) VALUE "OPEN BALANCE".
           05 FILLER PIC X(010) VALUE "PERCENT".
           05 FILLER PIC X(016) VALUE "PROVISION".

       01  RPT-DETAIL.
           05 RPT-DET-BAND                      PIC X(020).
           05 RPT-DET-BASE                      PIC ZZZZZZZ9.99.
           05 FILLER                            PIC X(005).
           05 RPT-DET-PCT                       PIC ZZ9.99.
           05 FILLER                            PIC X(004).
           05 RPT-DET-AMOUNT                    PIC ZZZZZZZ9.99.

       01  RPT-TOTAL.
           05 RPT-TOT-LABEL                     PIC X(036).
           05 RPT-TOT-AMOUNT                    PIC -ZZZZZZZZ9.99.

       01  RPT-BAND-NAMES.
           05 FILLER PIC X(020) VALUE "UNDER 30 DAYS".
           05 FILLER PIC X(020) VALUE "30 TO 59 DAYS".
           05 FILLER PIC X(020) VALUE "60 TO 89 DAYS".
           05 FILLER PIC X(020) VALUE "90 DAYS AND OVER".
       01  RPT-BAND-TABLE REDEFINES RPT-BAND-NAMES.
           05 RPT-BAND-NAME OCCURS 4 TIMES      PIC X(020).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  RUN-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | DOUBTFUL-DEBT PROVISION"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"                 LINE 02 COL 60.
           05 VALUE "PROVISION PERCENT BY AGE OF THE INVOICE"
              LINE 05 COL 10.
           05 VALUE "UNDER 30 DAYS......:"      LINE 07 COL 10.
           05 SS-PCT-1 PIC ZZ9.99 LINE 07 COL 32 USING WS-PCT (1).
           05 VALUE "30 TO 59 DAYS......:"      LINE 08 COL 10.
           05 SS-PCT-2 PIC ZZ9.99 LINE 08 COL 32 USING WS-PCT (2).
           05 VALUE "60 TO 89 DAYS......:"      LINE 09 COL 10.
           05 SS-PCT-3 PIC ZZ9.99 LINE 09 COL 32 USING WS-PCT (3).
           05 VALUE "90 DAYS AND OVER...:"      LINE 10 COL 10.
           05 SS-PCT-4 PIC ZZ9.99 LINE 10 COL 32 USING WS-PCT (4).
           05 VALUE "THE RUN BOOKS ONLY THE CHANGE AGAINST THE"
              LINE 12 COL 10.
           05 VALUE "PROVISION ALREADY HELD"    LINE 13 COL 10.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "PROVISION RUN COMPLETE"   LINE 10 COL 10.
           05 VALUE "PROVISION REQUIRED:"      LINE 12 COL 10.
           05 SS-REQUIRED PIC ZZZZZZZZ9.99 LINE 12 COL 32
              FROM PRV-REQUIRED.
           05 VALUE "BOOKED THIS RUN...:"      LINE 13 COL 10.
           05 SS-DELTA PIC -ZZZZZZZZ9.99 LINE 13 COL 31
              FROM PRV-DELTA.
           05 VALUE "SEE ARPROVFILE FOR THE LISTING" LINE 15 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 17 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE (WS-TODAY-NUM)
           PERFORM CREATE-FILES
           PERFORM LOAD-RATES

           DISPLAY CLEAR-SCREEN
           DISPLAY RUN-SCREEN
           ACCEPT RUN-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF
           MOVE "N" TO WS-PCT-BAD
           PERFORM VARYING IND-BAND FROM 1 BY 1 UNTIL IND-BAND > 4
               IF WS-PCT (IND-BAND) > 100 THEN
                   MOVE "Y" TO WS-PCT-BAD
               END-IF
           END-PERFORM
           IF WS-PCT-BAD = "Y" THEN
               MOVE "PERCENT ABOVE 100 - NOTHING BOOKED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           PERFORM SAVE-RATES

           PERFORM FIND-PROVISION-HELD
           INITIALIZE FD-PROVISION
           MOVE WS-TODAY-NUM TO PRV-RUN-DATE
           MOVE WS-NOW-TIME TO PRV-RUN-TIME
           PERFORM VARYING IND-BAND FROM 1 BY 1 UNTIL IND-BAND > 4
               MOVE WS-PCT (IND-BAND) TO PRV-BAND-PCT (IND-BAND)
           END-PERFORM
           PERFORM BAND-OPEN-INVOICES
           PERFORM PRICE-THE-BANDS
           COMPUTE PRV-BALANCE-BEFORE = WS-PRIOR-DELTAS - WS-WRITTEN-OFF
           COMPUTE PRV-DELTA = PRV-REQUIRED - PRV-BALANCE-BEFORE
           PERFORM SAVE-RUN
           PERFORM PRINT-RUN

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O PROVISION
           IF PROVISION-FS = NOT-FILE THEN
               OPEN OUTPUT PROVISION
           END-IF
           CLOSE PROVISION
           EXIT SECTION.

       LOAD-RATES SECTION.
           MOVE DEFAULT-PCT-1 TO WS-PCT (1)
           MOVE DEFAULT-PCT-2 TO WS-PCT (2)
           MOVE DEFAULT-PCT-3 TO WS-PCT (3)
           MOVE DEFAULT-PCT-4 TO WS-PCT (4)
           OPEN INPUT PROVRATE
           IF PROVRATE-FS = NOT-FILE THEN
               CLOSE PROVRATE
               EXIT SECTION
           END-IF
           READ PROVRATE
               NOT AT END
                   PERFORM VARYING IND-BAND FROM 1 BY 1
                           UNTIL IND-BAND > 4
                       MOVE PVR-PCT (IND-BAND) TO WS-PCT (IND-BAND)
                   END-PERFORM
           END-READ
           CLOSE PROVRATE
           EXIT SECTION.

       SAVE-RATES SECTION.
           OPEN OUTPUT PROVRATE
           PERFORM VARYING IND-BAND FROM 1 BY 1 UNTIL IND-BAND > 4
               MOVE WS-PCT (IND-BAND) TO PVR-PCT (IND-BAND)
           END-PERFORM
           MOVE WS-TODAY-NUM TO PVR-CHANGED-DATE
           WRITE FD-PROVRATE
           CLOSE PROVRATE
           EXIT SECTION.

      ******************************************************************
      *    EVERY OPEN INVOICE LANDS ITS OUTSTANDING BALANCE IN THE
      *    AGE BAND MATCHING ITS INVOICE DATE, AS ON THE AGED DEBTORS
      ******************************************************************
       BAND-OPEN-INVOICES SECTION.
           MOVE ZEROS TO WS-INVOICE-COUNT
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT INVOICES
           IF INVOICE-FS = NOT-FILE THEN
               CLOSE INVOICES
               EXIT SECTION
           END-IF
           OPEN INPUT RECEIPTS
           PERFORM UNTIL FLAG-TRUE = "E"
               READ INVOICES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF INV-STATUS-OPEN THEN
                           PERFORM BAND-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           CLOSE RECEIPTS
           CLOSE INVOICES
           EXIT SECTION.

       BAND-ONE-INVOICE SECTION.
           PERFORM SUM-RECEIPTS
           IF WS-PAID-SO-FAR >= INV-TOTAL THEN
               EXIT SECTION
           END-IF
           COMPUTE WS-OUTSTANDING = INV-TOTAL - WS-PAID-SO-FAR
           MOVE INV-DATE TO WS-INV-DATE-NUM
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - INTEGER-OF-DATE (WS-INV-DATE-NUM)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   MOVE 1 TO WS-BAND
               WHEN WS-AGE-DAYS < 60
                   MOVE 2 TO WS-BAND
               WHEN WS-AGE-DAYS < 90
                   MOVE 3 TO WS-BAND
               WHEN OTHER
                   MOVE 4 TO WS-BAND
           END-EVALUATE
           ADD WS-OUTSTANDING TO PRV-BAND-BASE (WS-BAND)
           ADD 1 TO WS-INVOICE-COUNT
           EXIT SECTION.

       SUM-RECEIPTS SECTION.
           MOVE ZEROS TO WS-PAID-SO-FAR
           IF RECEIPT-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-INNER
           MOVE INV-ID TO RCPT-INV-ID
           MOVE ZEROS TO RCPT-SEQ
           START RECEIPTS KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "E" TO FLAG-INNER
           END-START
           PERFORM UNTIL FLAG-INNER = "E"
               READ RECEIPTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-INNER
                   NOT AT END
                       IF RCPT-INV-ID NOT = INV-ID THEN
                           MOVE "E" TO FLAG-INNER
                       ELSE
                           ADD RCPT-AMOUNT TO WS-PAID-SO-FAR
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-INNER
           EXIT SECTION.

       PRICE-THE-BANDS SECTION.
           MOVE ZEROS TO PRV-REQUIRED
           PERFORM VARYING IND-BAND FROM 1 BY 1 UNTIL IND-BAND > 4
               COMPUTE PRV-BAND-AMOUNT (IND-BAND) ROUNDED =
                   PRV-BAND-BASE (IND-BAND) * PRV-BAND-PCT (IND-BAND)
                   / 100
               ADD PRV-BAND-AMOUNT (IND-BAND) TO PRV-REQUIRED
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    PROVISION HELD = EVERY EARLIER RUN'S DELTA LESS EVERY
      *    APPROVED WRITE-OFF, WHICH THE LEDGER CHARGES TO IT
      ******************************************************************
       FIND-PROVISION-HELD SECTION.
           MOVE ZEROS TO WS-PRIOR-DELTAS, WS-WRITTEN-OFF
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT PROVISION
           PERFORM UNTIL FLAG-TRUE = "E"
               READ PROVISION NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       ADD PRV-DELTA TO WS-PRIOR-DELTAS
               END-READ
           END-PERFORM
           CLOSE PROVISION
           MOVE SPACES TO FLAG-TRUE

           OPEN INPUT RECEIPTS
           IF RECEIPT-FS = NOT-FILE THEN
               MOVE "E" TO FLAG-TRUE
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ RECEIPTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RCPT-IS-WRITE-OFF THEN
                           ADD RCPT-AMOUNT TO WS-WRITTEN-OFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPTS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       SAVE-RUN SECTION.
           OPEN I-O PROVISION
           WRITE FD-PROVISION
               INVALID KEY
                   MOVE "RUN ALREADY BOOKED THIS SECOND - TRY AGAIN"
                     TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   MOVE 8 TO RETURN-CODE
           END-WRITE
           CLOSE PROVISION
           EXIT SECTION.

       PRINT-RUN SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE PRV-RUN-DATE TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-BAND FROM 1 BY 1 UNTIL IND-BAND > 4
               MOVE SPACES TO RPT-DETAIL
               MOVE RPT-BAND-NAME (IND-BAND) TO RPT-DET-BAND
               MOVE PRV-BAND-BASE (IND-BAND) TO RPT-DET-BASE
               MOVE PRV-BAND-PCT (IND-BAND) TO RPT-DET-PCT
               MOVE PRV-BAND-AMOUNT (IND-BAND) TO RPT-DET-AMOUNT
               WRITE REPORT-LINE FROM RPT-DETAIL
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE "PROVISION REQUIRED" TO RPT-TOT-LABEL
           MOVE PRV-REQUIRED TO RPT-TOT-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOTAL
           MOVE "PROVISION HELD BEFORE THIS RUN" TO RPT-TOT-LABEL
           MOVE PRV-BALANCE-BEFORE TO RPT-TOT-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOTAL
           MOVE "BOOKED THIS RUN (- = RELEASED)" TO RPT-TOT-LABEL
           MOVE PRV-DELTA TO RPT-TOT-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOTAL
           CLOSE REPORTFILE
           EXIT SECTION.

       END PROGRAM ARPROVISION.
