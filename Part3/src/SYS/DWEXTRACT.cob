      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DATA WAREHOUSE INTERFACE
      ******************************************************************
      *    NIGHTLY DATA-WAREHOUSE EXTRACT - ORDERS, ORDER LINES,
      *    DELIVERIES, INVOICES, STOCK MOVEMENTS AND PRODUCTION
      *    ACTUALS CARRY ONLY THE ROWS NEW, CHANGED OR GONE SINCE THE
      *    LAST RUN (FXDWSENT); THE MASTER-FILE DIMENSIONS COME FROM
      *    THE FXMASTJRNL ENTRIES WRITTEN SINCE. EVERY FILE HAS HEADER
      *    AND TRAILER CONTROLS (CB-DWROWS) AND EVERY RUN IS KEPT ON
      *    THE FXDWRUN LEDGER | V0.1 | 15.10.2026
      ******************************************************************
      *    A RUN THAT DID NOT COMPLETE, OR THAT DWLEDGER ASKED TO BE
      *    SENT AGAIN, IS RUN AGAIN UNDER ITS OWN NUMBER SO THE
      *    WAREHOUSE REPLACES IT RATHER THAN LOADING IT TWICE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWEXTRACT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDERS ASSIGN TO "FX-ORDERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ORDERS-ID
           ALTERNATE RECORD KEY IS FD-DELIVERY-DATE
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-ORDERS-SCHOOL-DATE-KEY
           WITH DUPLICATES
           FILE STATUS IS ORDERS-FS.

           SELECT ORDLINES ASSIGN TO "FX-ORDLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-KEY
           FILE STATUS IS ORDLINE-FS.

           SELECT PODFILE ASSIGN TO "FXPODFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POD-KEY
           FILE STATUS IS POD-FS.

           SELECT INVOICES ASSIGN TO "FXINVOICES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-ID
           FILE STATUS IS INVOICE-FS.

           SELECT INVENTORY ASSIGN TO "INVENTORYFILE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INVENTORY-FS.

           SELECT PRODACT ASSIGN TO "FXPRODACT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-KEY
           FILE STATUS IS PRODACT-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-ID
           ALTERNATE KEY IS SUPPLIER-TOWN WITH DUPLICATES
           ALTERNATE KEY IS SUPPLIER-NAME WITH DUPLICATES
           FILE STATUS IS SUPP-FS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INGREDS-ID
           FILE STATUS IS INGRED-STATUS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITE-FS.

           SELECT MASTJRNL ASSIGN TO "FXMASTJRNL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS MASTJRNL-FS.

           SELECT DWRUN ASSIGN TO "FXDWRUN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DWR-RUN-NO
           FILE STATUS IS DWRUN-FS.

           SELECT DWSENT ASSIGN TO "FXDWSENT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DWS-KEY
           FILE STATUS IS DWSENT-FS.

      *> ONE FILE PER SUBJECT AND RUN - "DW" PLUS THE RUN NUMBER PLUS
      *> THE FILE ID, SO A RUN SENT AGAIN OVERWRITES ONLY ITSELF
           SELECT DWOUT ASSIGN TO DYNAMIC WS-DW-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DWOUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  PODFILE.
       COPY FD-POD.

       FD  INVOICES.
       COPY FD-INVOICE.

       FD  INVENTORY.
       COPY FD-IM.

       FD  PRODACT.
       COPY FD-PRODACT.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  FXSUPPLY.
       COPY CB-SUPPLIERS.

       FD  FXINGRED.
       COPY FD-INGREDSFX.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  SITES.
       COPY FD-SITES.

       FD  MASTJRNL.
       COPY FD-MASTJRNL.

       FD  DWRUN.
       COPY FD-DWRUN.

       FD  DWSENT.
       COPY FD-DWSENT.

       FD  DWOUT.
       01  DWOUT-RECORD                         PIC X(210).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  POD-FS                               PIC 9(002).
       77  INVOICE-FS                           PIC 9(002).
       77  INVENTORY-FS                         PIC 9(002).
       77  PRODACT-FS                           PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SUPP-FS                              PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  SITE-FS                              PIC 9(002).
       77  MASTJRNL-FS                          PIC 9(002).
       77  DWRUN-FS                             PIC 9(002).
       77  DWSENT-FS                            PIC 9(002).
       77  DWOUT-FS                             PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).

       01  WS-TODAY-NUM                         PIC 9(008).
       01  WS-CLOCK-DATE                        PIC 9(008).
       01  WS-CLOCK-TIME                        PIC 9(008).

      *> THE LATEST ROW ON THE LEDGER, IF THERE IS ONE
       77  WS-LAST-FOUND                        PIC X(001).
       77  WS-LAST-RUN-NO                       PIC 9(006).
       77  WS-LAST-STATUS                       PIC X(001).
       77  WS-LAST-BASELINE                     PIC X(001).
       77  WS-LAST-RESEND                       PIC 9(003).
       77  WS-LAST-JRNL-FROM                    PIC 9(009).
       77  WS-LAST-JRNL-TO                      PIC 9(009).

      *> THIS RUN - Y IN WS-RUN-EXISTS WHEN IT IS A RUN AGAIN
       77  WS-RUN-NO                            PIC 9(006).
       77  WS-RUN-EXISTS                        PIC X(001).
       77  WS-BASELINE                          PIC X(001).
       77  WS-RESEND-COUNT                      PIC 9(003).
       77  WS-JRNL-COUNT                        PIC 9(009).
       77  WS-JRNL-FROM                         PIC 9(009).
       77  WS-JRNL-TO                           PIC 9(009).
       77  WS-JRNL-POS                          PIC 9(009).
       77  WS-REFUSED                           PIC X(001).
       01  WS-FILE-ROWS-TABLE.
           05 WS-FILE-ROWS OCCURS 7 TIMES       PIC 9(007).
       77  WS-TOTAL-ROWS                        PIC 9(007).

      *> THE SUBJECT BEING WRITTEN
       77  WS-DW-NAME                           PIC X(024).
       77  WS-SUBJECT                           PIC X(002).
       77  WS-FILE-ID                           PIC X(008).
       77  WS-FILE-IND                          PIC 9(001).
       77  WS-SOURCE-OPEN                       PIC X(001).
       77  WS-SWEEP-DONE                        PIC X(001).
       77  WS-CNT-ROWS                          PIC 9(007).
       77  WS-CNT-NEW                           PIC 9(007).
       77  WS-CNT-CHANGED                       PIC 9(007).
       77  WS-CNT-DELETED                       PIC 9(007).
       77  WS-HASH                              PIC 9(011)V99.

      *> THE ROW AS IT STANDS ON THE LIVE FILE TONIGHT
       01  WS-ROW-KEY                           PIC X(030).
       01  WS-ROW-BODY                          PIC X(200).
       77  WS-ROW-MEASURE                       PIC 9(009)V99.

      *> A DIMENSION ROW - THE CHANGE LETTER AND THE RECORD IMAGE THE
      *> ATTRIBUTES ARE TAKEN FROM
       77  WS-DIM-CHANGE                        PIC X(001).
       01  WS-DIM-IMAGE                         PIC X(512).

       COPY CB-DWROWS.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "DATA-WAREHOUSE RUN:"       LINE 11 COL 10.
           05 SS-RUN PIC 9(006) LINE 11 COL 45 FROM WS-RUN-NO.
           05 VALUE "ROWS SENT:"                LINE 12 COL 10.
           05 SS-ROWS PIC ZZZZZZ9 LINE 12 COL 45 FROM WS-TOTAL-ROWS.
           05 VALUE "PRESS ANY KEY"             LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM CREATE-FILES
           PERFORM FIND-LAST-RUN
           PERFORM COUNT-JOURNAL
           PERFORM CHOOSE-RUN
           IF WS-REFUSED = "Y" THEN
               DISPLAY CLEAR-SCREEN
               ACCEPT MESSAGE-SCREEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM MARK-RUN-STARTED

           OPEN I-O DWSENT
           PERFORM EXTRACT-ORDERS
           PERFORM EXTRACT-ORDLINES
           PERFORM EXTRACT-DELIVERIES
           PERFORM EXTRACT-INVOICES
           PERFORM EXTRACT-STOCK-MOVES
           PERFORM EXTRACT-PRODACT
           CLOSE DWSENT
           PERFORM EXTRACT-DIMENSIONS

      *> THE RUN IS ONLY COMPLETE ONCE EVERY FILE IS CLOSED
           PERFORM MARK-RUN-COMPLETE
           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           MOVE ZEROS TO RETURN-CODE
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O DWRUN
           IF DWRUN-FS = NOT-FILE THEN
               OPEN OUTPUT DWRUN
           END-IF
           CLOSE DWRUN
           OPEN I-O DWSENT
           IF DWSENT-FS = NOT-FILE THEN
               OPEN OUTPUT DWSENT
           END-IF
           CLOSE DWSENT
           EXIT SECTION.

       FIND-LAST-RUN SECTION.
           MOVE "N" TO WS-LAST-FOUND
           OPEN INPUT DWRUN
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ DWRUN NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE "Y" TO WS-LAST-FOUND
                       MOVE DWR-RUN-NO TO WS-LAST-RUN-NO
                       MOVE DWR-STATUS TO WS-LAST-STATUS
                       MOVE DWR-BASELINE TO WS-LAST-BASELINE
                       MOVE DWR-RESEND-COUNT TO WS-LAST-RESEND
                       MOVE DWR-JRNL-FROM TO WS-LAST-JRNL-FROM
                       MOVE DWR-JRNL-TO TO WS-LAST-JRNL-TO
               END-READ
           END-PERFORM
           CLOSE DWRUN
           EXIT SECTION.

       COUNT-JOURNAL SECTION.
           MOVE ZEROS TO WS-JRNL-COUNT
           OPEN INPUT MASTJRNL
           IF MASTJRNL-FS = NOT-FILE THEN
               CLOSE MASTJRNL
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ MASTJRNL
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END ADD 1 TO WS-JRNL-COUNT
               END-READ
           END-PERFORM
           CLOSE MASTJRNL
           EXIT SECTION.

      ******************************************************************
      *    A COMPLETE LAST RUN MEANS A NEW NUMBER STARTING WHERE IT
      *    STOPPED READING THE JOURNAL. A LAST RUN STILL MARKED
      *    STARTED (IT FAILED) OR MARKED FOR RE-SENDING IS RUN AGAIN
      *    FROM ITS OWN STARTING POINT. THE FIRST RUN EVER IS THE
      *    BASELINE: IT SENDS EVERY MASTER RECORD, SO THE JOURNAL
      *    BEFORE IT IS NOT NEEDED
      ******************************************************************
       CHOOSE-RUN SECTION.
           MOVE SPACES TO WS-REFUSED
           EVALUATE TRUE
           WHEN WS-LAST-FOUND = "N"
               MOVE 1 TO WS-RUN-NO
               MOVE "N" TO WS-RUN-EXISTS
               MOVE "Y" TO WS-BASELINE
               MOVE ZEROS TO WS-RESEND-COUNT
               MOVE ZEROS TO WS-JRNL-FROM
           WHEN WS-LAST-STATUS = "C"
               COMPUTE WS-RUN-NO = WS-LAST-RUN-NO + 1
               MOVE "N" TO WS-RUN-EXISTS
               MOVE "N" TO WS-BASELINE
               MOVE ZEROS TO WS-RESEND-COUNT
               MOVE WS-LAST-JRNL-TO TO WS-JRNL-FROM
           WHEN OTHER
               MOVE WS-LAST-RUN-NO TO WS-RUN-NO
               MOVE "Y" TO WS-RUN-EXISTS
               MOVE WS-LAST-BASELINE TO WS-BASELINE
               COMPUTE WS-RESEND-COUNT = WS-LAST-RESEND + 1
               MOVE WS-LAST-JRNL-FROM TO WS-JRNL-FROM
           END-EVALUATE
           IF WS-BASELINE = "Y" THEN
               MOVE WS-JRNL-COUNT TO WS-JRNL-FROM
           END-IF
      *> A JOURNAL SHORTER THAN THE LEDGER SAYS WAS ALREADY READ HAS
      *> BEEN REPLACED OR CUT - THE DIMENSION CHANGES CANNOT BE TOLD
           IF WS-JRNL-COUNT < WS-JRNL-FROM THEN
               MOVE "Y" TO WS-REFUSED
               MOVE "REFUSED - FXMASTJRNL SHORTER THAN THE LEDGER SAYS"
                 TO WS-ERROR-TEXT
           END-IF
           MOVE WS-JRNL-COUNT TO WS-JRNL-TO
           EXIT SECTION.

       MARK-RUN-STARTED SECTION.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME
           OPEN I-O DWRUN
           MOVE WS-RUN-NO TO DWR-RUN-NO
           IF WS-RUN-EXISTS = "Y" THEN
               READ DWRUN
                   INVALID KEY MOVE "N" TO WS-RUN-EXISTS
               END-READ
           END-IF
           IF WS-RUN-EXISTS NOT = "Y" THEN
               INITIALIZE FD-DWRUN
               MOVE WS-RUN-NO TO DWR-RUN-NO
               MOVE SPACES TO DWR-RESEND-BY
           END-IF
           MOVE WS-TODAY-NUM TO DWR-BUSINESS-DATE
           MOVE WS-CLOCK-DATE TO DWR-START-DATE
           MOVE WS-CLOCK-TIME TO DWR-START-TIME
           MOVE ZEROS TO DWR-END-DATE DWR-END-TIME
           MOVE "S" TO DWR-STATUS
           MOVE WS-BASELINE TO DWR-BASELINE
           MOVE WS-RESEND-COUNT TO DWR-RESEND-COUNT
           MOVE WS-JRNL-FROM TO DWR-JRNL-FROM
           MOVE WS-JRNL-TO TO DWR-JRNL-TO
           IF WS-RUN-EXISTS = "Y" THEN
               REWRITE FD-DWRUN
           ELSE
               WRITE FD-DWRUN
           END-IF
           CLOSE DWRUN
           MOVE ZEROS TO WS-FILE-ROWS-TABLE
           EXIT SECTION.

       MARK-RUN-COMPLETE SECTION.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE ZEROS TO WS-TOTAL-ROWS
           OPEN I-O DWRUN
           MOVE WS-RUN-NO TO DWR-RUN-NO
           READ DWRUN
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-CLOCK-DATE TO DWR-END-DATE
                   MOVE WS-CLOCK-TIME TO DWR-END-TIME
                   MOVE "C" TO DWR-STATUS
                   PERFORM VARYING WS-FILE-IND FROM 1 BY 1
                   UNTIL WS-FILE-IND > 7
                       MOVE WS-FILE-ROWS (WS-FILE-IND)
                         TO DWR-FILE-ROWS (WS-FILE-IND)
                       ADD WS-FILE-ROWS (WS-FILE-IND) TO WS-TOTAL-ROWS
                   END-PERFORM
                   REWRITE FD-DWRUN
           END-READ
           CLOSE DWRUN
           EXIT SECTION.

      ******************************************************************
      *    ONE OUTPUT FILE: NAME, HEADER, COUNTERS. THE SUBJECT, FILE
      *    ID AND LEDGER SLOT ARE SET BY THE CALLER
      ******************************************************************
       OPEN-SUBJECT SECTION.
           MOVE SPACES TO WS-DW-NAME
           STRING "DW" WS-RUN-NO DELIMITED BY SIZE
               WS-FILE-ID DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE INTO WS-DW-NAME
           OPEN OUTPUT DWOUT
           MOVE ZEROS TO WS-CNT-ROWS WS-CNT-NEW WS-CNT-CHANGED
               WS-CNT-DELETED WS-HASH
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-FILE-ID TO DWH-FILE-ID
           MOVE WS-RUN-NO TO DWH-RUN-NO
           MOVE WS-TODAY-NUM TO DWH-BUSINESS-DATE
           MOVE WS-CLOCK-DATE TO DWH-CREATED-DATE
           MOVE WS-CLOCK-TIME (1:6) TO DWH-CREATED-TIME
           MOVE WS-RESEND-COUNT TO DWH-RESEND-COUNT
           MOVE WS-BASELINE TO DWH-BASELINE
           WRITE DWOUT-RECORD FROM DW-HEADER-ROW
           EXIT SECTION.

       CLOSE-SUBJECT SECTION.
           MOVE WS-FILE-ID TO DWT-FILE-ID
           MOVE WS-RUN-NO TO DWT-RUN-NO
           MOVE WS-CNT-ROWS TO DWT-ROWS
           MOVE WS-CNT-NEW TO DWT-NEW
           MOVE WS-CNT-CHANGED TO DWT-CHANGED
           MOVE WS-CNT-DELETED TO DWT-DELETED
           MOVE WS-HASH TO DWT-HASH
           WRITE DWOUT-RECORD FROM DW-TRAILER-ROW
           CLOSE DWOUT
           MOVE WS-CNT-ROWS TO WS-FILE-ROWS (WS-FILE-IND)
           EXIT SECTION.

      ******************************************************************
      *    CHANGE CAPTURE FOR ONE FACT ROW AGAINST FXDWSENT. A KEY NOT
      *    SENT BEFORE GOES OUT NEW; ONE WHOSE ROW DIFFERS FROM THE
      *    LAST ONE SENT, OR THAT HAD GONE AND IS BACK, GOES OUT
      *    CHANGED. WHEN THIS RUN IS BEING RUN AGAIN, THE ROWS IT HAD
      *    ALREADY SENT GO OUT AGAIN WITH THEIR OWN CHANGE SO THE
      *    REPLACEMENT LOAD IS WHOLE
      ******************************************************************
       CAPTURE-ROW SECTION.
           MOVE WS-SUBJECT TO DWS-SUBJECT
           MOVE WS-ROW-KEY TO DWS-RECORD-KEY
           READ DWSENT
               INVALID KEY PERFORM CAPTURE-NEW-ROW
               NOT INVALID KEY PERFORM RECAPTURE-ROW
           END-READ
           EXIT SECTION.

       CAPTURE-NEW-ROW SECTION.
           MOVE WS-SUBJECT TO DWS-SUBJECT
           MOVE WS-ROW-KEY TO DWS-RECORD-KEY
           MOVE WS-RUN-NO TO DWS-SENT-RUN
           MOVE WS-RUN-NO TO DWS-SEEN-RUN
           MOVE "N" TO DWS-CHANGE
           MOVE "L" TO DWS-STATE
           MOVE WS-ROW-BODY TO DWS-ROW-IMAGE
           WRITE FD-DWSENT
           PERFORM EMIT-ROW
           EXIT SECTION.

       RECAPTURE-ROW SECTION.
           MOVE WS-RUN-NO TO DWS-SEEN-RUN
           EVALUATE TRUE
           WHEN DWS-SENT-RUN = WS-RUN-NO
               IF DWS-GONE THEN
                   MOVE "C" TO DWS-CHANGE
                   MOVE "L" TO DWS-STATE
               END-IF
               MOVE WS-ROW-BODY TO DWS-ROW-IMAGE
               REWRITE FD-DWSENT
               PERFORM EMIT-ROW
           WHEN DWS-GONE
           WHEN DWS-ROW-IMAGE NOT = WS-ROW-BODY
               MOVE WS-RUN-NO TO DWS-SENT-RUN
               MOVE "C" TO DWS-CHANGE
               MOVE "L" TO DWS-STATE
               MOVE WS-ROW-BODY TO DWS-ROW-IMAGE
               REWRITE FD-DWSENT
               PERFORM EMIT-ROW
           WHEN OTHER
               REWRITE FD-DWSENT
           END-EVALUATE
           EXIT SECTION.

       EMIT-ROW SECTION.
           MOVE DWS-CHANGE TO DWD-CHANGE
           MOVE DWS-ROW-IMAGE TO DWD-BODY
           WRITE DWOUT-RECORD FROM DW-DATA-ROW
           ADD 1 TO WS-CNT-ROWS
           EVALUATE TRUE
           WHEN DWS-CHANGE-NEW
               ADD 1 TO WS-CNT-NEW
               ADD WS-ROW-MEASURE TO WS-HASH
           WHEN DWS-CHANGE-CHANGED
               ADD 1 TO WS-CNT-CHANGED
               ADD WS-ROW-MEASURE TO WS-HASH
           WHEN OTHER
               ADD 1 TO WS-CNT-DELETED
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************
      *    EVERY ROW OF THE SUBJECT STILL LIVE ON FXDWSENT THAT
      *    TONIGHT'S READ DID NOT FIND HAS BEEN DELETED OR ARCHIVED -
      *    IT GOES OUT ONCE AS D WITH THE LAST ROW SENT. NOT DONE WHEN
      *    THE SOURCE FILE IS MISSING, SO A LOST FILE DOES NOT EMPTY
      *    THE WAREHOUSE
      ******************************************************************
       SWEEP-SUBJECT SECTION.
           IF WS-SOURCE-OPEN NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE WS-SUBJECT TO DWS-SUBJECT
           MOVE LOW-VALUES TO DWS-RECORD-KEY
           MOVE ZEROS TO WS-ROW-MEASURE
           START DWSENT KEY IS NOT LESS THAN DWS-KEY
               INVALID KEY EXIT SECTION
           END-START
           MOVE SPACES TO WS-SWEEP-DONE
           PERFORM UNTIL WS-SWEEP-DONE = "Y"
               READ DWSENT NEXT RECORD
                   AT END MOVE "Y" TO WS-SWEEP-DONE
                   NOT AT END
                       IF DWS-SUBJECT NOT = WS-SUBJECT THEN
                           MOVE "Y" TO WS-SWEEP-DONE
                       ELSE
                           PERFORM SWEEP-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       SWEEP-ONE-ROW SECTION.
           IF DWS-SEEN-RUN = WS-RUN-NO THEN
               EXIT SECTION
           END-IF
           IF DWS-LIVE THEN
               MOVE WS-RUN-NO TO DWS-SENT-RUN
               MOVE "D" TO DWS-CHANGE
               MOVE "D" TO DWS-STATE
               REWRITE FD-DWSENT
               PERFORM EMIT-ROW
               EXIT SECTION
           END-IF
           IF DWS-SENT-RUN = WS-RUN-NO THEN
               PERFORM EMIT-ROW
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    THE FACT SUBJECTS, ONE FILE EACH
      ******************************************************************
       EXTRACT-ORDERS SECTION.
           MOVE "OR" TO WS-SUBJECT
           MOVE "ORDERS" TO WS-FILE-ID
           MOVE 1 TO WS-FILE-IND
           PERFORM OPEN-SUBJECT
           MOVE "Y" TO WS-SOURCE-OPEN
           OPEN INPUT ORDERS
           IF ORDERS-FS = NOT-FILE THEN
               MOVE "N" TO WS-SOURCE-OPEN
           ELSE
               MOVE SPACES TO FLAG-TRUE
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ ORDERS NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           PERFORM FORMAT-ORDER
                           PERFORM CAPTURE-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ORDERS
           PERFORM SWEEP-SUBJECT
           PERFORM CLOSE-SUBJECT
           EXIT SECTION.

       FORMAT-ORDER SECTION.
           MOVE SPACES TO WS-ROW-KEY
           MOVE FD-ORDERS-ID TO WS-ROW-KEY (1:5)
           MOVE FD-ORDERS-ID TO DWO-ORDER-ID
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO DWO-SCHOOL-ID
           MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO DWO-SANDWICH-ID
           MOVE FD-ORDERS-QUANTITY TO DWO-QUANTITY
           MOVE FD-ORDERS-DATE TO DWO-ORDER-DATE
           MOVE FD-DELIVERY-DATE TO DWO-DELIVERY-DATE
           MOVE FD-DELIVERY-TIME TO DWO-DELIVERY-TIME
           MOVE FD-ORDERS-STATUS TO DWO-STATUS
           MOVE FD-ORDERS-CONFIRMED TO DWO-CONFIRMED
           MOVE FD-ORDERS-DELIVERY-POINT TO DWO-DELIVERY-POINT
           MOVE DW-ORDER-BODY TO WS-ROW-BODY
           MOVE FD-ORDERS-QUANTITY TO WS-ROW-MEASURE
           EXIT SECTION.

       EXTRACT-ORDLINES SECTION.
           MOVE "OL" TO WS-SUBJECT
           MOVE "ORDLINES" TO WS-FILE-ID
           MOVE 2 TO WS-FILE-IND
           PERFORM OPEN-SUBJECT
           MOVE "Y" TO WS-SOURCE-OPEN
           OPEN INPUT ORDLINES
           IF ORDLINE-FS = NOT-FILE THEN
               MOVE "N" TO WS-SOURCE-OPEN
           ELSE
               MOVE SPACES TO FLAG-TRUE
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ ORDLINES NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           PERFORM FORMAT-ORDLINE
                           PERFORM CAPTURE-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ORDLINES
           PERFORM SWEEP-SUBJECT
           PERFORM CLOSE-SUBJECT
           EXIT SECTION.

       FORMAT-ORDLINE SECTION.
           MOVE OL-KEY TO WS-ROW-KEY
           MOVE OL-ORDER-ID TO DWL-ORDER-ID
           MOVE OL-LINE-NO TO DWL-LINE-NO
           MOVE OL-SANDWICH-ID TO DWL-SANDWICH-ID
           MOVE OL-QUANTITY TO DWL-QUANTITY
           MOVE OL-TIER-CODE TO DWL-TIER-CODE
           MOVE DW-ORDLINE-BODY TO WS-ROW-BODY
           MOVE OL-QUANTITY TO WS-ROW-MEASURE
           EXIT SECTION.

       EXTRACT-DELIVERIES SECTION.
           MOVE "DL" TO WS-SUBJECT
           MOVE "DELIVERY" TO WS-FILE-ID
           MOVE 3 TO WS-FILE-IND
           PERFORM OPEN-SUBJECT
           MOVE "Y" TO WS-SOURCE-OPEN
           OPEN INPUT PODFILE
           IF POD-FS = NOT-FILE THEN
               MOVE "N" TO WS-SOURCE-OPEN
           ELSE
               MOVE SPACES TO FLAG-TRUE
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ PODFILE NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           PERFORM FORMAT-DELIVERY
                           PERFORM CAPTURE-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PODFILE
           PERFORM SWEEP-SUBJECT
           PERFORM CLOSE-SUBJECT
           EXIT SECTION.

      *> THE RECEIVER'S NAME IS PERSONAL DATA AND STAYS BEHIND
       FORMAT-DELIVERY SECTION.
           MOVE POD-KEY TO WS-ROW-KEY
           MOVE POD-DATE TO DWP-DELIVERY-DATE
           MOVE POD-ORDER-ID TO DWP-ORDER-ID
           MOVE POD-ARRIVAL-TIME TO DWP-ARRIVAL-TIME
           MOVE POD-OUTCOME TO DWP-OUTCOME
           MOVE POD-FAIL-REASON TO DWP-FAIL-REASON
           MOVE POD-DECISION TO DWP-DECISION
           MOVE POD-REDELIVERY-DATE TO DWP-REDELIVERY-DATE
           MOVE POD-DISPOSAL TO DWP-DISPOSAL
           MOVE POD-TRIP-COST TO DWP-TRIP-COST
           MOVE POD-PRODUCT-COST TO DWP-PRODUCT-COST
           MOVE POD-DECIDED-DATE TO DWP-DECIDED-DATE
           MOVE DW-DELIVERY-BODY TO WS-ROW-BODY
           MOVE POD-PRODUCT-COST TO WS-ROW-MEASURE
           EXIT SECTION.

       EXTRACT-INVOICES SECTION.
           MOVE "IV" TO WS-SUBJECT
           MOVE "INVOICES" TO WS-FILE-ID
           MOVE 4 TO WS-FILE-IND
           PERFORM OPEN-SUBJECT
           MOVE "Y" TO WS-SOURCE-OPEN
           OPEN INPUT INVOICES
           IF INVOICE-FS = NOT-FILE THEN
               MOVE "N" TO WS-SOURCE-OPEN
           ELSE
               MOVE SPACES TO FLAG-TRUE
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ INVOICES NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           PERFORM FORMAT-INVOICE
                           PERFORM CAPTURE-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INVOICES
           PERFORM SWEEP-SUBJECT
           PERFORM CLOSE-SUBJECT
           EXIT SECTION.

       FORMAT-INVOICE SECTION.
           MOVE SPACES TO WS-ROW-KEY
           MOVE INV-ID TO WS-ROW-KEY (1:6)
           MOVE INV-ID TO DWI-INVOICE-ID
           MOVE INV-SCHOOL-ID TO DWI-SCHOOL-ID
           MOVE INV-PERIOD TO DWI-PERIOD
           MOVE INV-DATE TO DWI-INVOICE-DATE
           MOVE INV-NET-TOTAL TO DWI-NET
           MOVE INV-VAT-TOTAL TO DWI-VAT
           MOVE INV-TOTAL TO DWI-GROSS
           MOVE INV-STATUS TO DWI-STATUS
           MOVE INV-DOC-TYPE TO DWI-DOC-TYPE
           MOVE INV-ORIGIN-INV-ID TO DWI-ORIGIN-ID
           MOVE DW-INVOICE-BODY TO WS-ROW-BODY
           MOVE INV-TOTAL TO WS-ROW-MEASURE
           EXIT SECTION.

       EXTRACT-STOCK-MOVES SECTION.
           MOVE "SM" TO WS-SUBJECT
           MOVE "STOCKMOV" TO WS-FILE-ID
           MOVE 5 TO WS-FILE-IND
           PERFORM OPEN-SUBJECT
           MOVE "Y" TO WS-SOURCE-OPEN
           OPEN INPUT INVENTORY
           IF INVENTORY-FS = NOT-FILE THEN
               MOVE "N" TO WS-SOURCE-OPEN
           ELSE
               MOVE SPACES TO FLAG-TRUE
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ INVENTORY
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           PERFORM FORMAT-STOCK-MOVE
                           PERFORM CAPTURE-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INVENTORY
           PERFORM SWEEP-SUBJECT
           PERFORM CLOSE-SUBJECT
           EXIT SECTION.

      *> INVENTORYFILE HAS NO KEY - A MOVEMENT IS KNOWN BY WHERE,
      *> WHAT, WHICH LOT AND WHEN IT CAME IN
       FORMAT-STOCK-MOVE SECTION.
           MOVE SPACES TO WS-ROW-KEY
           STRING MOVE-SITE-ID INGRED-ID MOVE-BATCH-LOT TIME-MOVE-IN
               MOVE-IN-ID DELIMITED BY SIZE INTO WS-ROW-KEY
           MOVE MOVE-SITE-ID TO DWM-SITE-ID
           MOVE INGRED-ID TO DWM-INGRED-ID
           MOVE MOVE-BATCH-LOT TO DWM-BATCH-LOT
           MOVE MOVE-IN-ID TO DWM-IN-ID
           MOVE TIME-MOVE-IN TO DWM-IN-TIME
           MOVE MOVE-OUT-ID TO DWM-OUT-ID
           MOVE TIME-MOVE-OUT TO DWM-OUT-TIME
           MOVE MOVE-IN-QTD TO DWM-IN-QTY
           MOVE MOVE-OUT-QTD TO DWM-OUT-QTY
           MOVE MOVE-SUPPLY-ID TO DWM-SUPPLY-ID
           MOVE MOVE-REASON-CODE TO DWM-REASON
           MOVE DW-STOCK-BODY TO WS-ROW-BODY
           COMPUTE WS-ROW-MEASURE = MOVE-IN-QTD + MOVE-OUT-QTD
           EXIT SECTION.

       EXTRACT-PRODACT SECTION.
           MOVE "PA" TO WS-SUBJECT
           MOVE "PRODACT" TO WS-FILE-ID
           MOVE 6 TO WS-FILE-IND
           PERFORM OPEN-SUBJECT
           MOVE "Y" TO WS-SOURCE-OPEN
           OPEN INPUT PRODACT
           IF PRODACT-FS = NOT-FILE THEN
               MOVE "N" TO WS-SOURCE-OPEN
           ELSE
               MOVE SPACES TO FLAG-TRUE
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ PRODACT NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           PERFORM FORMAT-PRODACT
                           PERFORM CAPTURE-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PRODACT
           PERFORM SWEEP-SUBJECT
           PERFORM CLOSE-SUBJECT
           EXIT SECTION.

       FORMAT-PRODACT SECTION.
           MOVE PA-KEY TO WS-ROW-KEY
           MOVE PA-SITE-ID TO DWA-SITE-ID
           MOVE PA-DATE TO DWA-PROD-DATE
           MOVE PA-SANDWICH-ID TO DWA-SANDWICH-ID
           MOVE PA-INGRED-ID TO DWA-INGRED-ID
           MOVE PA-MADE-QTY TO DWA-MADE-QTY
           MOVE PA-STD-QTY TO DWA-STD-QTY
           MOVE PA-ACT-QTY TO DWA-ACT-QTY
           MOVE DW-PRODACT-BODY TO WS-ROW-BODY
           MOVE PA-MADE-QTY TO WS-ROW-MEASURE
           EXIT SECTION.

      ******************************************************************
      *    THE DIMENSIONS: THE BASELINE RUN SENDS EVERY RECORD OF THE
      *    FIVE MASTER FILES AS B; EVERY LATER RUN SENDS THE JOURNAL
      *    ENTRIES FOR THEM WRITTEN SINCE THE LAST RUN, IN ORDER
      ******************************************************************
       EXTRACT-DIMENSIONS SECTION.
           MOVE "DM" TO WS-SUBJECT
           MOVE "DIMS" TO WS-FILE-ID
           MOVE 7 TO WS-FILE-IND
           PERFORM OPEN-SUBJECT
           MOVE ZEROS TO WS-ROW-MEASURE
           IF WS-BASELINE = "Y" THEN
               PERFORM BASELINE-DIMENSIONS
           ELSE
               PERFORM JOURNAL-DIMENSIONS
           END-IF
           PERFORM CLOSE-SUBJECT
           EXIT SECTION.

       JOURNAL-DIMENSIONS SECTION.
           OPEN INPUT MASTJRNL
           IF MASTJRNL-FS = NOT-FILE THEN
               CLOSE MASTJRNL
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-JRNL-POS
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ MASTJRNL
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       ADD 1 TO WS-JRNL-POS
                       IF WS-JRNL-POS > WS-JRNL-TO THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF WS-JRNL-POS > WS-JRNL-FROM THEN
                               PERFORM JOURNAL-ONE-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTJRNL
           EXIT SECTION.

      *> AN ERASURE CARRIES NO VALUES - THE ROW ONLY TELLS THE
      *> WAREHOUSE WHICH KEY TO ANONYMISE
       JOURNAL-ONE-ENTRY SECTION.
           EVALUATE MJR-FILE-TAG
           WHEN "SCHOOLS"
           WHEN "SUPPLIERS"
           WHEN "FXINGREDS"
           WHEN "FXSR"
           WHEN "SITES"
               CONTINUE
           WHEN OTHER
               EXIT SECTION
           END-EVALUATE
           MOVE MJR-FILE-TAG TO DWN-DIMENSION
           MOVE MJR-RECORD-KEY TO DWN-RECORD-KEY
           MOVE MJR-DATE TO DWN-JRNL-DATE
           MOVE MJR-TIME TO DWN-JRNL-TIME
           MOVE MJR-USER-ROLE TO DWN-USER-ROLE
           MOVE MJR-ACTION TO WS-DIM-CHANGE
           MOVE SPACES TO DWN-ATTRIBUTES
           EVALUATE TRUE
           WHEN MJR-ACTION-ERASE
               CONTINUE
           WHEN MJR-ACTION-DELETE
               MOVE MJR-BEFORE-IMAGE TO WS-DIM-IMAGE
               PERFORM FORMAT-IMAGE-ATTRIBUTES
           WHEN OTHER
               MOVE MJR-AFTER-IMAGE TO WS-DIM-IMAGE
               PERFORM FORMAT-IMAGE-ATTRIBUTES
           END-EVALUATE
           PERFORM EMIT-DIM-ROW
           EXIT SECTION.

       FORMAT-IMAGE-ATTRIBUTES SECTION.
           EVALUATE DWN-DIMENSION
           WHEN "SCHOOLS"
               MOVE WS-DIM-IMAGE TO SCHOOL-DETAILS
               PERFORM FORMAT-SCHOOL-ATTR
           WHEN "SUPPLIERS"
               MOVE WS-DIM-IMAGE TO SUPPLIER-DETAILS
               PERFORM FORMAT-SUPPLIER-ATTR
           WHEN "FXINGREDS"
               MOVE WS-DIM-IMAGE TO FD-INGREDSFX
               PERFORM FORMAT-INGRED-ATTR
           WHEN "FXSR"
               MOVE WS-DIM-IMAGE TO SR-REC
               PERFORM FORMAT-SANDWICH-ATTR
           WHEN "SITES"
               MOVE WS-DIM-IMAGE TO FD-SITE-DETAILS
               PERFORM FORMAT-SITE-ATTR
           END-EVALUATE
           EXIT SECTION.

       FORMAT-SCHOOL-ATTR SECTION.
           MOVE SCHOOL-EXTERNAL-ID TO DWN-SCH-EXTERNAL-ID
           MOVE SCHOOL-DESIGNATION1 TO DWN-SCH-NAME
           MOVE SCHOOL-POSTAL-CODE TO DWN-SCH-POSTAL-CODE
           MOVE SCHOOL-TOWN TO DWN-SCH-TOWN
           MOVE DW-SCHOOL-ATTR TO DWN-ATTRIBUTES
           EXIT SECTION.

       FORMAT-SUPPLIER-ATTR SECTION.
           MOVE SUPPLIER-NAME TO DWN-SUP-NAME
           MOVE SUPPLIER-POSTAL-CODE TO DWN-SUP-POSTAL-CODE
           MOVE SUPPLIER-TOWN TO DWN-SUP-TOWN
           MOVE SUPPLIER-IS-ACTIVE TO DWN-SUP-IS-ACTIVE
           MOVE DW-SUPPLIER-ATTR TO DWN-ATTRIBUTES
           EXIT SECTION.

       FORMAT-INGRED-ATTR SECTION.
           MOVE INGREDS-NAME TO DWN-ING-NAME
           MOVE DW-INGRED-ATTR TO DWN-ATTRIBUTES
           EXIT SECTION.

       FORMAT-SANDWICH-ATTR SECTION.
           MOVE SR-EID TO DWN-SR-EXTERNAL-ID
           MOVE SR-S-DESCRIPTION TO DWN-SR-DESCRIPTION
           MOVE SR-SHELF-DAYS TO DWN-SR-SHELF-DAYS
           MOVE SR-LIFECYCLE TO DWN-SR-LIFECYCLE
           MOVE SR-PHASEOUT-DATE TO DWN-SR-PHASEOUT-DATE
           MOVE DW-SANDWICH-ATTR TO DWN-ATTRIBUTES
           EXIT SECTION.

       FORMAT-SITE-ATTR SECTION.
           MOVE FD-SITE-NAME TO DWN-SIT-NAME
           MOVE FD-SITE-ADDRESS TO DWN-SIT-ADDRESS
           MOVE FD-SITE-IS-ACTIVE TO DWN-SIT-IS-ACTIVE
           MOVE FD-SITE-CAPACITY TO DWN-SIT-CAPACITY
           MOVE DW-SITE-ATTR TO DWN-ATTRIBUTES
           EXIT SECTION.

       EMIT-DIM-ROW SECTION.
           MOVE WS-DIM-CHANGE TO DWD-CHANGE
           MOVE DW-DIM-BODY TO DWD-BODY
           WRITE DWOUT-RECORD FROM DW-DATA-ROW
           ADD 1 TO WS-CNT-ROWS
           EVALUATE WS-DIM-CHANGE
           WHEN "A"
           WHEN "B"
               ADD 1 TO WS-CNT-NEW
           WHEN "D"
           WHEN "E"
               ADD 1 TO WS-CNT-DELETED
           WHEN OTHER
               ADD 1 TO WS-CNT-CHANGED
           END-EVALUATE
           EXIT SECTION.

      ******************************************************************
      *    BASELINE - EVERY MASTER RECORD AS IT STANDS, DATED WITH THE
      *    BUSINESS DATE AND NO ROLE
      ******************************************************************
       BASELINE-DIMENSIONS SECTION.
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE "B" TO WS-DIM-CHANGE
           MOVE WS-TODAY-NUM TO DWN-JRNL-DATE
           MOVE WS-CLOCK-TIME TO DWN-JRNL-TIME
           MOVE ZEROS TO DWN-USER-ROLE

           MOVE "SCHOOLS" TO DWN-DIMENSION
           OPEN INPUT SCHOOLS
           IF SCHOOL-FS NOT = NOT-FILE THEN
               MOVE SPACES TO FLAG-TRUE
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ SCHOOLS NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           MOVE SPACES TO DWN-RECORD-KEY
                           MOVE SCHOOL-INTERNAL-ID
                             TO DWN-RECORD-KEY (1:3)
                           PERFORM FORMAT-SCHOOL-ATTR
                           PERFORM EMIT-DIM-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SCHOOLS

           MOVE "SUPPLIERS" TO DWN-DIMENSION
           OPEN INPUT FXSUPPLY
           IF SUPP-FS NOT = NOT-FILE THEN
               MOVE SPACES TO FLAG-TRUE
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ FXSUPPLY NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           MOVE SPACES TO DWN-RECORD-KEY
                           MOVE SUPPLIER-ID TO DWN-RECORD-KEY (1:3)
                           PERFORM FORMAT-SUPPLIER-ATTR
                           PERFORM EMIT-DIM-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXSUPPLY

           MOVE "FXINGREDS" TO DWN-DIMENSION
           OPEN INPUT FXINGRED
           IF INGRED-STATUS NOT = NOT-FILE THEN
               MOVE SPACES TO FLAG-TRUE
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ FXINGRED NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           MOVE SPACES TO DWN-RECORD-KEY
                           MOVE INGREDS-ID TO DWN-RECORD-KEY (1:3)
                           PERFORM FORMAT-INGRED-ATTR
                           PERFORM EMIT-DIM-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXINGRED

           MOVE "FXSR" TO DWN-DIMENSION
           OPEN INPUT SANDWICHES
           IF SANDWICH-FS NOT = NOT-FILE THEN
               MOVE SPACES TO FLAG-TRUE
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ SANDWICHES NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           MOVE SPACES TO DWN-RECORD-KEY
                           MOVE SR-IID TO DWN-RECORD-KEY (1:3)
                           PERFORM FORMAT-SANDWICH-ATTR
                           PERFORM EMIT-DIM-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SANDWICHES

           MOVE "SITES" TO DWN-DIMENSION
           OPEN INPUT SITES
           IF SITE-FS NOT = NOT-FILE THEN
               MOVE SPACES TO FLAG-TRUE
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ SITES NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           MOVE SPACES TO DWN-RECORD-KEY
                           MOVE FD-SITE-ID TO DWN-RECORD-KEY (1:3)
                           PERFORM FORMAT-SITE-ATTR
                           PERFORM EMIT-DIM-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SITES
           EXIT SECTION.

       END PROGRAM DWEXTRACT.
