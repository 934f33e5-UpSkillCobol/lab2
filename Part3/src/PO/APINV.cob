      ******************************************************************
      *    SUPPLIER INVOICE ENTRY WITH THREE-WAY MATCH | V0.1
      *    22.08.2026
      ******************************************************************
      *    OPEN DEBIT NOTES FOR GOODS SENT BACK ON THE SAME ORDER ARE
      *    TAKEN OFF THE INVOICE BEFORE IT IS COMPARED WITH WHAT WAS
      *    RECEIVED; A MATCHED INVOICE CLAIMS THEM SO THEY COUNT ONCE
      ******************************************************************
      *    FREIGHT AND DELIVERY CHARGES KEYED ON THE ORDER IN LANDCOST
      *    ARE BILLED ON TOP OF THE GOODS, SO THEY ARE ADDED TO THE
      *    RECEIVED VALUE AND CLAIMED THE SAME WAY
      ******************************************************************

       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INVENTORY-FS.

           SELECT SUPRETS ASSIGN TO "FXSUPRET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTN-ID
           ALTERNATE RECORD KEY IS RTN-SUPPLIER-ID WITH DUPLICATES
           FILE STATUS IS SUPRET-FS.

           SELECT LANDCHGS ASSIGN TO "FXLANDCHG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LCH-ID
           ALTERNATE RECORD KEY IS LCH-PO-ID WITH DUPLICATES
           FILE STATUS IS LANDCHG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  APINVOICES.
       FD  INVENTORY.
       COPY FD-IM.

       FD  SUPRETS.
       COPY FD-SUPRET.

       FD  LANDCHGS.
       COPY FD-LANDCHG.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  PO-FS                                PIC 9(002).
       77  POLINE-FS                            PIC 9(002).
       77  INVENTORY-FS                         PIC 9(002).
       77  SUPRET-FS                            PIC 9(002).
       77  LANDCHG-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  MOVE-IN-ORIGIN-PO                    VALUE "PO".

       77  WS-MOVEMENT-QTY                      PIC 9(006).
       77  WS-QTY-MISMATCH                      PIC X(001).
       77  WS-MATCH-SHOW                        PIC ZZZZZZ9.99.
      *> OPEN DEBIT NOTES ON THIS ORDER NOT YET CLAIMED BY AN INVOICE
       77  WS-DN-TOTAL                          PIC 9(007)V99.
       77  WS-DN-SHOW                           PIC ZZZZZZ9.99.
      *> LANDED CHARGES ON THIS ORDER BILLED ON THIS INVOICE OR NOT
      *> YET TIED TO ONE
       77  WS-LC-TOTAL                          PIC 9(007)V99.
       77  WS-LC-SHOW                           PIC ZZZZZZ9.99.
       77  WS-NET-AMOUNT                        PIC S9(007)V99.
       77  WS-RESULT-TEXT                       PIC X(060).
       77  WS-ERROR-TEXT                        PIC X(060).

           05 VALUE "RECEIVED VALUE..:" LINE 12 COL 10.
           05 SS-MATCH PIC X(010)       LINE 12 COL 30
              FROM WS-MATCH-SHOW.
           05 VALUE "LESS DEBIT NOTES:" LINE 13 COL 10.
           05 SS-DN PIC X(010)          LINE 13 COL 30
              FROM WS-DN-SHOW.
           05 VALUE "PLUS CHARGES....:" LINE 14 COL 10.
           05 SS-LC PIC X(010)          LINE 14 COL 30
              FROM WS-LC-SHOW.
           05 SS-RESULT PIC X(060)      LINE 15 COL 10
              FROM WS-RESULT-TEXT.
           05 VALUE "SAVE INVOICE (Y/N)?" LINE 17 COL 10.
           05 SS-SAVE PIC X(001)        LINE 17 COL 32 TO WS-SAVE.
           END-IF

           PERFORM VALUE-RECEIVED-GOODS
           PERFORM TOTAL-OPEN-DEBIT-NOTES
           PERFORM TOTAL-LANDED-CHARGES
           MOVE WS-MATCH-VALUE TO WS-MATCH-SHOW
           MOVE WS-DN-TOTAL TO WS-DN-SHOW
           MOVE WS-LC-TOTAL TO WS-LC-SHOW
           COMPUTE WS-NET-AMOUNT =
               WS-ENT-AMOUNT - WS-DN-TOTAL - WS-LC-TOTAL
           IF WS-QTY-MISMATCH = "Y" THEN
               MOVE "HELD - LEDGER DOES NOT CONFIRM RECEIVED QTY"
                 TO WS-RESULT-TEXT
           ELSE
               IF WS-NET-AMOUNT = WS-MATCH-VALUE THEN
                   MOVE "MATCHED - CLEARED FOR PAYMENT"
                     TO WS-RESULT-TEXT
               ELSE
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    GOODS SENT BACK ON THIS ORDER - THE SUPPLIER'S INVOICE STILL
      *    CARRIES THEM, THE RECEIVED VALUE NO LONGER DOES
      ******************************************************************
       TOTAL-OPEN-DEBIT-NOTES SECTION.
           MOVE ZEROS TO WS-DN-TOTAL
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SUPRETS
           IF SUPRET-FS = NOT-FILE THEN
               CLOSE SUPRETS
               EXIT SECTION
           END-IF
           MOVE WS-ENT-SUPPLIER TO RTN-SUPPLIER-ID
           START SUPRETS KEY IS EQUAL TO RTN-SUPPLIER-ID
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SUPRETS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RTN-SUPPLIER-ID NOT = WS-ENT-SUPPLIER THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF RTN-DN-OPEN
                              AND RTN-PO-ID = WS-ENT-PO-ID
                              AND RTN-AP-INVOICE-NO = SPACES THEN
                               ADD RTN-VALUE TO WS-DN-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPRETS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       CLAIM-DEBIT-NOTES SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN I-O SUPRETS
           MOVE WS-ENT-SUPPLIER TO RTN-SUPPLIER-ID
           START SUPRETS KEY IS EQUAL TO RTN-SUPPLIER-ID
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SUPRETS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RTN-SUPPLIER-ID NOT = WS-ENT-SUPPLIER THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF RTN-DN-OPEN
                              AND RTN-PO-ID = WS-ENT-PO-ID
                              AND RTN-AP-INVOICE-NO = SPACES THEN
                               MOVE WS-ENT-INVOICE-NO
                                 TO RTN-AP-INVOICE-NO
                               REWRITE FD-SUPRET
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPRETS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      ******************************************************************
      *    FREIGHT AND DELIVERY CHARGES ON THIS ORDER - BILLED BY THE
      *    SUPPLIER ON TOP OF THE GOODS THEMSELVES
      ******************************************************************
       TOTAL-LANDED-CHARGES SECTION.
           MOVE ZEROS TO WS-LC-TOTAL
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT LANDCHGS
           IF LANDCHG-FS = NOT-FILE THEN
               CLOSE LANDCHGS
               EXIT SECTION
           END-IF
           MOVE WS-ENT-PO-ID TO LCH-PO-ID
           START LANDCHGS KEY IS EQUAL TO LCH-PO-ID
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ LANDCHGS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF LCH-PO-ID NOT = WS-ENT-PO-ID THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF LCH-AP-INVOICE-NO = SPACES
                              OR LCH-AP-INVOICE-NO
                                 = WS-ENT-INVOICE-NO THEN
                               ADD LCH-AMOUNT TO WS-LC-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LANDCHGS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       CLAIM-LANDED-CHARGES SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN I-O LANDCHGS
           MOVE WS-ENT-PO-ID TO LCH-PO-ID
           START LANDCHGS KEY IS EQUAL TO LCH-PO-ID
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ LANDCHGS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF LCH-PO-ID NOT = WS-ENT-PO-ID THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF LCH-AP-INVOICE-NO = SPACES THEN
                               MOVE WS-ENT-INVOICE-NO
                                 TO LCH-AP-INVOICE-NO
                               REWRITE FD-LANDCHG
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LANDCHGS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       WRITE-AP-INVOICE SECTION.
           OPEN I-O APINVOICES
           MOVE WS-ENT-SUPPLIER TO AP-SUPPLIER-ID
           MOVE WS-ENT-AMOUNT TO AP-INVOICE-AMOUNT
           MOVE WS-MATCH-VALUE TO AP-MATCHED-AMOUNT
           IF WS-QTY-MISMATCH NOT = "Y"
              AND WS-NET-AMOUNT = WS-MATCH-VALUE THEN
               MOVE "M" TO AP-MATCH-STATUS
           ELSE
               MOVE "H" TO AP-MATCH-STATUS
                   EXIT SECTION
           END-WRITE
           CLOSE APINVOICES
           IF WS-QTY-MISMATCH NOT = "Y"
              AND WS-NET-AMOUNT = WS-MATCH-VALUE
              AND WS-DN-TOTAL > ZEROS THEN
               PERFORM CLAIM-DEBIT-NOTES
           END-IF
           IF WS-QTY-MISMATCH NOT = "Y"
              AND WS-NET-AMOUNT = WS-MATCH-VALUE
              AND WS-LC-TOTAL > ZEROS THEN
               PERFORM CLAIM-LANDED-CHARGES
           END-IF
           MOVE "SUPPLIER INVOICE RECORDED" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.
