      *    THE ROWS ONTO THE SAME PENDING-APPROVAL FILE MANUAL
      *    ENTRY IN RECORD-RIS FEEDS - A SUPERVISOR IN PRICEAPPR
      *    STILL MAKES THEM LIVE | V0.1 | 02.09.2026
      ******************************************************************
      *    THE INGREDIENT FIELD MAY CARRY THE SUPPLIER'S ARTICLE CODE,
      *    MATCHED THROUGH THE ITEM CATALOGUE; A PLAIN NUMBER IS STILL
      *    TAKEN AS OUR OWN INGREDIENT ID
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS RIS-ID
           FILE STATUS IS RIS-STATUS.

      *> SUPPLIER ARTICLE CODES - A PRICE FILE KEYED BY THE
      *> SUPPLIER'S OWN CODES IS MATCHED THROUGH THE CATALOGUE
           SELECT SUPITEMS ASSIGN TO "FXSUPITEM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIT-KEY
           ALTERNATE RECORD KEY IS SIT-ARTICLE-KEY
           FILE STATUS IS SUPITEM-FS.

           SELECT PRICEPEND ASSIGN TO "FXPRICEPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       FD  FXRISUPPLY.
       COPY FD-RIS.

       FD  SUPITEMS.
       COPY FD-SUPITEM.

       FD  PRICEPEND.
       COPY FD-PRICEPEND.

       77  PRICEPEND-FS                         PIC 9(002).
       77  PENDKEY-FS                           PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       77  SUPITEM-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).

      *> RAW CSV FIELDS BEFORE VALIDATION
       77  WS-FLD-SUPP                          PIC X(010).
      *> OUR INGREDIENT ID OR THE SUPPLIER'S ARTICLE CODE
       77  WS-FLD-ING                           PIC X(015).
       77  WS-FLD-PRICE                         PIC X(012).
       77  WS-FLD-EFF                           PIC X(010).
       77  WS-FLD-EXP                           PIC X(010).
       77  WS-VAL-EXP                           PIC 9(008).
       77  WS-REJECT-WHY                        PIC X(030).
       77  WS-ROW-OK                            PIC X(001).
       77  WS-ARTICLE-MATCHED                   PIC X(001).

      *> VALIDATED ROWS HELD UNTIL THE COMMIT DECISION
       77  MAX-IMP                              PIC 9(003).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO MAX-IMP, WS-ROWS-READ
           MOVE ZEROS TO WS-ROWS-REJECTED, WS-ROWS-QUEUED

           END-IF
           IF WS-ROW-OK = "Y" THEN
               COMPUTE WS-VAL-SUPP = NUMVAL (WS-FLD-SUPP)
               PERFORM RESOLVE-INGREDIENT
               COMPUTE WS-VAL-PRICE = NUMVAL (WS-FLD-PRICE)
               COMPUTE WS-VAL-EFF = NUMVAL (WS-FLD-EFF)
               COMPUTE WS-VAL-EXP = NUMVAL (WS-FLD-EXP)
               IF WS-VAL-EXP = ZEROS THEN
                   MOVE 99991231 TO WS-VAL-EXP
               END-IF
           END-IF
           IF WS-ROW-OK = "Y" THEN
               PERFORM VALIDATE-MASTERS
           END-IF
           IF WS-ROW-OK NOT = "Y" THEN
           WRITE REPORT-LINE FROM RPT-DIFF-LINE
           EXIT SECTION.

      *> THE SECOND FIELD IS TRIED AS THE SUPPLIER'S ARTICLE CODE
      *> FIRST; FAILING THAT A NUMBER IS TAKEN AS OUR OWN INGREDIENT
      *> ID, AS PRICE FILES CARRIED BEFORE THE CATALOGUE EXISTED
       RESOLVE-INGREDIENT SECTION.
           MOVE ZEROS TO WS-VAL-ING
           MOVE SPACES TO WS-ARTICLE-MATCHED
           OPEN INPUT SUPITEMS
           IF SUPITEM-FS NOT = NOT-FILE THEN
               MOVE WS-VAL-SUPP TO SIT-ART-SUPPLIER-ID
               MOVE WS-FLD-ING TO SIT-ARTICLE-CODE
               READ SUPITEMS KEY IS SIT-ARTICLE-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SIT-INGRED-ID TO WS-VAL-ING
                       MOVE "Y" TO WS-ARTICLE-MATCHED
               END-READ
           END-IF
           CLOSE SUPITEMS
           IF WS-ARTICLE-MATCHED = "Y" THEN
               EXIT SECTION
           END-IF
           IF TEST-NUMVAL (WS-FLD-ING) = ZEROS THEN
               COMPUTE WS-VAL-ING = NUMVAL (WS-FLD-ING)
           ELSE
               MOVE "UNKNOWN ARTICLE CODE" TO WS-REJECT-WHY
               MOVE "N" TO WS-ROW-OK
           END-IF
           EXIT SECTION.

       VALIDATE-MASTERS SECTION.
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS NOT = NOT-FILE THEN
