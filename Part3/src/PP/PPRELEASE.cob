      *    PRODUCTION RELEASE - CONVERTS THE DAY'S OPEN STOCK
      *    RESERVATIONS INTO MOVE-OUT MOVEMENTS ON THE INVENTORY
      *    LEDGER | V0.1 | 22.08.2026
      ******************************************************************
      *    THE RELEASED ORDERS ALSO DRAW THEIR SANDWICHES' PACKAGING
      *    BILL - ONE MOVE-OUT PER SITE AND CONSUMABLE, ORIGIN PP AND
      *    REASON PK | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS RSV-KEY
           FILE STATUS IS RESERVE-FS.

           SELECT ORDLINES ASSIGN TO "FX-ORDLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-KEY
           FILE STATUS IS ORDLINE-FS.

           SELECT PACKBILL ASSIGN TO "FXPACKBILL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PKB-KEY
           FILE STATUS IS PACKBILL-FS.

           SELECT INVENTORY ASSIGN TO "INVENTORYFILE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INVENTORY-FS.
       FD  RESERVATIONS.
       COPY FD-RESERVE.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  PACKBILL.
       COPY FD-PACKBILL.

       FD  INVENTORY.
       COPY FD-IM.

       77  ORDERS-FS                            PIC 9(002).
       77  RESERVE-FS                           PIC 9(002).
       77  INVENTORY-FS                         PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  PACKBILL-FS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> NO UNIT COST ON THESE MOVEMENTS - THE SITE'S AVERAGE COST
      *> STAYS AS IT IS
       77  WS-STOCK-UNIT-COST                   PIC 9(003)V99
                                                VALUE ZEROS.
       78  MOVE-OUT-ORIGIN-RSO                  VALUE "RS".
      *> PACKAGING IS NOT ON THE ORDER'S RECIPE, SO IT IS DRAWN UNDER
      *> PRODUCTION'S OWN ORIGIN AND STAYS OUT OF RSORECON'S BALANCE
       78  MOVE-OUT-ORIGIN-PP                   VALUE "PP".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
      *> IS WRITTEN OUT IN CHUNKS
       77  WS-REMAINING-QTY                     PIC 9(006).
       77  WS-CHUNK-QTY                         PIC 9(003).
      *> THE MOVEMENT BEING WRITTEN - A RESERVATION OR A PACKAGING
      *> TOTAL
       77  WS-OUT-ORIGIN                        PIC X(002).
       77  WS-OUT-REASON                        PIC X(002).
       77  WS-OUT-SITE-ID                       PIC 9(003).
       77  WS-OUT-INGRED-ID                     PIC 9(003).

      *> PACKAGING DRAWN BY THE RELEASED ORDERS, ONE ROW PER SITE AND
      *> CONSUMABLE, WRITTEN OUT ONCE THE DAY'S ORDERS ARE DONE. ONLY
      *> AN ORDER WITH RESERVATIONS CONSUMED IN THIS RUN COUNTS, SO A
      *> SECOND RELEASE OF THE SAME DAY DRAWS NO PACKAGING TWICE
       78  MAX-PACK                             VALUE 99.
       77  WS-ORDER-CONSUMED                    PIC X(001).
       77  WS-PACK-SITE-ID                      PIC 9(003).
       77  WS-PACK-SANDWICH                     PIC 9(003).
       77  WS-PACK-ORDER-QTY                    PIC 9(003).
       77  WS-PACK-LINES-SEEN                   PIC 9(003).
       77  WS-OL-DONE                           PIC X(001).
       77  WS-PKB-DONE                          PIC X(001).
       77  WS-PACK-COUNT                        PIC 9(002) VALUE ZEROS.
       77  WS-PACK-IX                           PIC 9(002).
       77  WS-PACK-FOUND                        PIC 9(002).
       77  WS-PACKED-COUNT                      PIC 9(005).
       01  TAB-PACK OCCURS 99 TIMES.
           05 TAB-PACK-SITE-ID                  PIC 9(003).
           05 TAB-PACK-ITEM-ID                  PIC 9(003).
           05 TAB-PACK-QTY                      PIC 9(006)V999.

      ******************************************************************

              LINE 12 COL 10.
           05 SS-RELEASED PIC 9(005) LINE 12 COL 48
              FROM WS-RELEASED-COUNT.
           05 VALUE "PACKAGING ITEMS DRAWN..............:"
              LINE 13 COL 10.
           05 SS-PACKED PIC 9(005) LINE 13 COL 48
              FROM WS-PACKED-COUNT.
           05 VALUE "PRESS ANY KEY" LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.


       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-RELEASED-COUNT
           MOVE ZEROS TO WS-PACKED-COUNT
           DISPLAY CLEAR-SCREEN
           DISPLAY DATE-SCREEN
           ACCEPT DATE-SCREEN

           PERFORM RELEASE-DAY-ORDERS
           PERFORM WRITE-PACKAGING-MOVEMENTS

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           EXIT SECTION.

       RELEASE-ONE-ORDER SECTION.
           MOVE SPACE TO WS-ORDER-CONSUMED
           PERFORM CONSUME-ORDER-RESERVATIONS
           IF WS-ORDER-CONSUMED = "Y" THEN
               PERFORM ADD-ORDER-PACKAGING
           END-IF
           EXIT SECTION.

       CONSUME-ORDER-RESERVATIONS SECTION.
           OPEN I-O RESERVATIONS
           IF RESERVE-FS = NOT-FILE THEN
               CLOSE RESERVATIONS
           EXIT SECTION.

       CONSUME-RESERVATION SECTION.
           MOVE "Y" TO WS-ORDER-CONSUMED
           MOVE RSV-SITE-ID TO WS-PACK-SITE-ID
           MOVE MOVE-OUT-ORIGIN-RSO TO WS-OUT-ORIGIN
           MOVE "PR" TO WS-OUT-REASON
           MOVE RSV-SITE-ID TO WS-OUT-SITE-ID
           MOVE RSV-INGRED-ID TO WS-OUT-INGRED-ID
           MOVE RSV-QTY TO WS-REMAINING-QTY
           PERFORM UNTIL WS-REMAINING-QTY = ZEROS
               IF WS-REMAINING-QTY > 999 THEN
           ADD 1 TO WS-RELEASED-COUNT
           EXIT SECTION.

      ******************************************************************
      *    PACKAGING - THE ORDER'S SANDWICHES TIMES EACH SANDWICH'S
      *    PACKAGING BILL, PER FX-ORDLINES LINE OR, ON AN ORDER
      *    WRITTEN BEFORE THE LINE SPLIT, FROM ITS HEADER
      ******************************************************************
       ADD-ORDER-PACKAGING SECTION.
           MOVE ZEROS TO WS-PACK-LINES-SEEN
           OPEN INPUT ORDLINES
           IF ORDLINE-FS NOT = NOT-FILE THEN
               MOVE WS-CURR-ORDER-ID TO OL-ORDER-ID
               MOVE ZEROS TO OL-LINE-NO
               MOVE SPACE TO WS-OL-DONE
               START ORDLINES KEY IS NOT LESS THAN OL-KEY
                   INVALID KEY MOVE "Y" TO WS-OL-DONE
               END-START
               PERFORM UNTIL WS-OL-DONE = "Y"
                   READ ORDLINES NEXT RECORD
                       AT END MOVE "Y" TO WS-OL-DONE
                       NOT AT END
                           IF OL-ORDER-ID NOT = WS-CURR-ORDER-ID THEN
                               MOVE "Y" TO WS-OL-DONE
                           ELSE
                               ADD 1 TO WS-PACK-LINES-SEEN
                               MOVE OL-SANDWICH-ID TO WS-PACK-SANDWICH
                               MOVE OL-QUANTITY TO WS-PACK-ORDER-QTY
                               PERFORM ADD-SANDWICH-PACKAGING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ORDLINES
           IF WS-PACK-LINES-SEEN = ZEROS THEN
               MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO WS-PACK-SANDWICH
               MOVE FD-ORDERS-QUANTITY TO WS-PACK-ORDER-QTY
               PERFORM ADD-SANDWICH-PACKAGING
           END-IF
           EXIT SECTION.

       ADD-SANDWICH-PACKAGING SECTION.
           OPEN INPUT PACKBILL
           IF PACKBILL-FS = NOT-FILE THEN
               CLOSE PACKBILL
               EXIT SECTION
           END-IF
           MOVE WS-PACK-SANDWICH TO PKB-SANDWICH-ID
           MOVE ZEROS TO PKB-ITEM-ID
           START PACKBILL KEY IS NOT LESS THAN PKB-KEY
               INVALID KEY
                   CLOSE PACKBILL
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-PKB-DONE
           PERFORM UNTIL WS-PKB-DONE = "Y"
               READ PACKBILL NEXT RECORD
                   AT END MOVE "Y" TO WS-PKB-DONE
                   NOT AT END
                       IF PKB-SANDWICH-ID NOT = WS-PACK-SANDWICH THEN
                           MOVE "Y" TO WS-PKB-DONE
                       ELSE
                           PERFORM ADD-PACK-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PACKBILL
           EXIT SECTION.

       ADD-PACK-ROW SECTION.
           MOVE ZEROS TO WS-PACK-FOUND
           PERFORM VARYING WS-PACK-IX FROM 1 BY 1
                   UNTIL WS-PACK-IX > WS-PACK-COUNT
               IF TAB-PACK-SITE-ID (WS-PACK-IX) = WS-PACK-SITE-ID
                  AND TAB-PACK-ITEM-ID (WS-PACK-IX) = PKB-ITEM-ID
                   MOVE WS-PACK-IX TO WS-PACK-FOUND
               END-IF
           END-PERFORM
           IF WS-PACK-FOUND = ZEROS THEN
               IF WS-PACK-COUNT >= MAX-PACK THEN
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-PACK-COUNT
               MOVE WS-PACK-COUNT TO WS-PACK-FOUND
               MOVE WS-PACK-SITE-ID TO TAB-PACK-SITE-ID (WS-PACK-FOUND)
               MOVE PKB-ITEM-ID TO TAB-PACK-ITEM-ID (WS-PACK-FOUND)
               MOVE ZEROS TO TAB-PACK-QTY (WS-PACK-FOUND)
           END-IF
           COMPUTE TAB-PACK-QTY (WS-PACK-FOUND) =
               TAB-PACK-QTY (WS-PACK-FOUND)
               + PKB-QTY * WS-PACK-ORDER-QTY
           EXIT SECTION.

      *> ONE DRAW PER SITE AND CONSUMABLE FOR THE DAY, ROUNDED TO
      *> WHOLE UNITS - A SHARE OF A CARTON ONLY LEAVES THE SHELF ONCE
      *> THE SHARES ADD UP
       WRITE-PACKAGING-MOVEMENTS SECTION.
           MOVE MOVE-OUT-ORIGIN-PP TO WS-OUT-ORIGIN
           MOVE "PK" TO WS-OUT-REASON
           PERFORM VARYING WS-PACK-IX FROM 1 BY 1
                   UNTIL WS-PACK-IX > WS-PACK-COUNT
               MOVE TAB-PACK-SITE-ID (WS-PACK-IX) TO WS-OUT-SITE-ID
               MOVE TAB-PACK-ITEM-ID (WS-PACK-IX) TO WS-OUT-INGRED-ID
               COMPUTE WS-REMAINING-QTY ROUNDED =
                   TAB-PACK-QTY (WS-PACK-IX)
               IF WS-REMAINING-QTY > ZEROS THEN
                   ADD 1 TO WS-PACKED-COUNT
               END-IF
               PERFORM UNTIL WS-REMAINING-QTY = ZEROS
                   IF WS-REMAINING-QTY > 999 THEN
                       MOVE 999 TO WS-CHUNK-QTY
                   ELSE
                       MOVE WS-REMAINING-QTY TO WS-CHUNK-QTY
                   END-IF
                   PERFORM WRITE-OUT-MOVEMENT
                   SUBTRACT WS-CHUNK-QTY FROM WS-REMAINING-QTY
               END-PERFORM
           END-PERFORM
           EXIT SECTION.

      *> SAME MOVE-OUT SHAPE RSOREGISTER USED TO WRITE AT ORDER TIME,
      *> WITH RSO AS THE ORIGIN FOR A RESERVATION SO RSORECON STILL
      *> BALANCES
       WRITE-OUT-MOVEMENT SECTION.
           INITIALIZE WS-INVENTORY
           PERFORM LOOKUP-INGREDIENT-MASTER
           MOVE WS-OUT-ORIGIN TO WS-MOVE-OUT-ID
           MOVE WS-CHUNK-QTY TO WS-MOVE-OUT-QTD
           MOVE WS-OUT-SITE-ID TO WS-MOVE-SITE-ID
           MOVE WS-OUT-INGRED-ID TO WS-INGRED-ID

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-TODAY-YEAR TO WS-TIME-MOVE-OUT-YEAR
           MOVE WS-MOVE-BATCH-LOT TO MOVE-BATCH-LOT
           MOVE WS-MOVE-SUPPLY-ID TO MOVE-SUPPLY-ID
           MOVE WS-TIME-DETAILS TO TIME-DETAILS
           MOVE WS-OUT-REASON TO MOVE-REASON-CODE
           WRITE FD-INVENTORY
           END-WRITE
      *> KEEP THE MAINTAINED PER-SITE BALANCE IN STEP WITH THE
      *> JOURNAL SO THE SCREENS NO LONGER RESCAN EVERY MOVEMENT
           CALL "STOCKPOST" USING MOVE-SITE-ID INGRED-ID
               MOVE-IN-QTD MOVE-OUT-QTD WS-STOCK-UNIT-COST
           CLOSE INVENTORY
           EXIT SECTION.

               READ INVENTORY
                   AT END EXIT PERFORM
                   NOT AT END
                       IF INGRED-ID = WS-OUT-INGRED-ID THEN
                           MOVE INGRED-UNIT-SUPPLIER
                             TO WS-INGRED-UNIT-SUPPLIER
                           MOVE INGRED-UNIT-SANDWICH
