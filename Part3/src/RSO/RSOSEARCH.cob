      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    SEARCH ORDERS | V0.1 | IN UPDATE | 08.03.2021
      ******************************************************************
      *    AN AMENDMENT RE-BOOKS A PREPARED COMPONENT AS THE
      *    INGREDIENTS OF ITS OWN RECIPE (SREXPLODE)
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  SR-ING-FS                            PIC 9(002).
       77  INVENTORY-FS                         PIC 9(002).
       77  WS-RSV-NEED                          PIC 9(006).
      *> ONE RECIPE LINE EXPLODED THROUGH ANY PREPARED COMPONENT
       77  WS-EXP-AS-AT                         PIC 9(008) VALUE ZEROS.
       77  WS-EXP-LINE-QTY                      PIC 9(007)V99.
       77  WS-EXP-PART-COUNT                    PIC 9(002).
       77  WS-EXP-IX                            PIC 9(002).
       01  WS-EXP-PARTS.
           05 WS-EXP-PART OCCURS 20 TIMES.
               10 WS-EXP-PART-INGRED-ID         PIC 9(003).
               10 WS-EXP-PART-QTY               PIC 9(007)V99.
      *> INGREDIENTS ALREADY RE-BOOKED FOR THE ORDER IN THIS PASS -
      *> THE FIRST LINE RESETS THE ROW, A LATER ONE ADDS TO IT
       77  WS-RSV-SEEN-COUNT                    PIC 9(002).
       77  WS-RSV-SEEN-IX                       PIC 9(002).
       77  WS-RSV-SEEN                          PIC X(001).
       01  WS-RSV-SEEN-TAB.
           05 WS-RSV-SEEN-ID OCCURS 99 TIMES    PIC 9(003).
       77  WS-AMEND-SITE                        PIC 9(003).
       77  WS-AMEND-HAS-ROWS                    PIC X(001).
       77  WS-OL-COUNT-FOUND                    PIC 9(003).
              MOVE TAB-DELIVERY-DAY (IND-ORDERS) TO WS-DELIVERY-DAY
              MOVE TAB-DELIVERY-MONTH (IND-ORDERS) TO WS-DELIVERY-MONTH
              MOVE TAB-DELIVERY-YEAR (IND-ORDERS) TO WS-DELIVERY-YEAR
              CALL "BUSDATE" USING WS-ORDERS-DATE

              MOVE SPACE TO LEAD-TIME-OK
              PERFORM WITH TEST AFTER UNTIL LEAD-TIME-OK = "Y"
                 CLOSE SR-ING
                 EXIT SECTION
           END-START
           MOVE ZEROS TO WS-RSV-SEEN-COUNT
           MOVE SPACE TO WS-RSV-DONE
           PERFORM UNTIL WS-RSV-DONE = "Y"
              READ SR-ING NEXT RECORD
           CLOSE SR-ING
           EXIT SECTION.

      *> A PREPARED COMPONENT RE-BOOKS THE INGREDIENTS OF ITS OWN
      *> RECIPE; A PLAIN INGREDIENT COMES BACK FROM SREXPLODE AS ITSELF
       REBOOK-ONE-RESERVATION SECTION.
           COMPUTE WS-EXP-LINE-QTY = SR-ING-QTD * WS-ORDERS-QUANTITY
           CALL "SREXPLODE" USING SR-INGREDIENT-ID WS-EXP-AS-AT
              WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
           UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
              PERFORM REBOOK-ONE-PART
           END-PERFORM
           EXIT SECTION.

       REBOOK-ONE-PART SECTION.
           COMPUTE WS-RSV-NEED ROUNDED = WS-EXP-PART-QTY (WS-EXP-IX)
               ON SIZE ERROR
                   MOVE 999999 TO WS-RSV-NEED
           END-COMPUTE
           MOVE SPACE TO WS-RSV-SEEN
           PERFORM VARYING WS-RSV-SEEN-IX FROM 1 BY 1
           UNTIL WS-RSV-SEEN-IX > WS-RSV-SEEN-COUNT
              IF WS-RSV-SEEN-ID (WS-RSV-SEEN-IX) =
                 WS-EXP-PART-INGRED-ID (WS-EXP-IX) THEN
                 MOVE "Y" TO WS-RSV-SEEN
              END-IF
           END-PERFORM
           IF WS-RSV-SEEN NOT = "Y" AND WS-RSV-SEEN-COUNT < 99 THEN
              ADD 1 TO WS-RSV-SEEN-COUNT
              MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                TO WS-RSV-SEEN-ID (WS-RSV-SEEN-COUNT)
           END-IF
           MOVE TAB-ORDERS-ID (IND-ORDERS) TO RSV-ORDER-ID
           MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX) TO RSV-INGRED-ID
           READ RESERVATIONS
              INVALID KEY
                 MOVE TAB-ORDERS-ID (IND-ORDERS) TO RSV-ORDER-ID
                 MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                   TO RSV-INGRED-ID
                 MOVE WS-AMEND-SITE TO RSV-SITE-ID
                 MOVE WS-RSV-NEED TO RSV-QTY
                 MOVE 1 TO RSV-STATUS
                 END-WRITE
              NOT INVALID KEY
                 IF RSV-RESERVED THEN
                    IF WS-RSV-SEEN = "Y" THEN
                       ADD WS-RSV-NEED TO RSV-QTY
                    ELSE
                       MOVE WS-RSV-NEED TO RSV-QTY
                    END-IF
                    REWRITE FD-RESERVE
                 END-IF
           END-READ
