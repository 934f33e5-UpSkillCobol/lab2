      *    FOR A STOCKTAKE SHOCK. EVERY ROW ALSO LANDS ON THE
      *    FXPRODACT FILE FOR THE WEEKLY PPUSAGE REPORT | V0.1
      *    02.09.2026
      ******************************************************************
      *    A PREPARED COMPONENT LINE IS KEYED AS THE INGREDIENTS OF
      *    ITS OWN RECIPE (SREXPLODE) - COMPONENTS ARE NOT STOCKED
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  PRODACT-FS                           PIC 9(002).
       77  INVENTORY-FS                         PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> NO UNIT COST ON THESE MOVEMENTS - THE SITE'S AVERAGE COST
      *> STAYS AS IT IS
       77  WS-STOCK-UNIT-COST                   PIC 9(003)V99
                                                VALUE ZEROS.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-VM-THRESHOLD                      PIC 9(003).
       77  WS-VM-IS-ACTIVE                      PIC 9(001).
       77  WS-LINES-KEYED                       PIC 9(003).
      *> INGREDIENT BEING DRAWN - A PREPARED COMPONENT ON THE RECIPE
      *> IS DRAWN AS THE INGREDIENTS OF ITS OWN RECIPE
       77  WS-DRAW-INGRED-ID                    PIC 9(003).
      *> ONE RECIPE LINE EXPLODED THROUGH ANY PREPARED COMPONENT
       77  WS-EXP-AS-AT                         PIC 9(008) VALUE ZEROS.
       77  WS-EXP-LINE-QTY                      PIC 9(007)V99.
       77  WS-EXP-PART-COUNT                    PIC 9(002).
       77  WS-EXP-IX                            PIC 9(002).
       01  WS-EXP-PARTS.
           05 WS-EXP-PART OCCURS 20 TIMES.
               10 WS-EXP-PART-INGRED-ID         PIC 9(003).
               10 WS-EXP-PART-QTY               PIC 9(007)V99.
       77  WS-ERROR-TEXT                        PIC X(060).

       01  WS-NOW-TIME.
       01  DRAW-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "INGREDIENT.........:" LINE 11 COL 10.
           05 SS-DRAW-ING PIC 9(003) LINE 11 COL 33
              FROM WS-DRAW-INGRED-ID.
           05 VALUE "STANDARD DRAW......:" LINE 12 COL 10.
           05 SS-DRAW-STD PIC ZZZZZ9 LINE 12 COL 33
              FROM WS-STD-QTY.
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ACT-SITE, WS-ACT-SANDWICH
               MOVE ZEROS TO WS-ACT-MADE
               CALL "BUSDATE" USING WS-ACT-DATE
               DISPLAY CLEAR-SCREEN
               DISPLAY BATCH-SCREEN
               ACCEPT BATCH-SCREEN
                       IF SR-SANDWICH-ID NOT = WS-ACT-SANDWICH THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           PERFORM KEY-LINE-DRAWS
                           IF KEYSTATUS = F3 THEN
                               MOVE "E" TO FLAG-TRUE
                           END-IF
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       KEY-LINE-DRAWS SECTION.
           COMPUTE WS-EXP-LINE-QTY = SR-ING-QTD * WS-ACT-MADE
           MOVE WS-ACT-DATE TO WS-EXP-AS-AT
           CALL "SREXPLODE" USING SR-INGREDIENT-ID WS-EXP-AS-AT
               WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
                      OR KEYSTATUS = F3
               MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                 TO WS-DRAW-INGRED-ID
               COMPUTE WS-STD-QTY ROUNDED = WS-EXP-PART-QTY (WS-EXP-IX)
                   ON SIZE ERROR
                       MOVE 999999 TO WS-STD-QTY
               END-COMPUTE
               PERFORM KEY-ONE-DRAW
           END-PERFORM
           EXIT SECTION.

       KEY-ONE-DRAW SECTION.
           MOVE WS-STD-QTY TO WS-DRAWN-QTY
           DISPLAY DRAW-SCREEN
           ACCEPT DRAW-SCREEN
           MOVE WS-ACT-SITE TO PA-SITE-ID
           MOVE WS-ACT-DATE TO PA-DATE
           MOVE WS-ACT-SANDWICH TO PA-SANDWICH-ID
           MOVE WS-DRAW-INGRED-ID TO PA-INGRED-ID
           READ PRODACT
               INVALID KEY
                   MOVE WS-ACT-SITE TO PA-SITE-ID
                   MOVE WS-ACT-DATE TO PA-DATE
                   MOVE WS-ACT-SANDWICH TO PA-SANDWICH-ID
                   MOVE WS-DRAW-INGRED-ID TO PA-INGRED-ID
                   MOVE WS-ACT-MADE TO PA-MADE-QTY
                   MOVE WS-STD-QTY TO PA-STD-QTY
                   MOVE WS-DRAWN-QTY TO PA-ACT-QTY
               MOVE ZEROS TO MOVE-OUT-QTD
           END-IF
           MOVE WS-ACT-SITE TO MOVE-SITE-ID
           MOVE WS-DRAW-INGRED-ID TO INGRED-ID
           MOVE WS-VM-UNIT-SUPPLIER TO INGRED-UNIT-SUPPLIER
           MOVE WS-VM-UNIT-SANDWICH TO INGRED-UNIT-SANDWICH
           MOVE WS-VM-CONV-FACTOR TO INGRED-CONV-FACTOR
      *> KEEP THE MAINTAINED PER-SITE BALANCE IN STEP WITH THE
      *> JOURNAL SO THE SCREENS NO LONGER RESCAN EVERY MOVEMENT
           CALL "STOCKPOST" USING MOVE-SITE-ID INGRED-ID
               MOVE-IN-QTD MOVE-OUT-QTD WS-STOCK-UNIT-COST
           CLOSE INVENTORY
           EXIT SECTION.

                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF INGRED-ID = WS-DRAW-INGRED-ID THEN
                           MOVE INGRED-UNIT-SUPPLIER
                             TO WS-VM-UNIT-SUPPLIER
                           MOVE INGRED-UNIT-SANDWICH
