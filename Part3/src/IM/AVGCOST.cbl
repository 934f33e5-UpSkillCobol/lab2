      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    SHARED AVERAGE-COST LOOKUP - THE MOVING WEIGHTED-AVERAGE
      *    UNIT COST STOCKPOST KEEPS ON FXSTOCKBAL FOR ONE INGREDIENT.
      *    SITE ZERO ASKS FOR THE WHOLE BUSINESS: THE SITES' AVERAGES
      *    WEIGHTED BY WHAT EACH HOLDS. RETURNS ZERO WHEN NO COSTED
      *    RECEIPT HAS EVER BEEN SEEN, SO THE CALLER FALLS BACK TO THE
      *    SUPPLY PRICE LIST | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVGCOST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STOCKBAL ASSIGN TO "FXSTOCKBAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STB-KEY
           FILE STATUS IS STOCKBAL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCKBAL.
       COPY FD-STOCKBAL.

       WORKING-STORAGE SECTION.
       77  STOCKBAL-FS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       77  FLAG-TRUE                            PIC X(001).

       77  WS-HELD-QTY                          PIC 9(009).
       77  WS-HELD-VALUE                        PIC 9(011)V9999.
       77  WS-ANY-AVG                           PIC 9(003)V9999.

       LINKAGE SECTION.
       01  LK-SITE-ID                           PIC 9(003).
       01  LK-INGRED-ID                         PIC 9(003).
       01  LK-UNIT-COST                         PIC 9(003)V99.

      ******************************************************************

       PROCEDURE DIVISION USING LK-SITE-ID LK-INGRED-ID LK-UNIT-COST.
       MAIN SECTION.
           MOVE ZEROS TO LK-UNIT-COST
           OPEN INPUT STOCKBAL
           IF STOCKBAL-FS = NOT-FILE THEN
               CLOSE STOCKBAL
               EXIT PROGRAM
           END-IF
           IF LK-SITE-ID NOT = ZEROS THEN
               PERFORM GET-SITE-AVERAGE
           END-IF
           IF LK-UNIT-COST = ZEROS THEN
               PERFORM GET-BUSINESS-AVERAGE
           END-IF
           CLOSE STOCKBAL
           EXIT PROGRAM.

       GET-SITE-AVERAGE SECTION.
           MOVE LK-INGRED-ID TO STB-INGRED-ID
           MOVE LK-SITE-ID TO STB-SITE-ID
           READ STOCKBAL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE LK-UNIT-COST ROUNDED = STB-AVG-COST
           END-READ
           EXIT SECTION.

      *> EVERY SITE'S ROW FOR THE INGREDIENT SITS TOGETHER ON THE KEY.
      *> A SITE THAT HOLDS NOTHING ADDS NO WEIGHT; WHEN NO SITE HOLDS
      *> ANY STOCK THE LAST KNOWN AVERAGE IS RETURNED
       GET-BUSINESS-AVERAGE SECTION.
           MOVE ZEROS TO WS-HELD-QTY, WS-HELD-VALUE, WS-ANY-AVG
           MOVE SPACES TO FLAG-TRUE
           MOVE LK-INGRED-ID TO STB-INGRED-ID
           MOVE ZEROS TO STB-SITE-ID
           START STOCKBAL KEY IS NOT LESS THAN STB-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ STOCKBAL NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF STB-INGRED-ID NOT = LK-INGRED-ID THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF STB-AVG-COST > ZEROS THEN
                               MOVE STB-AVG-COST TO WS-ANY-AVG
                               IF STB-ON-HAND > ZEROS THEN
                                   ADD STB-ON-HAND TO WS-HELD-QTY
                                   COMPUTE WS-HELD-VALUE =
                                       WS-HELD-VALUE
                                       + STB-ON-HAND * STB-AVG-COST
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HELD-QTY > ZEROS THEN
               COMPUTE LK-UNIT-COST ROUNDED =
                   WS-HELD-VALUE / WS-HELD-QTY
           ELSE
               COMPUTE LK-UNIT-COST ROUNDED = WS-ANY-AVG
           END-IF
           EXIT SECTION.

       END PROGRAM AVGCOST.
