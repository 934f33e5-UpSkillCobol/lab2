      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICHES AND RECIPES
      ******************************************************************
      *    SANDWICH NUTRITION ROLL-UP - ENERGY, PROTEIN, FAT, CARB AND
      *    SALT FOR ONE SANDWICH, WORKED OUT THE NUTRREPORT WAY: EACH
      *    RECIPE LINE EXPLODED THROUGH ANY PREPARED COMPONENT
      *    (SREXPLODE) AND TURNED INTO A SHARE OF A SUPPLIER UNIT BY
      *    THE INGREDIENT CONVERSION FACTOR | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRNUTRI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SR-ING ASSIGN TO "FX-SR-ING"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-SAND-ING-ID
           FILE STATUS IS SR-ING-FS.

           SELECT NUTRITION ASSIGN TO "FXNUTRITION"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUT-INGRED-ID
           FILE STATUS IS NUTRITION-FS.

           SELECT INVENTORY ASSIGN TO "INVENTORYFILE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INVENTORY-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SR-ING.
       COPY FD-SR-ING.

       FD  NUTRITION.
       COPY FD-NUTRITION.

       FD  INVENTORY.
       COPY FD-IM.

       WORKING-STORAGE SECTION.
       77  SR-ING-FS                            PIC 9(002).
       77  NUTRITION-FS                         PIC 9(002).
       77  INVENTORY-FS                         PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  WS-ING-DONE                          PIC X(001).

      *> CONVERSION FACTORS AS CARRIED ON THE INVENTORY LEDGER -
      *> LOADED ON THE FIRST CALL AND KEPT FOR THE REST OF THE RUN
       77  WS-CONV-LOADED                       PIC X(001) VALUE "N".
       77  MAX-CONV                             PIC 9(003) VALUE ZEROS.
       01  TAB-CONV OCCURS 999 INDEXED BY IND-CONV.
           05 TAB-CONV-INGRED-ID                PIC 9(003).
           05 TAB-CONV-FACTOR                   PIC 9(003)V99.
       77  WS-FOUND-INDEX                       PIC 9(003).
       77  WS-CONV-FACTOR                       PIC 9(003)V99.
       77  WS-PORTION                           PIC 9(006)V999.
       77  WS-NUT-INGRED-ID                     PIC 9(003).
       77  WS-NUT-QTY                           PIC 9(007)V99.

       77  WS-EXP-LINE-QTY                      PIC 9(007)V99.
       77  WS-EXP-PART-COUNT                    PIC 9(002).
       77  WS-EXP-IX                            PIC 9(002).
       01  WS-EXP-PARTS.
           05 WS-EXP-PART OCCURS 20 TIMES.
               10 WS-EXP-PART-INGRED-ID         PIC 9(003).
               10 WS-EXP-PART-QTY               PIC 9(007)V99.

       LINKAGE SECTION.
       01  LK-SANDWICH-ID                       PIC 9(003).
      *> RECIPE OF PREPARED COMPONENTS IN FORCE ON THIS DATE, ZERO
      *> MEANS TODAY
       01  LK-AS-AT-DATE                        PIC 9(008).
       01  LK-NUTR-TOTALS.
           05 LK-TOT-ENERGY                     PIC 9(007)V9.
           05 LK-TOT-PROTEIN                    PIC 9(006)V9.
           05 LK-TOT-FAT                        PIC 9(006)V9.
           05 LK-TOT-CARB                       PIC 9(006)V9.
           05 LK-TOT-SALT                       PIC 9(005)V99.

      ******************************************************************

       PROCEDURE DIVISION USING LK-SANDWICH-ID LK-AS-AT-DATE
           LK-NUTR-TOTALS.
       MAIN SECTION.
           MOVE ZEROS TO LK-NUTR-TOTALS
           IF WS-CONV-LOADED NOT = "Y" THEN
               PERFORM FILL-CONV-TABLE
               MOVE "Y" TO WS-CONV-LOADED
           END-IF
           OPEN INPUT SR-ING
           IF SR-ING-FS = NOT-FILE THEN
               CLOSE SR-ING
               EXIT PROGRAM
           END-IF
           OPEN INPUT NUTRITION
           MOVE SPACES TO WS-ING-DONE
           MOVE LK-SANDWICH-ID TO SR-SANDWICH-ID
           MOVE ZEROS TO SR-INGREDIENT-ID
           START SR-ING KEY IS NOT LESS THAN SR-SAND-ING-ID
               INVALID KEY MOVE "E" TO WS-ING-DONE
           END-START
           PERFORM UNTIL WS-ING-DONE = "E"
               READ SR-ING NEXT RECORD
                   AT END MOVE "E" TO WS-ING-DONE
                   NOT AT END
                       IF SR-SANDWICH-ID NOT = LK-SANDWICH-ID THEN
                           MOVE "E" TO WS-ING-DONE
                       ELSE
                           PERFORM ADD-LINE-NUTRITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NUTRITION
           CLOSE SR-ING
           EXIT PROGRAM.

       ADD-LINE-NUTRITION SECTION.
           MOVE SR-ING-QTD TO WS-EXP-LINE-QTY
           CALL "SREXPLODE" USING SR-INGREDIENT-ID LK-AS-AT-DATE
               WS-EXP-LINE-QTY WS-EXP-PART-COUNT WS-EXP-PARTS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-PART-COUNT
               MOVE WS-EXP-PART-INGRED-ID (WS-EXP-IX)
                 TO WS-NUT-INGRED-ID
               MOVE WS-EXP-PART-QTY (WS-EXP-IX) TO WS-NUT-QTY
               PERFORM ADD-INGREDIENT-NUTRITION
           END-PERFORM
           EXIT SECTION.

       ADD-INGREDIENT-NUTRITION SECTION.
           IF NUTRITION-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE WS-NUT-INGRED-ID TO NUT-INGRED-ID
           READ NUTRITION
               INVALID KEY EXIT SECTION
           END-READ
           PERFORM GET-CONV-FACTOR
           IF WS-CONV-FACTOR > ZEROS THEN
               COMPUTE WS-PORTION ROUNDED =
                   WS-NUT-QTY / WS-CONV-FACTOR
           ELSE
               MOVE WS-NUT-QTY TO WS-PORTION
           END-IF
           COMPUTE LK-TOT-ENERGY ROUNDED =
               LK-TOT-ENERGY + NUT-ENERGY-KCAL * WS-PORTION
           COMPUTE LK-TOT-PROTEIN ROUNDED =
               LK-TOT-PROTEIN + NUT-PROTEIN-G * WS-PORTION
           COMPUTE LK-TOT-FAT ROUNDED =
               LK-TOT-FAT + NUT-FAT-G * WS-PORTION
           COMPUTE LK-TOT-CARB ROUNDED =
               LK-TOT-CARB + NUT-CARB-G * WS-PORTION
           COMPUTE LK-TOT-SALT ROUNDED =
               LK-TOT-SALT + NUT-SALT-G * WS-PORTION
           EXIT SECTION.

       GET-CONV-FACTOR SECTION.
           MOVE ZEROS TO WS-CONV-FACTOR
           PERFORM VARYING IND-CONV FROM 1 BY 1
                   UNTIL IND-CONV > MAX-CONV
               IF TAB-CONV-INGRED-ID (IND-CONV) =
                  WS-NUT-INGRED-ID THEN
                   MOVE TAB-CONV-FACTOR (IND-CONV)
                     TO WS-CONV-FACTOR
               END-IF
           END-PERFORM
           EXIT SECTION.

       FILL-CONV-TABLE SECTION.
           MOVE ZEROS TO MAX-CONV
           OPEN INPUT INVENTORY
           IF INVENTORY-FS = NOT-FILE THEN
               CLOSE INVENTORY
               EXIT SECTION
           END-IF
           PERFORM UNTIL INVENTORY-FS NOT = ZEROS
               READ INVENTORY
                   AT END EXIT PERFORM
                   NOT AT END PERFORM NOTE-CONV-FACTOR
               END-READ
           END-PERFORM
           CLOSE INVENTORY
           EXIT SECTION.

       NOTE-CONV-FACTOR SECTION.
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-CONV FROM 1 BY 1
                   UNTIL IND-CONV > MAX-CONV
               IF TAB-CONV-INGRED-ID (IND-CONV) = INGRED-ID THEN
                   SET WS-FOUND-INDEX TO IND-CONV
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZEROS THEN
               ADD 1 TO MAX-CONV
               SET IND-CONV TO MAX-CONV
               MOVE INGRED-ID TO TAB-CONV-INGRED-ID (IND-CONV)
               SET WS-FOUND-INDEX TO IND-CONV
           END-IF
           SET IND-CONV TO WS-FOUND-INDEX
           MOVE INGRED-CONV-FACTOR TO TAB-CONV-FACTOR (IND-CONV)
           EXIT SECTION.

       END PROGRAM SRNUTRI.
