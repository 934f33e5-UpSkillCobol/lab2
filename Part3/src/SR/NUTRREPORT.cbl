      *    NUTRITION-FACTS SHEET PER SANDWICH - EXPLODES EACH RECIPE
      *    THROUGH SR-ING-QTD AND THE INGREDIENT CONVERSION FACTOR
      *    V0.1 | 22.08.2026
      ******************************************************************
      *    A PREPARED COMPONENT LINE IS EXPLODED THROUGH ITS BATCH
      *    RECIPE (SREXPLODE) SO ITS INGREDIENTS' NUTRITION COUNTS
      ******************************************************************
      *    EACH SANDWICH'S SHEET HEADING CARRIES THE BUSINESS DATE
      *    (BUSDATE) IT WAS RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-FOUND-INDEX                       PIC 9(003).
       77  WS-CONV-FACTOR                       PIC 9(003)V99.
       77  WS-PORTION                           PIC 9(006)V999.
       77  WS-NUT-INGRED-ID                     PIC 9(003).
       77  WS-NUT-QTY                           PIC 9(007)V99.
      *> ONE RECIPE LINE EXPLODED THROUGH ANY PREPARED COMPONENT
       77  WS-EXP-AS-AT                         PIC 9(008) VALUE ZEROS.
       77  WS-EXP-LINE-QTY                      PIC 9(007)V99.
       77  WS-EXP-PART-COUNT                    PIC 9(002).
       77  WS-EXP-IX                            PIC 9(002).
       01  WS-EXP-PARTS.
           05 WS-EXP-PART OCCURS 20 TIMES.
               10 WS-EXP-PART-INGRED-ID         PIC 9(003).
               10 WS-EXP-PART-QTY               PIC 9(007)V99.

       01  WS-SAND-TOTALS.
           05 WS-TOT-ENERGY                     PIC 9(007)V9.
           05 WS-TOT-CARB                       PIC 9(006)V9.
           05 WS-TOT-SALT                       PIC 9(005)V99.

       01  WS-TODAY-NUM                         PIC 9(008).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

           05 RPT-SAND-ID                       PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-SAND-NAME                     PIC X(030).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-SAND-RUN-DATE                 PIC 9(008).

       01  RPT-NUT-LINE.
           05 FILLER                            PIC X(012)

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM FILL-CONV-TABLE
           OPEN OUTPUT REPORTFILE
           PERFORM REPORT-ALL-SANDWICHES
           PERFORM EXPLODE-RECIPE
           MOVE SR-IID TO RPT-SAND-ID
           MOVE SR-S-DESCRIPTION TO RPT-SAND-NAME
           MOVE WS-TODAY-NUM TO RPT-SAND-RUN-DATE
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-SAND-HEAD
           MOVE WS-TOT-ENERGY TO RPT-ENERGY
                       IF SR-SANDWICH-ID NOT = SR-IID THEN
                           MOVE "Y" TO TRUE-YES
                       ELSE
                           PERFORM ADD-LINE-NUTRITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SR-ING
           EXIT SECTION.

      *> A PREPARED COMPONENT LINE BRINGS IN ITS SHARE OF EVERY
      *> INGREDIENT OF THE COMPONENT'S BATCH RECIPE
       ADD-LINE-NUTRITION SECTION.
           MOVE SR-ING-QTD TO WS-EXP-LINE-QTY
           CALL "SREXPLODE" USING SR-INGREDIENT-ID WS-EXP-AS-AT
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
           COMPUTE WS-TOT-ENERGY ROUNDED =
               WS-TOT-ENERGY + NUT-ENERGY-KCAL * WS-PORTION
           PERFORM VARYING IND-CONV FROM 1 BY 1
                   UNTIL IND-CONV > MAX-CONV
               IF TAB-CONV-INGRED-ID (IND-CONV) =
                  WS-NUT-INGRED-ID THEN
                   MOVE TAB-CONV-FACTOR (IND-CONV)
                     TO WS-CONV-FACTOR
               END-IF
