      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICHES AND RECIPES
      ******************************************************************
      *    RECIPE LINE EXPLOSION - TURNS ONE SANDWICH RECIPE LINE INTO
      *    THE PURCHASED INGREDIENTS IT REALLY DRAWS. A PLAIN
      *    INGREDIENT COMES BACK AS ITSELF; A PREPARED COMPONENT COMES
      *    BACK AS ITS OWN RECIPE IN FORCE ON THE DATE, SCALED FROM
      *    ONE BATCH TO THE LINE QUANTITY | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SREXPLODE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMPONENTS ASSIGN TO "FXCOMPONENT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-ID
           FILE STATUS IS COMPONENT-FS.

           SELECT COMPRECV ASSIGN TO "FXCOMPRECV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRV-KEY
           FILE STATUS IS COMPRECV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPONENTS.
       COPY FD-COMPONENT.

       FD  COMPRECV.
       COPY FD-COMPRECV.

       WORKING-STORAGE SECTION.
       77  COMPONENT-FS                         PIC 9(002).
       77  COMPRECV-FS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  MAX-PARTS                            VALUE 20.

       77  WS-AS-AT                             PIC 9(008).
       77  WS-BATCH-YIELD                       PIC 9(005).
       77  WS-CRV-DONE                          PIC X(001).
      *> THE INGREDIENT WHOSE VERSION ROWS ARE BEING WALKED AND THE
      *> QUANTITY OF ITS LATEST ROW IN FORCE SO FAR
       77  WS-HOLD-INGRED                       PIC 9(003).
       77  WS-HOLD-QTD                          PIC 9(005).

       LINKAGE SECTION.
       01  LK-INGRED-ID                         PIC 9(003).
      *> ZERO MEANS TODAY
       01  LK-AS-AT-DATE                        PIC 9(008).
      *> RECIPE QUANTITY OF THE LINE IN SANDWICH UNITS
       01  LK-LINE-QTY                          PIC 9(007)V99.
       01  LK-PART-COUNT                        PIC 9(002).
       01  LK-PARTS.
           05 LK-PART OCCURS 20 TIMES.
               10 LK-PART-INGRED-ID             PIC 9(003).
               10 LK-PART-QTY                   PIC 9(007)V99.

      ******************************************************************

       PROCEDURE DIVISION USING LK-INGRED-ID LK-AS-AT-DATE
           LK-LINE-QTY LK-PART-COUNT LK-PARTS.
       MAIN SECTION.
           MOVE ZEROS TO LK-PART-COUNT
           INITIALIZE LK-PARTS
           MOVE LK-AS-AT-DATE TO WS-AS-AT
           IF WS-AS-AT = ZEROS THEN
               CALL "BUSDATE" USING WS-AS-AT
           END-IF

           PERFORM GET-COMPONENT
           IF WS-BATCH-YIELD = ZEROS THEN
               MOVE 1 TO LK-PART-COUNT
               MOVE LK-INGRED-ID TO LK-PART-INGRED-ID (1)
               MOVE LK-LINE-QTY TO LK-PART-QTY (1)
           ELSE
               PERFORM EXPLODE-COMPONENT
           END-IF
           EXIT PROGRAM.

      *> NOT ON THE COMPONENT FILE (OR NO YIELD KEYED) = PURCHASED
       GET-COMPONENT SECTION.
           MOVE ZEROS TO WS-BATCH-YIELD
           OPEN INPUT COMPONENTS
           IF COMPONENT-FS = NOT-FILE THEN
               CLOSE COMPONENTS
               EXIT SECTION
           END-IF
           MOVE LK-INGRED-ID TO CMP-ID
           READ COMPONENTS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CMP-BATCH-YIELD TO WS-BATCH-YIELD
           END-READ
           CLOSE COMPONENTS
           EXIT SECTION.

      *> THE VERSION ROWS SORT BY INGREDIENT THEN DATE, SO THE LAST
      *> ROW NOT AFTER THE DATE WITHIN EACH INGREDIENT IS IN FORCE
       EXPLODE-COMPONENT SECTION.
           OPEN INPUT COMPRECV
           IF COMPRECV-FS = NOT-FILE THEN
               CLOSE COMPRECV
               EXIT SECTION
           END-IF
           MOVE LK-INGRED-ID TO CRV-COMPONENT-ID
           MOVE ZEROS TO CRV-INGREDIENT-ID
           MOVE ZEROS TO CRV-EFFECTIVE-DATE
           START COMPRECV KEY IS NOT LESS THAN CRV-KEY
               INVALID KEY
                   CLOSE COMPRECV
                   EXIT SECTION
           END-START
           MOVE ZEROS TO WS-HOLD-INGRED
           MOVE ZEROS TO WS-HOLD-QTD
           MOVE SPACE TO WS-CRV-DONE
           PERFORM WITH TEST BEFORE UNTIL WS-CRV-DONE = "Y"
               READ COMPRECV NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CRV-DONE
                   NOT AT END
                       IF CRV-COMPONENT-ID NOT = LK-INGRED-ID THEN
                           MOVE "Y" TO WS-CRV-DONE
                       ELSE
                           IF CRV-INGREDIENT-ID NOT = WS-HOLD-INGRED
                               PERFORM ADD-HELD-PART
                               MOVE CRV-INGREDIENT-ID
                                 TO WS-HOLD-INGRED
                               MOVE ZEROS TO WS-HOLD-QTD
                           END-IF
                           IF CRV-EFFECTIVE-DATE <= WS-AS-AT THEN
                               MOVE CRV-QTD TO WS-HOLD-QTD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ADD-HELD-PART
           CLOSE COMPRECV
           EXIT SECTION.

       ADD-HELD-PART SECTION.
           IF WS-HOLD-QTD = ZEROS OR LK-PART-COUNT >= MAX-PARTS THEN
               EXIT SECTION
           END-IF
           ADD 1 TO LK-PART-COUNT
           MOVE WS-HOLD-INGRED TO LK-PART-INGRED-ID (LK-PART-COUNT)
           COMPUTE LK-PART-QTY (LK-PART-COUNT) ROUNDED =
               LK-LINE-QTY * WS-HOLD-QTD / WS-BATCH-YIELD
               ON SIZE ERROR
                   MOVE 9999999.99 TO LK-PART-QTY (LK-PART-COUNT)
           END-COMPUTE
           EXIT SECTION.

       END PROGRAM SREXPLODE.
