      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICHES AND RECIPES
      ******************************************************************
      *    PREPARED COMPONENT MAINTENANCE - MARKS AN INGREDIENT-MASTER
      *    ITEM AS MADE IN-HOUSE WITH ITS BATCH YIELD AND PREPARATION
      *    LEAD, AND KEEPS ITS EFFECTIVE-DATED RECIPE OF PURCHASED
      *    INGREDIENTS PER BATCH | V0.1 | 15.10.2026
      ******************************************************************
      *    A COMPONENT IS ONE LEVEL DEEP: ITS RECIPE TAKES PURCHASED
      *    INGREDIENTS ONLY, SO A COMPONENT CANNOT GO INTO ANOTHER ONE
      ******************************************************************
      *    A CONSUMABLE ITEM CAN NEITHER BE A COMPONENT NOR GO INTO
      *    ONE | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCOMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
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

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INGREDS-ID
           FILE STATUS IS INGRED-STATUS.

           SELECT CONSUMABLES ASSIGN TO "FXCONSUMABLE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-ID
           FILE STATUS IS CONSUMABLE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPONENTS.
       COPY FD-COMPONENT.

       FD  COMPRECV.
       COPY FD-COMPRECV.

       FD  FXINGRED.
       COPY FD-INGREDSFX.

       FD  CONSUMABLES.
       COPY FD-CONSUMABLE.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  COMPONENT-FS                         PIC 9(002).
       77  COMPRECV-FS                          PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       77  CONSUMABLE-FS                        PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  DEFAULT-LEAD-DAYS                    VALUE 1.

       77  PRESS-KEY                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-ENT-COMPONENT                     PIC 9(003).
       77  WS-ENT-YIELD                         PIC 9(005).
       77  WS-ENT-LEAD                          PIC 9(001).
       77  WS-ENT-INGREDIENT                    PIC 9(003).
       77  WS-ENT-QTD                           PIC 9(005).
       01  WS-ENT-EFF-NUM                       PIC 9(008).
       01  WS-ENT-EFF REDEFINES WS-ENT-EFF-NUM.
           05 WS-ENT-EFF-YEAR                   PIC 9(004).
           05 WS-ENT-EFF-MONTH                  PIC 9(002).
           05 WS-ENT-EFF-DAY                    PIC 9(002).
       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-STATUS-TEXT                       PIC X(060).
       77  WS-CHECK-ID                          PIC 9(003).
       77  WS-FOUND                             PIC X(001).
       77  WS-SCAN-DONE                         PIC X(001).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | PREPARED COMPONENTS" LINE 02 COL 10.
           05 VALUE "1 - COMPONENT AND BATCH YIELD"   LINE 05 COL 10.
           05 VALUE "2 - COMPONENT RECIPE LINE"       LINE 06 COL 10.
           05 VALUE "3 - BACK"                        LINE 07 COL 10.
           05 VALUE "OPTION:"                         LINE 09 COL 10.
           05 SS-MENU PIC 9(001) LINE 09 COL 20 TO WS-MENU-OPTION.

       01  COMPONENT-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | PREPARED COMPONENT" LINE 02 COL 10.
           05 VALUE "F3 - BACK"             LINE 02 COL 60.
           05 VALUE "COMPONENT (ING. ID).:" LINE 05 COL 10.
           05 SS-C-ID PIC 9(003)       LINE 05 COL 34
              TO WS-ENT-COMPONENT.
           05 VALUE "BATCH YIELD (UNITS).:" LINE 06 COL 10.
           05 SS-C-YIELD PIC 9(005)    LINE 06 COL 34
              TO WS-ENT-YIELD.
           05 VALUE "PREPARE DAYS AHEAD..:" LINE 07 COL 10.
           05 SS-C-LEAD PIC 9(001)     LINE 07 COL 34
              USING WS-ENT-LEAD.

       01  LINE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | COMPONENT RECIPE" LINE 02 COL 10.
           05 VALUE "F3 - BACK"             LINE 02 COL 60.
           05 VALUE "COMPONENT...........:" LINE 05 COL 10.
           05 SS-L-COMP PIC 9(003)     LINE 05 COL 34
              TO WS-ENT-COMPONENT.
           05 VALUE "INGREDIENT..........:" LINE 06 COL 10.
           05 SS-L-ING PIC 9(003)      LINE 06 COL 34
              TO WS-ENT-INGREDIENT.
           05 VALUE "QTY PER BATCH (0=DEL):" LINE 07 COL 10.
           05 SS-L-QTD PIC 9(005)      LINE 07 COL 34 TO WS-ENT-QTD.
           05 VALUE "EFFECTIVE (Y M D)...:" LINE 08 COL 10.
           05 SS-L-EY PIC 9(004)       LINE 08 COL 34
              USING WS-ENT-EFF-YEAR.
           05 SS-L-EM PIC 9(002)       LINE 08 COL 40
              USING WS-ENT-EFF-MONTH.
           05 SS-L-ED PIC 9(002)       LINE 08 COL 44
              USING WS-ENT-EFF-DAY.

       01  STATUS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-STATUS PIC X(060) LINE 22 COL 10
              FROM WS-STATUS-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 3
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1 PERFORM SAVE-COMPONENT
                   WHEN 2 PERFORM SAVE-RECIPE-LINE
               END-EVALUATE
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O COMPONENTS
           IF COMPONENT-FS = NOT-FILE THEN
               OPEN OUTPUT COMPONENTS
           END-IF
           CLOSE COMPONENTS
           OPEN I-O COMPRECV
           IF COMPRECV-FS = NOT-FILE THEN
               OPEN OUTPUT COMPRECV
           END-IF
           CLOSE COMPRECV
           EXIT SECTION.

      ******************************************************************
      *    THE COMPONENT ITSELF - A NEW ONE OR A CHANGED YIELD/LEAD
      ******************************************************************
       SAVE-COMPONENT SECTION.
           MOVE ZEROS TO WS-ENT-COMPONENT WS-ENT-YIELD
           MOVE DEFAULT-LEAD-DAYS TO WS-ENT-LEAD
           DISPLAY CLEAR-SCREEN
           DISPLAY COMPONENT-SCREEN
           ACCEPT COMPONENT-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF WS-ENT-YIELD = ZEROS THEN
               MOVE "BATCH YIELD MUST BE GREATER THAN ZERO"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ENT-COMPONENT TO WS-CHECK-ID
           PERFORM CHECK-INGREDIENT-EXISTS
           IF WS-FOUND NOT = "Y" THEN
               MOVE "COMPONENT MUST FIRST BE ON THE INGREDIENT MASTER"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-USED-IN-COMPONENT
           IF WS-FOUND = "Y" THEN
               MOVE "ITEM IS ALREADY AN INGREDIENT OF A COMPONENT"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-IS-CONSUMABLE
           IF WS-FOUND = "Y" THEN
               MOVE "A CONSUMABLE CANNOT BE A COMPONENT"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O COMPONENTS
           MOVE WS-ENT-COMPONENT TO CMP-ID
           READ COMPONENTS
               INVALID KEY
                   MOVE WS-ENT-COMPONENT TO CMP-ID
                   MOVE WS-ENT-YIELD TO CMP-BATCH-YIELD
                   MOVE WS-ENT-LEAD TO CMP-LEAD-DAYS
                   WRITE FD-COMPONENT
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-ENT-YIELD TO CMP-BATCH-YIELD
                   MOVE WS-ENT-LEAD TO CMP-LEAD-DAYS
                   REWRITE FD-COMPONENT
                   END-REWRITE
           END-READ
           CLOSE COMPONENTS
           MOVE "PREPARED COMPONENT SAVED" TO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    ONE RECIPE LINE OF A COMPONENT - A NEW VERSION ROW, NEVER
      *    AN OVERWRITE OF AN OLDER ONE
      ******************************************************************
       SAVE-RECIPE-LINE SECTION.
           MOVE ZEROS TO WS-ENT-COMPONENT WS-ENT-INGREDIENT
           MOVE ZEROS TO WS-ENT-QTD
           MOVE WS-TODAY-NUM TO WS-ENT-EFF-NUM
           DISPLAY CLEAR-SCREEN
           DISPLAY LINE-SCREEN
           ACCEPT LINE-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-ENT-EFF-NUM) NOT = ZEROS THEN
               MOVE "EFFECTIVE DATE IS NOT VALID" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ENT-COMPONENT TO WS-CHECK-ID
           PERFORM CHECK-IS-COMPONENT
           IF WS-FOUND NOT = "Y" THEN
               MOVE "NOT A PREPARED COMPONENT" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ENT-INGREDIENT TO WS-CHECK-ID
           PERFORM CHECK-INGREDIENT-EXISTS
           IF WS-FOUND NOT = "Y" THEN
               MOVE "INGREDIENT NOT ON FILE" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-IS-COMPONENT
           IF WS-FOUND = "Y" THEN
               MOVE "A COMPONENT CANNOT GO INTO A COMPONENT"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-IS-CONSUMABLE
           IF WS-FOUND = "Y" THEN
               MOVE "A CONSUMABLE CANNOT GO INTO A COMPONENT"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O COMPRECV
           MOVE WS-ENT-COMPONENT TO CRV-COMPONENT-ID
           MOVE WS-ENT-INGREDIENT TO CRV-INGREDIENT-ID
           MOVE WS-ENT-EFF-NUM TO CRV-EFFECTIVE-DATE
           READ COMPRECV
               INVALID KEY
                   MOVE WS-ENT-COMPONENT TO CRV-COMPONENT-ID
                   MOVE WS-ENT-INGREDIENT TO CRV-INGREDIENT-ID
                   MOVE WS-ENT-EFF-NUM TO CRV-EFFECTIVE-DATE
                   MOVE WS-ENT-QTD TO CRV-QTD
                   WRITE FD-COMPRECV
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-ENT-QTD TO CRV-QTD
                   REWRITE FD-COMPRECV
                   END-REWRITE
           END-READ
           CLOSE COMPRECV
           MOVE "COMPONENT RECIPE VERSION SAVED" TO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

      ******************************************************************

       CHECK-INGREDIENT-EXISTS SECTION.
           MOVE SPACE TO WS-FOUND
           OPEN INPUT FXINGRED
           IF INGRED-STATUS = NOT-FILE THEN
               CLOSE FXINGRED
               EXIT SECTION
           END-IF
           MOVE WS-CHECK-ID TO INGREDS-ID
           READ FXINGRED
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE FXINGRED
           EXIT SECTION.

       CHECK-IS-COMPONENT SECTION.
           MOVE SPACE TO WS-FOUND
           OPEN INPUT COMPONENTS
           MOVE WS-CHECK-ID TO CMP-ID
           READ COMPONENTS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE COMPONENTS
           EXIT SECTION.

       CHECK-IS-CONSUMABLE SECTION.
           MOVE SPACE TO WS-FOUND
           OPEN INPUT CONSUMABLES
           IF CONSUMABLE-FS = NOT-FILE THEN
               CLOSE CONSUMABLES
               EXIT SECTION
           END-IF
           MOVE WS-CHECK-ID TO CNS-ID
           READ CONSUMABLES
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE CONSUMABLES
           EXIT SECTION.

      *> ANY VERSION ROW NAMING THE ITEM AS AN INGREDIENT OF SOME
      *> COMPONENT - ONCE USED THAT WAY IT STAYS A PURCHASED ITEM
       CHECK-USED-IN-COMPONENT SECTION.
           MOVE SPACE TO WS-FOUND
           MOVE SPACE TO WS-SCAN-DONE
           OPEN INPUT COMPRECV
           PERFORM WITH TEST BEFORE UNTIL WS-SCAN-DONE = "Y"
               READ COMPRECV NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF CRV-INGREDIENT-ID = WS-CHECK-ID THEN
                           MOVE "Y" TO WS-FOUND
                           MOVE "Y" TO WS-SCAN-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPRECV
           EXIT SECTION.

       END PROGRAM SRCOMP.
