      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICHES AND RECIPES
      ******************************************************************
      *    PACKAGING MAINTENANCE - MARKS AN INGREDIENT-MASTER ITEM AS A
      *    NON-FOOD CONSUMABLE (WRAP, LABEL, BAG, CARTON) AND KEEPS THE
      *    PACKAGING BILL EACH SANDWICH DRAWS AT PRODUCTION RELEASE
      *    V0.1 | 15.10.2026
      ******************************************************************
      *    A CONSUMABLE IS STOCKED, PRICED AND COUNTED LIKE ANY OTHER
      *    ITEM BUT NEVER GOES ON A RECIPE OR INTO A COMPONENT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRPACK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONSUMABLES ASSIGN TO "FXCONSUMABLE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-ID
           FILE STATUS IS CONSUMABLE-FS.

           SELECT PACKBILL ASSIGN TO "FXPACKBILL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PKB-KEY
           FILE STATUS IS PACKBILL-FS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INGREDS-ID
           FILE STATUS IS INGRED-STATUS.

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

           SELECT SR-ING ASSIGN TO "FX-SR-ING"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-SAND-ING-ID
           FILE STATUS IS SR-ING-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSUMABLES.
       COPY FD-CONSUMABLE.

       FD  PACKBILL.
       COPY FD-PACKBILL.

       FD  FXINGRED.
       COPY FD-INGREDSFX.

       FD  COMPONENTS.
       COPY FD-COMPONENT.

       FD  COMPRECV.
       COPY FD-COMPRECV.

       FD  SR-ING.
       COPY FD-SR-ING.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  CONSUMABLE-FS                        PIC 9(002).
       77  PACKBILL-FS                          PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       77  COMPONENT-FS                         PIC 9(002).
       77  COMPRECV-FS                          PIC 9(002).
       77  SR-ING-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-ENT-ITEM                          PIC 9(003).
       77  WS-ENT-KIND                          PIC X(001).
       77  WS-ENT-SANDWICH                      PIC 9(003).
       77  WS-ENT-QTY                           PIC 9(002)V999.
       77  WS-STATUS-TEXT                       PIC X(060).
       77  WS-CHECK-ID                          PIC 9(003).
       77  WS-FOUND                             PIC X(001).
       77  WS-SCAN-DONE                         PIC X(001).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | PACKAGING"           LINE 02 COL 10.
           05 VALUE "1 - CONSUMABLE ITEM"             LINE 05 COL 10.
           05 VALUE "2 - SANDWICH PACKAGING BILL"     LINE 06 COL 10.
           05 VALUE "3 - BACK"                        LINE 07 COL 10.
           05 VALUE "OPTION:"                         LINE 09 COL 10.
           05 SS-MENU PIC 9(001) LINE 09 COL 20 TO WS-MENU-OPTION.

       01  ITEM-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | CONSUMABLE ITEM" LINE 02 COL 10.
           05 VALUE "F3 - BACK"             LINE 02 COL 60.
           05 VALUE "ITEM (ING. ID)......:" LINE 05 COL 10.
           05 SS-I-ID PIC 9(003)       LINE 05 COL 34
              TO WS-ENT-ITEM.
           05 VALUE "KIND................:" LINE 06 COL 10.
           05 SS-I-KIND PIC X(001)     LINE 06 COL 34
              TO WS-ENT-KIND.
           05 VALUE "W-WRAP L-LABEL B-BAG C-CARTON O-OTHER"
                                       LINE 06 COL 38.

       01  BILL-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | PACKAGING BILL" LINE 02 COL 10.
           05 VALUE "F3 - BACK"             LINE 02 COL 60.
           05 VALUE "SANDWICH............:" LINE 05 COL 10.
           05 SS-B-SAND PIC 9(003)     LINE 05 COL 34
              TO WS-ENT-SANDWICH.
           05 VALUE "CONSUMABLE ITEM.....:" LINE 06 COL 10.
           05 SS-B-ITEM PIC 9(003)     LINE 06 COL 34
              TO WS-ENT-ITEM.
           05 VALUE "QTY PER SANDWICH....:" LINE 07 COL 10.
           05 SS-B-QTY PIC 9(002)V999  LINE 07 COL 34
              TO WS-ENT-QTY.
           05 VALUE "(0 = REMOVE)"          LINE 07 COL 42.

       01  STATUS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-STATUS PIC X(060) LINE 22 COL 10
              FROM WS-STATUS-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 3
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1 PERFORM SAVE-CONSUMABLE
                   WHEN 2 PERFORM SAVE-BILL-LINE
               END-EVALUATE
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O CONSUMABLES
           IF CONSUMABLE-FS = NOT-FILE THEN
               OPEN OUTPUT CONSUMABLES
           END-IF
           CLOSE CONSUMABLES
           OPEN I-O PACKBILL
           IF PACKBILL-FS = NOT-FILE THEN
               OPEN OUTPUT PACKBILL
           END-IF
           CLOSE PACKBILL
           EXIT SECTION.

      ******************************************************************
      *    THE CONSUMABLE ITSELF - A NEW ONE OR A CHANGED KIND
      ******************************************************************
       SAVE-CONSUMABLE SECTION.
           MOVE ZEROS TO WS-ENT-ITEM
           MOVE SPACE TO WS-ENT-KIND
           DISPLAY CLEAR-SCREEN
           DISPLAY ITEM-SCREEN
           ACCEPT ITEM-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE(WS-ENT-KIND) TO WS-ENT-KIND
           MOVE WS-ENT-KIND TO CNS-KIND
           IF NOT CNS-KIND-VALID THEN
               MOVE "KIND MUST BE W, L, B, C OR O" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ENT-ITEM TO WS-CHECK-ID
           PERFORM CHECK-INGREDIENT-EXISTS
           IF WS-FOUND NOT = "Y" THEN
               MOVE "ITEM MUST FIRST BE ON THE INGREDIENT MASTER"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-IS-COMPONENT
           IF WS-FOUND = "Y" THEN
               MOVE "ITEM IS A PREPARED COMPONENT" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-ON-A-RECIPE
           IF WS-FOUND = "Y" THEN
               MOVE "ITEM IS ON A SANDWICH OR COMPONENT RECIPE"
                 TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O CONSUMABLES
           MOVE WS-ENT-ITEM TO CNS-ID
           READ CONSUMABLES
               INVALID KEY
                   MOVE WS-ENT-ITEM TO CNS-ID
                   MOVE WS-ENT-KIND TO CNS-KIND
                   WRITE FD-CONSUMABLE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-ENT-KIND TO CNS-KIND
                   REWRITE FD-CONSUMABLE
                   END-REWRITE
           END-READ
           CLOSE CONSUMABLES
           MOVE "CONSUMABLE ITEM SAVED" TO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    ONE LINE OF A SANDWICH'S PACKAGING BILL
      ******************************************************************
       SAVE-BILL-LINE SECTION.
           MOVE ZEROS TO WS-ENT-SANDWICH WS-ENT-ITEM WS-ENT-QTY
           DISPLAY CLEAR-SCREEN
           DISPLAY BILL-SCREEN
           ACCEPT BILL-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           OPEN INPUT SANDWICHES
           IF SANDWICH-FS NOT = NOT-FILE THEN
               MOVE WS-ENT-SANDWICH TO SR-IID
               READ SANDWICHES
                   INVALID KEY
                       CLOSE SANDWICHES
                       MOVE "SANDWICH NOT ON FILE" TO WS-STATUS-TEXT
                       ACCEPT STATUS-SCREEN
                       EXIT SECTION
               END-READ
           END-IF
           CLOSE SANDWICHES
           MOVE WS-ENT-ITEM TO WS-CHECK-ID
           PERFORM CHECK-IS-CONSUMABLE
           IF WS-FOUND NOT = "Y" THEN
               MOVE "NOT A CONSUMABLE ITEM" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O PACKBILL
           MOVE WS-ENT-SANDWICH TO PKB-SANDWICH-ID
           MOVE WS-ENT-ITEM TO PKB-ITEM-ID
           READ PACKBILL
               INVALID KEY
                   IF WS-ENT-QTY > ZEROS THEN
                       MOVE WS-ENT-SANDWICH TO PKB-SANDWICH-ID
                       MOVE WS-ENT-ITEM TO PKB-ITEM-ID
                       MOVE WS-ENT-QTY TO PKB-QTY
                       WRITE FD-PACKBILL
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF WS-ENT-QTY = ZEROS THEN
                       DELETE PACKBILL RECORD
                       END-DELETE
                   ELSE
                       MOVE WS-ENT-QTY TO PKB-QTY
                       REWRITE FD-PACKBILL
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE PACKBILL
           MOVE "PACKAGING BILL SAVED" TO WS-STATUS-TEXT
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
           IF COMPONENT-FS = NOT-FILE THEN
               CLOSE COMPONENTS
               EXIT SECTION
           END-IF
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
           MOVE WS-CHECK-ID TO CNS-ID
           READ CONSUMABLES
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE CONSUMABLES
           EXIT SECTION.

      *> ANY CURRENT SANDWICH RECIPE LINE OR COMPONENT VERSION ROW
      *> NAMING THE ITEM - A FOOD ITEM CANNOT BECOME PACKAGING
       CHECK-ON-A-RECIPE SECTION.
           MOVE SPACE TO WS-FOUND
           MOVE SPACE TO WS-SCAN-DONE
           OPEN INPUT SR-ING
           IF SR-ING-FS = NOT-FILE THEN
               MOVE "Y" TO WS-SCAN-DONE
           END-IF
           PERFORM WITH TEST BEFORE UNTIL WS-SCAN-DONE = "Y"
               READ SR-ING NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF SR-INGREDIENT-ID = WS-CHECK-ID THEN
                           MOVE "Y" TO WS-FOUND
                           MOVE "Y" TO WS-SCAN-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SR-ING
           IF WS-FOUND = "Y" THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO WS-SCAN-DONE
           OPEN INPUT COMPRECV
           IF COMPRECV-FS = NOT-FILE THEN
               MOVE "Y" TO WS-SCAN-DONE
           END-IF
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

       END PROGRAM SRPACK.
