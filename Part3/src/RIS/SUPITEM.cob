      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION INGREDIENT SUPPLY
      ******************************************************************
      *    SUPPLIER ITEM CATALOGUE MAINTENANCE - ARTICLE CODE, PACK
      *    AND ORDER MULTIPLES PER SUPPLIER/INGREDIENT PAIR ALREADY ON
      *    THE SUPPLY FILE. A PACK SIZE OF ZERO REMOVES THE ENTRY
      *    | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPITEM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUPITEMS ASSIGN TO "FXSUPITEM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIT-KEY
           ALTERNATE RECORD KEY IS SIT-ARTICLE-KEY
           FILE STATUS IS SUPITEM-FS.

           SELECT FXRISUPPLY ASSIGN TO "FXRISSUPLY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIS-ID
           FILE STATUS IS RIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPITEMS.
       COPY FD-SUPITEM.

       FD  FXRISUPPLY.
       COPY FD-RIS.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  SUPITEM-FS                           PIC 9(002).
       77  RIS-STATUS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-ASK-SUPPLIER                      PIC 9(003).
       77  WS-ASK-INGRED                        PIC 9(003).
       77  WS-ASK-ARTICLE                       PIC X(015).
       77  WS-ASK-PACK-DESC                     PIC X(030).
       77  WS-ASK-PACK-SIZE                     PIC 9(005).
       77  WS-ASK-MIN-PACKS                     PIC 9(004).
       77  WS-ASK-MULTIPLE                      PIC 9(004).
       77  WS-PAIR-FOUND                        PIC X(001).
       77  WS-CODE-TAKEN                        PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  SUPITEM-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | SUPPLIER ITEM CATALOGUE"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "SUPPLIER ID...............:" LINE 05 COL 10.
           05 SS-SUPPLIER PIC 9(003) LINE 05 COL 40
              TO WS-ASK-SUPPLIER.
           05 VALUE "INGREDIENT ID.............:" LINE 06 COL 10.
           05 SS-INGRED PIC 9(003) LINE 06 COL 40
              TO WS-ASK-INGRED.
           05 VALUE "SUPPLIER ARTICLE CODE.....:" LINE 08 COL 10.
           05 SS-ARTICLE PIC X(015) LINE 08 COL 40
              TO WS-ASK-ARTICLE.
           05 VALUE "PACK DESCRIPTION..........:" LINE 09 COL 10.
           05 SS-PACK-DESC PIC X(030) LINE 09 COL 40
              TO WS-ASK-PACK-DESC.
           05 VALUE "PACK SIZE IN STOCK UNITS..:" LINE 10 COL 10.
           05 SS-PACK-SIZE PIC 9(005) LINE 10 COL 40
              TO WS-ASK-PACK-SIZE.
           05 VALUE "(0 = REMOVE)" LINE 10 COL 47.
           05 VALUE "MINIMUM ORDER IN PACKS....:" LINE 11 COL 10.
           05 SS-MIN-PACKS PIC 9(004) LINE 11 COL 40
              TO WS-ASK-MIN-PACKS.
           05 VALUE "ORDER MULTIPLE IN PACKS...:" LINE 12 COL 10.
           05 SS-MULTIPLE PIC 9(004) LINE 12 COL 40
              TO WS-ASK-MULTIPLE.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ASK-SUPPLIER, WS-ASK-INGRED
               MOVE ZEROS TO WS-ASK-PACK-SIZE
               MOVE 1 TO WS-ASK-MIN-PACKS, WS-ASK-MULTIPLE
               MOVE SPACES TO WS-ASK-ARTICLE, WS-ASK-PACK-DESC
               DISPLAY CLEAR-SCREEN
               DISPLAY SUPITEM-SCREEN
               ACCEPT SUPITEM-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM SAVE-ITEM
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O SUPITEMS
           IF SUPITEM-FS = NOT-FILE THEN
               OPEN OUTPUT SUPITEMS
           END-IF
           CLOSE SUPITEMS
           EXIT SECTION.

       SAVE-ITEM SECTION.
           IF WS-ASK-PACK-SIZE = ZEROS THEN
               PERFORM REMOVE-ITEM
               EXIT SECTION
           END-IF

           PERFORM CHECK-SUPPLY-PAIR
           IF WS-PAIR-FOUND NOT = "Y" THEN
               MOVE "SUPPLIER DOES NOT SUPPLY THAT INGREDIENT"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-ARTICLE = SPACES THEN
               MOVE "ARTICLE CODE IS REQUIRED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-MIN-PACKS = ZEROS THEN
               MOVE 1 TO WS-ASK-MIN-PACKS
           END-IF
           IF WS-ASK-MULTIPLE = ZEROS THEN
               MOVE 1 TO WS-ASK-MULTIPLE
           END-IF

           OPEN I-O SUPITEMS
           PERFORM CHECK-ARTICLE-CODE
           IF WS-CODE-TAKEN = "Y" THEN
               CLOSE SUPITEMS
               MOVE "ARTICLE CODE ALREADY USED FOR ANOTHER INGREDIENT"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ASK-SUPPLIER TO SIT-SUPPLIER-ID
           MOVE WS-ASK-INGRED TO SIT-INGRED-ID
           READ SUPITEMS
               INVALID KEY
                   MOVE WS-ASK-SUPPLIER TO SIT-SUPPLIER-ID
                   MOVE WS-ASK-INGRED TO SIT-INGRED-ID
                   PERFORM FILL-ITEM
                   WRITE FD-SUPITEM
                   MOVE "CATALOGUE ENTRY ADDED" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   PERFORM FILL-ITEM
                   REWRITE FD-SUPITEM
                   MOVE "CATALOGUE ENTRY UPDATED" TO WS-ERROR-TEXT
           END-READ
           CLOSE SUPITEMS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       FILL-ITEM SECTION.
           MOVE WS-ASK-SUPPLIER TO SIT-ART-SUPPLIER-ID
           MOVE WS-ASK-ARTICLE TO SIT-ARTICLE-CODE
           MOVE WS-ASK-PACK-DESC TO SIT-PACK-DESC
           MOVE WS-ASK-PACK-SIZE TO SIT-PACK-SIZE
           MOVE WS-ASK-MIN-PACKS TO SIT-MIN-PACKS
           MOVE WS-ASK-MULTIPLE TO SIT-MULTIPLE-PACKS
           EXIT SECTION.

       REMOVE-ITEM SECTION.
           OPEN I-O SUPITEMS
           MOVE WS-ASK-SUPPLIER TO SIT-SUPPLIER-ID
           MOVE WS-ASK-INGRED TO SIT-INGRED-ID
           READ SUPITEMS
               INVALID KEY
                   MOVE "NO CATALOGUE ENTRY TO REMOVE" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   DELETE SUPITEMS
                   MOVE "CATALOGUE ENTRY REMOVED" TO WS-ERROR-TEXT
           END-READ
           CLOSE SUPITEMS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> ANY PRICE ROW FOR THE PAIR, CURRENT OR NOT, IS ENOUGH
       CHECK-SUPPLY-PAIR SECTION.
           MOVE SPACES TO WS-PAIR-FOUND
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT FXRISUPPLY
           IF RIS-STATUS = NOT-FILE THEN
               CLOSE FXRISUPPLY
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ FXRISUPPLY NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RIS-ID-SUPP = WS-ASK-SUPPLIER
                          AND RIS-ID-ING = WS-ASK-INGRED THEN
                           MOVE "Y" TO WS-PAIR-FOUND
                           MOVE "E" TO FLAG-TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRISUPPLY
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       CHECK-ARTICLE-CODE SECTION.
           MOVE SPACES TO WS-CODE-TAKEN
           MOVE WS-ASK-SUPPLIER TO SIT-ART-SUPPLIER-ID
           MOVE WS-ASK-ARTICLE TO SIT-ARTICLE-CODE
           READ SUPITEMS KEY IS SIT-ARTICLE-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SIT-INGRED-ID NOT = WS-ASK-INGRED THEN
                       MOVE "Y" TO WS-CODE-TAKEN
                   END-IF
           END-READ
           EXIT SECTION.

       END PROGRAM SUPITEM.
