      *    EFFECTIVE-DATED VERSION ROW AND KEEPS THE CURRENT VIEW ON
      *    FX-SR-ING IN STEP, SO PAST COSTINGS STAY HONEST | V0.1
      *    22.08.2026
      ******************************************************************
      *    A CONSUMABLE ITEM IS REFUSED AS A RECIPE LINE - PACKAGING
      *    BELONGS ON THE PACKAGING BILL | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

           SELECT CONSUMABLES ASSIGN TO "FXCONSUMABLE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-ID
           FILE STATUS IS CONSUMABLE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SR-ING.
       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  CONSUMABLES.
       COPY FD-CONSUMABLE.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  SR-ING-FS                            PIC 9(002).
       77  SRINGV-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  CONSUMABLE-FS                        PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
               OPEN OUTPUT SRINGV
           END-IF
           CLOSE SRINGV
           CALL "BUSDATE" USING WS-TODAY-NUM

           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-ENT-SANDWICH WS-ENT-INGREDIENT
               END-READ
           END-IF
           CLOSE SANDWICHES
      *> PACKAGING GOES ON THE PACKAGING BILL, NEVER ON A RECIPE
           OPEN INPUT CONSUMABLES
           IF CONSUMABLE-FS NOT = NOT-FILE THEN
               MOVE WS-ENT-INGREDIENT TO CNS-ID
               READ CONSUMABLES
                   NOT INVALID KEY
                       CLOSE CONSUMABLES
                       MOVE "A CONSUMABLE CANNOT GO ON A RECIPE"
                         TO WS-STATUS-TEXT
                       ACCEPT STATUS-SCREEN
                       EXIT SECTION
               END-READ
           END-IF
           CLOSE CONSUMABLES

      *> THE NEW VERSION ROW - NEVER OVERWRITES AN OLD ONE
           OPEN I-O SRINGV
