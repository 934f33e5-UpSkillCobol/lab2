           05 TABLE-CAT-DESCRIPTION                 PIC X(050).
           05 TABLE-CAT-IS-ACTIVE                   PIC 9(001).
           05 TABLE-CAT-ALLERGEN-FLAG               PIC X(001).

      *> BEFORE/AFTER IMAGES HANDED TO THE SHARED CHANGE JOURNAL
       01  JRNL-FILE-TAG                       PIC X(010)
           VALUE "FXSR".
       01  JRNL-RECORD-KEY                     PIC X(012).
       01  JRNL-ACTION                         PIC X(001).
       01  JRNL-USER-ROLE                      PIC 9(001) VALUE 0.
       01  JRNL-BEFORE                         PIC X(512).
       01  JRNL-AFTER                          PIC X(512).
       SCREEN SECTION.
       01  CLEAR-SCREEN BACKGROUND-COLOR 0.
           05 VALUE " " BLANK SCREEN LINE 01 COL 01.
      *> NEW SANDWICHES START ON THE HOUSE DEFAULT SHELF LIFE -
      *> SRSHELF MAINTENANCE CAN TIGHTEN IT LATER
           MOVE ZEROS TO SR-SHELF-DAYS
      *> A NEW SANDWICH IS IN DEVELOPMENT UNTIL SRLIFE STEPS IT
      *> THROUGH TRIAL AND APPROVAL TO ACTIVE
           MOVE "D" TO SR-LIFECYCLE
           MOVE ZEROS TO SR-PHASEOUT-DATE
           OPEN I-O SANDWICHES
           WRITE SR-REC
           CLOSE SANDWICHES
           PERFORM 157-WRITE-CHANGE-JOURNAL
           MOVE "SANDWICH" TO AUD-COUNTER-NAME
           MOVE WS-SR-IID TO AUD-NEW-VALUE
           PERFORM 156-WRITE-KEYS-AUDIT
               WRITE KEYS-AUDIT-RECORD
           CLOSE KEYSAUDIT
           EXIT SECTION.
      *> A NEW SANDWICH GOES ON THE SHARED MASTER-FILE JOURNAL WITH
      *> AN EMPTY BEFORE IMAGE
       157-WRITE-CHANGE-JOURNAL SECTION.
           MOVE SPACES TO JRNL-BEFORE
           MOVE SR-REC TO JRNL-AFTER
           MOVE SPACES TO JRNL-RECORD-KEY
           MOVE SR-IID TO JRNL-RECORD-KEY (1:3)
           MOVE "A" TO JRNL-ACTION
           CALL "MASTJRNL" USING JRNL-FILE-TAG JRNL-RECORD-KEY
               JRNL-ACTION JRNL-USER-ROLE JRNL-BEFORE JRNL-AFTER
           EXIT SECTION.
       120-OBTAIN-IID SECTION.
           MOVE ZERO TO REG-UNIQUE
           OPEN INPUT KEYS
           EXIT SECTION.
       196-CHECK-SEASONAL-BLOCK SECTION.
           MOVE ZERO TO WS-SEASONAL-BLOCKED
           *> TODAY IS THE BUSINESS DATE, NOT THE SYSTEM CLOCK
           CALL "BUSDATE" USING WS-TODAY-DATE
           MOVE ZEROS TO CALENDAR-FS
           OPEN INPUT CALENDAR
           IF CALENDAR-FS NOT = 35 THEN
