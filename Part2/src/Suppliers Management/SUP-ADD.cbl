       01  AUDIT-STATUS                        PIC 9(002).
       01  WS-AUDIT-OLD-VALUE                  PIC 9(006).

      *> BEFORE/AFTER IMAGES HANDED TO THE SHARED CHANGE JOURNAL
       01  JRNL-FILE-TAG                       PIC X(010)
           VALUE "SUPPLIERS".
       01  JRNL-RECORD-KEY                     PIC X(012).
       01  JRNL-ACTION                         PIC X(001).
       01  JRNL-USER-ROLE                      PIC 9(001) VALUE 0.
       01  JRNL-BEFORE                         PIC X(512).
       01  JRNL-AFTER                          PIC X(512).

       SCREEN SECTION.
       01  CLEAR-SCREEN BACKGROUND-COLOR 0.
           05 VALUE " " BLANK SCREEN LINE 01 COL 01.
               END-IF
               WRITE SUPPLIER-DETAILS FROM WS-SUPPLIER-DETAILS
           CLOSE SUPPLIERS
           PERFORM WRITE-CHANGE-JOURNAL
           EXIT SECTION.

      ******************************************************************
       WRITE-CHANGE-JOURNAL SECTION.
      *    EVERY NEW SUPPLIER GOES ON THE SHARED MASTER-FILE JOURNAL
      *    WITH AN EMPTY BEFORE IMAGE
           MOVE SPACES TO JRNL-BEFORE
           MOVE SUPPLIER-DETAILS TO JRNL-AFTER
           MOVE "A" TO JRNL-ACTION
           MOVE SPACES TO JRNL-RECORD-KEY
           MOVE SUPPLIER-ID TO JRNL-RECORD-KEY (1:3)
           CALL "MASTJRNL" USING JRNL-FILE-TAG JRNL-RECORD-KEY
               JRNL-ACTION JRNL-USER-ROLE JRNL-BEFORE JRNL-AFTER
           EXIT SECTION.

      ******************************************************************
