       COPY "CB-WS-SUPPLIERS".
       COPY "Constants".

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
                           MOVE FUNCTION UPPER-CASE(WS-DLT) TO WS-DLT
                       END-PERFORM
                       IF WS-DLT = "Y" OR WS-DLT = "S"
                           MOVE SUPPLIER-DETAILS TO JRNL-BEFORE
                           MOVE 0 TO SUPPLIER-IS-ACTIVE
                           REWRITE SUPPLIER-DETAILS
                           MOVE SUPPLIER-DETAILS TO JRNL-AFTER
                           PERFORM WRITE-CHANGE-JOURNAL
                           MOVE DELETE-YES TO RESULT-LINE
                       ELSE
                           MOVE DELETE-NO TO RESULT-LINE
           CLOSE SUPPLIERS
           EXIT PROGRAM.

      ******************************************************************
       WRITE-CHANGE-JOURNAL SECTION.
      *    THE DEACTIVATION GOES ON THE SHARED MASTER-FILE JOURNAL AS
      *    A REWRITE - THE SUPPLIER STAYS ON FILE
           MOVE "R" TO JRNL-ACTION
           MOVE SPACES TO JRNL-RECORD-KEY
           MOVE SUPPLIER-ID TO JRNL-RECORD-KEY (1:3)
           CALL "MASTJRNL" USING JRNL-FILE-TAG JRNL-RECORD-KEY
               JRNL-ACTION JRNL-USER-ROLE JRNL-BEFORE JRNL-AFTER
           EXIT SECTION.

       END PROGRAM SUP-DEL.
