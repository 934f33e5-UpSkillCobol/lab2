       01  SPACE-CHECK15           PIC X(050).
       01  LINK-TEXT               PIC X(150).
       COPY "CONSTANTS".

      *> BEFORE/AFTER IMAGES HANDED TO THE SHARED CHANGE JOURNAL
       01  JRNL-FILE-TAG                       PIC X(010)
           VALUE "SCHOOLS".
       01  JRNL-RECORD-KEY                     PIC X(012).
       01  JRNL-ACTION                         PIC X(001).
       01  JRNL-USER-ROLE                      PIC 9(001) VALUE 0.
       01  JRNL-BEFORE                         PIC X(512).
       01  JRNL-AFTER                          PIC X(512).
       SCREEN SECTION.
       01  CLEAR-SCREEN BACKGROUND-COLOR 0.
           05 VALUE " " BLANK SCREEN LINE 01 COL 01.
                       MOVE 1 TO SCHOOL-IS-ACTIVE
                       WRITE SCHOOL-DETAILS
                   CLOSE SCHOOLS
                   PERFORM WRITE-CHANGE-JOURNAL
                   OPEN OUTPUT KEYS
                       MOVE WS-SCHOOL-INTERNAL-ID TO REGKEY
                       WRITE FD-KEYS
                       MOVE WS-SCHOOL-DETAILS TO SCHOOL-DETAILS
                       WRITE SCHOOL-DETAILS
                   CLOSE SCHOOLS
                   PERFORM WRITE-CHANGE-JOURNAL
                   OPEN OUTPUT KEYS
                       MOVE WS-SCHOOL-INTERNAL-ID TO REGKEY
                       WRITE FD-KEYS
           END-EVALUATE
           EXIT SECTION.
      ******************************************************************
      *    EVERY NEW SCHOOL GOES ON THE SHARED MASTER-FILE JOURNAL
      *    WITH AN EMPTY BEFORE IMAGE
       WRITE-CHANGE-JOURNAL SECTION.
           MOVE SPACES TO JRNL-BEFORE
           MOVE SCHOOL-DETAILS TO JRNL-AFTER
           MOVE SPACES TO JRNL-RECORD-KEY
           MOVE SCHOOL-INTERNAL-ID TO JRNL-RECORD-KEY (1:3)
           MOVE "A" TO JRNL-ACTION
           CALL "MASTJRNL" USING JRNL-FILE-TAG JRNL-RECORD-KEY
               JRNL-ACTION JRNL-USER-ROLE JRNL-BEFORE JRNL-AFTER
           EXIT SECTION.
      ******************************************************************
      *    APPENDS ONE ENTRY TO THE SYSTEM-WIDE KEYS COUNTER AUDIT
      *    TRAIL - CALLED ONLY AT THE POINT THE INTERNAL ID COUNTER IS
      *    ACTUALLY PERSISTED
