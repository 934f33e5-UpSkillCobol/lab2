       01  ACCESS-FS                               PIC 9(002).
       COPY "CONSTANTS".

      *> BEFORE/AFTER IMAGES HANDED TO THE SHARED CHANGE JOURNAL
       01  JRNL-FILE-TAG                           PIC X(010)
           VALUE "SCHOOLS".
       01  JRNL-RECORD-KEY                         PIC X(012).
       01  JRNL-ACTION                             PIC X(001).
       01  JRNL-USER-ROLE                          PIC 9(001).
       01  JRNL-BEFORE                             PIC X(512).
       01  JRNL-AFTER                              PIC X(512).

       SCREEN SECTION.
       01  CLEAR-SCREEN BACKGROUND-COLOR 0.
           03 VALUE " " BLANK SCREEN LINE 01 COL 01.
               MOVE DLT-IID TO SCHOOL-INTERNAL-ID
               READ SCHOOLS
               NOT INVALID KEY
                   MOVE SCHOOL-DETAILS TO JRNL-BEFORE
                   MOVE 0 TO SCHOOL-IS-ACTIVE
                   REWRITE SCHOOL-DETAILS
                   MOVE SCHOOL-DETAILS TO JRNL-AFTER
                   PERFORM WRITE-CHANGE-JOURNAL
               END-READ
           CLOSE SCHOOLS.
      ******************************************************************
      *    THE DEACTIVATION GOES ON THE SHARED MASTER-FILE JOURNAL AS
      *    A REWRITE - THE SCHOOL STAYS ON FILE
       WRITE-CHANGE-JOURNAL SECTION.
           MOVE SPACES TO JRNL-RECORD-KEY
           MOVE SCHOOL-INTERNAL-ID TO JRNL-RECORD-KEY (1:3)
           MOVE "R" TO JRNL-ACTION
           MOVE WS-ACCESS-ROLE-ID TO JRNL-USER-ROLE
           CALL "MASTJRNL" USING JRNL-FILE-TAG JRNL-RECORD-KEY
               JRNL-ACTION JRNL-USER-ROLE JRNL-BEFORE JRNL-AFTER
           EXIT SECTION.
      ******************************************************************
      *    RECORDS WHICH SCHOOL WAS DEACTIVATED AND UNDER WHICH ROLE,
      *    USING THE SAME SHARED KEYSAUDIT.DAT TRAIL THE KEYS COUNTERS
      *    ALREADY WRITE TO.
