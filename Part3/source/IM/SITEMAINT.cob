       01  SITE-EXISTS                          PIC X(001).
           88  SITE-EXISTS-YES                  VALUE "Y".

      *> BEFORE/AFTER IMAGES HANDED TO THE SHARED CHANGE JOURNAL
       01  JRNL-FILE-TAG                        PIC X(010)
           VALUE "SITES".
       01  JRNL-RECORD-KEY                      PIC X(012).
       01  JRNL-ACTION                          PIC X(001).
       01  JRNL-USER-ROLE                       PIC 9(001) VALUE 0.
       01  JRNL-BEFORE                          PIC X(512).
       01  JRNL-AFTER                           PIC X(512).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.
           WRITE FD-SITE-DETAILS
           END-WRITE
           CLOSE SITES
           MOVE SPACES TO JRNL-BEFORE
           MOVE "A" TO JRNL-ACTION
           PERFORM WRITE-CHANGE-JOURNAL
           EXIT SECTION.

      ******************************************************************
      *    EVERY SAVED SITE GOES ON THE SHARED MASTER-FILE JOURNAL -
      *    THE CALLER SETS THE ACTION AND THE BEFORE IMAGE
      ******************************************************************
       WRITE-CHANGE-JOURNAL SECTION.
           MOVE FD-SITE-DETAILS TO JRNL-AFTER
           MOVE SPACES TO JRNL-RECORD-KEY
           MOVE FD-SITE-ID TO JRNL-RECORD-KEY (1:3)
           CALL "MASTJRNL" USING JRNL-FILE-TAG JRNL-RECORD-KEY
              JRNL-ACTION JRNL-USER-ROLE JRNL-BEFORE JRNL-AFTER
           EXIT SECTION.

      ******************************************************************
                 MOVE SITE-ID-NONEXISTENT TO COMMENT-TEXT
                 ACCEPT COMMENTS-SCREEN
              NOT INVALID KEY
                 MOVE FD-SITE-DETAILS TO JRNL-BEFORE
                 MOVE ZERO TO FD-SITE-IS-ACTIVE
                 REWRITE FD-SITE-DETAILS
                 END-REWRITE
                 MOVE "R" TO JRNL-ACTION
                 PERFORM WRITE-CHANGE-JOURNAL
                 MOVE SITE-DEACTIVATED TO COMMENT-TEXT
                 ACCEPT COMMENTS-SCREEN
           END-READ
                 MOVE FD-SITE-CAPACITY TO WS-SITE-CAPACITY
                 ACCEPT CAP-SITE-VALUE
                 IF KEYSTATUS NOT = F3
                    MOVE FD-SITE-DETAILS TO JRNL-BEFORE
                    MOVE WS-SITE-CAPACITY TO FD-SITE-CAPACITY
                    REWRITE FD-SITE-DETAILS
                    END-REWRITE
                    MOVE "R" TO JRNL-ACTION
                    PERFORM WRITE-CHANGE-JOURNAL
                    MOVE SITE-CAP-SAVED TO COMMENT-TEXT
                    ACCEPT COMMENTS-SCREEN
                 END-IF
