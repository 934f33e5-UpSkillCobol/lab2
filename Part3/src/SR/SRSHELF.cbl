      *    SHELF-LIFE MAINTENANCE - SETS THE FINISHED-SANDWICH
      *    SHELF-LIFE DAYS ON THE FX-SR RECORD THAT CAP THE USE-BY
      *    DATES THE PPLABEL RUN COMPUTES | V0.1 | 02.09.2026
      ******************************************************************
      *    EACH SHELF-LIFE CHANGE IS JOURNALED ON FXMASTJRNL
      *    | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-ASK-DAYS                          PIC 9(002).
       77  WS-ERROR-TEXT                        PIC X(060).

      *> EVERY SHELF-LIFE CHANGE ON FX-SR GOES ON THE SHARED JOURNAL
       01  JRNL-FILE-TAG                        PIC X(010)
           VALUE "FXSR".
       01  JRNL-RECORD-KEY                      PIC X(012).
       01  JRNL-ACTION                          PIC X(001).
       01  JRNL-USER-ROLE                       PIC 9(001) VALUE 0.
       01  JRNL-BEFORE                          PIC X(512).
       01  JRNL-AFTER                           PIC X(512).

      ******************************************************************

       SCREEN SECTION.
               INVALID KEY
                   MOVE "SANDWICH NOT ON FILE" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   MOVE SR-REC TO JRNL-BEFORE
                   MOVE WS-ASK-DAYS TO SR-SHELF-DAYS
                   REWRITE SR-REC
                   END-REWRITE
                   MOVE SR-REC TO JRNL-AFTER
                   PERFORM WRITE-CHANGE-JOURNAL
                   MOVE "SHELF LIFE SAVED" TO WS-ERROR-TEXT
           END-READ
           CLOSE SANDWICHES
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       WRITE-CHANGE-JOURNAL SECTION.
           MOVE SPACES TO JRNL-RECORD-KEY
           MOVE SR-IID TO JRNL-RECORD-KEY (1:3)
           MOVE "R" TO JRNL-ACTION
           CALL "MASTJRNL" USING JRNL-FILE-TAG JRNL-RECORD-KEY
               JRNL-ACTION JRNL-USER-ROLE JRNL-BEFORE JRNL-AFTER
           EXIT SECTION.

       END PROGRAM SRSHELF.
