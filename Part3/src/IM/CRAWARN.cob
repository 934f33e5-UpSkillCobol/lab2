      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    NIGHTLY CORRECTIVE-ACTION OVERDUE WARNING - EVERY HACCP
      *    CORRECTIVE ACTION PAST ITS DUE DATE AND NOT YET VERIFIED
      *    GOES ON THE NOTIFICATION OUTBOX ONCE; A NEW DUE DATE KEYED
      *    IN CORRACT ARMS THE WARNING AGAIN | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAWARN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CORRACTS ASSIGN TO "FXCORRACT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRA-ID
           FILE STATUS IS CORRACT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRACTS.
       COPY FD-CORRACT.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  CORRACT-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-WARN-COUNT                        PIC 9(004).

       01  NTQ-TYPE                             PIC X(010).
       01  NTQ-RECIPIENT                        PIC X(050).
       01  NTQ-TEXT                             PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "OVERDUE CORRECTIVE-ACTION WARNINGS QUEUED:"
              LINE 12 COL 10.
           05 SS-CNT PIC ZZZ9 LINE 12 COL 54 FROM WS-WARN-COUNT.
           05 VALUE "PRESS ANY KEY" LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-WARN-COUNT

           MOVE SPACES TO FLAG-TRUE
           OPEN I-O CORRACTS
           IF CORRACT-FS = NOT-FILE THEN
               CLOSE CORRACTS
               DISPLAY CLEAR-SCREEN
               ACCEPT DONE-SCREEN
               GOBACK
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ CORRACTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM JUDGE-ONE-ACTION
               END-READ
           END-PERFORM
           CLOSE CORRACTS

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

       JUDGE-ONE-ACTION SECTION.
           IF CRA-VERIFIED
              OR CRA-OVERDUE-WARNED
              OR CRA-DUE-DATE NOT < WS-TODAY-NUM THEN
               EXIT SECTION
           END-IF
           MOVE "CAOVERDUE" TO NTQ-TYPE
           MOVE "SITE SUPERVISOR" TO NTQ-RECIPIENT
           MOVE SPACES TO NTQ-TEXT
           STRING "CORRECTIVE ACTION " CRA-ID " SITE " CRA-SITE-ID
               " OVERDUE SINCE " CRA-DUE-DATE
               DELIMITED BY SIZE INTO NTQ-TEXT
           CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT NTQ-TEXT
           MOVE "Y" TO CRA-OVERDUE-SENT
           REWRITE FD-CORRACT
           ADD 1 TO WS-WARN-COUNT
           EXIT SECTION.

       END PROGRAM CRAWARN.
