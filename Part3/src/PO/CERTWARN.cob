      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    NIGHTLY CERTIFICATE EXPIRY WARNING - EVERY SUPPLIER
      *    FOOD-SAFETY CERTIFICATE RUNNING OUT WITHIN THE WARNING
      *    WINDOW GOES ON THE NOTIFICATION OUTBOX ONCE, SO PURCHASING
      *    CHASES THE RENEWAL BEFORE POGEN, PODISP AND PORECV START
      *    REFUSING THE SUPPLIER | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTWARN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUPCERTS ASSIGN TO "FXSUPCERT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCT-KEY
           FILE STATUS IS SUPCERT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPCERTS.
       COPY FD-SUPCERT.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  SUPCERT-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".

      *> DAYS OF NOTICE BEFORE A CERTIFICATE LAPSES
       78  CERT-WARN-DAYS                       VALUE 30.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       01  WS-TODAY-NUM                         PIC 9(008).
       01  WS-HORIZON-NUM                       PIC 9(008).
       77  WS-WARN-COUNT                        PIC 9(004).

       01  NTQ-TYPE                             PIC X(010).
       01  NTQ-RECIPIENT                        PIC X(050).
       01  NTQ-TEXT                             PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "CERTIFICATE EXPIRY WARNINGS QUEUED:"
              LINE 12 COL 10.
           05 SS-CNT PIC ZZZ9 LINE 12 COL 47 FROM WS-WARN-COUNT.
           05 VALUE "PRESS ANY KEY" LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-HORIZON-NUM = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-TODAY-NUM) + CERT-WARN-DAYS)
           MOVE ZEROS TO WS-WARN-COUNT

           MOVE SPACES TO FLAG-TRUE
           OPEN I-O SUPCERTS
           IF SUPCERT-FS = NOT-FILE THEN
               CLOSE SUPCERTS
               DISPLAY CLEAR-SCREEN
               ACCEPT DONE-SCREEN
               GOBACK
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SUPCERTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM JUDGE-ONE-CERTIFICATE
               END-READ
           END-PERFORM
           CLOSE SUPCERTS

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      *> ALREADY LAPSED CERTIFICATES ARE LEFT ALONE - THE PURCHASING
      *> PROGRAMS REFUSE THOSE SUPPLIERS OUTRIGHT
       JUDGE-ONE-CERTIFICATE SECTION.
           IF SCT-EXPIRY-WARNED
              OR SCT-VALID-TO < WS-TODAY-NUM
              OR SCT-VALID-TO > WS-HORIZON-NUM THEN
               EXIT SECTION
           END-IF
           MOVE "CERTEXPIRY" TO NTQ-TYPE
           MOVE "PURCHASING OFFICE" TO NTQ-RECIPIENT
           MOVE SPACES TO NTQ-TEXT
           STRING "SUPPLIER " SCT-SUPPLIER-ID " CERT "
               SCT-CERT-NO DELIMITED BY SIZE
               " EXPIRES " SCT-VALID-TO DELIMITED BY SIZE
               INTO NTQ-TEXT
           CALL "NOTIFYOUT" USING NTQ-TYPE NTQ-RECIPIENT NTQ-TEXT
           MOVE "Y" TO SCT-WARNED
           REWRITE FD-SUPCERT
           ADD 1 TO WS-WARN-COUNT
           EXIT SECTION.

       END PROGRAM CERTWARN.
