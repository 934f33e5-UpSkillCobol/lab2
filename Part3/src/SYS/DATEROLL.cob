      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    BUSINESS-DATE ROLL - THE LAST STEP OF THE NIGHTLY CHAIN.
      *    CLOSES THE BUSINESS DATE THE CHAIN HAS JUST PROCESSED AND
      *    MOVES THE FXBUSDATE CONTROL RECORD ON TO THE NEXT DAY. A
      *    FRESH INSTALLATION STARTS THE RECORD FROM THE SYSTEM
      *    CLOCK | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATEROLL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BUSDATEFILE ASSIGN TO "FXBUSDATE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BUSDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATEFILE.
       COPY FD-BUSDATE.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  BUSDATE-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).

       77  WS-CLOSED-DATE                       PIC 9(008).
       77  WS-NEW-DATE                          PIC 9(008).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BUSINESS DATE CLOSED..:" LINE 12 COL 10.
           05 SS-CLOSED PIC 9(008) LINE 12 COL 35
              FROM WS-CLOSED-DATE.
           05 VALUE "NEW BUSINESS DATE.....:" LINE 13 COL 10.
           05 SS-NEW PIC 9(008) LINE 13 COL 35
              FROM WS-NEW-DATE.
           05 VALUE "PRESS ANY KEY" LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           OPEN I-O BUSDATEFILE
           READ BUSDATEFILE
               AT END
                   CLOSE BUSDATEFILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           IF BSD-BUSINESS-DATE = ZEROS THEN
               ACCEPT BSD-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE BSD-BUSINESS-DATE TO WS-CLOSED-DATE
           COMPUTE WS-NEW-DATE = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-CLOSED-DATE) + 1)
           MOVE WS-CLOSED-DATE TO BSD-PREVIOUS-DATE
           MOVE WS-NEW-DATE TO BSD-BUSINESS-DATE
           ACCEPT BSD-CHANGED-DATE FROM DATE YYYYMMDD
           ACCEPT BSD-CHANGED-TIME FROM TIME
           MOVE "DATEROLL" TO BSD-CHANGED-BY
           REWRITE FD-BUSDATE
           CLOSE BUSDATEFILE

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      *> THE FIRST ROLL ON A NEW INSTALLATION CLOSES TODAY BY THE
      *> CLOCK
       CREATE-FILES SECTION.
           OPEN I-O BUSDATEFILE
           IF BUSDATE-FS = NOT-FILE THEN
               OPEN OUTPUT BUSDATEFILE
               ACCEPT BSD-BUSINESS-DATE FROM DATE YYYYMMDD
               MOVE ZEROS TO BSD-PREVIOUS-DATE
               ACCEPT BSD-CHANGED-DATE FROM DATE YYYYMMDD
               ACCEPT BSD-CHANGED-TIME FROM TIME
               MOVE "DATEROLL" TO BSD-CHANGED-BY
               WRITE FD-BUSDATE
           END-IF
           CLOSE BUSDATEFILE
           EXIT SECTION.

       END PROGRAM DATEROLL.
