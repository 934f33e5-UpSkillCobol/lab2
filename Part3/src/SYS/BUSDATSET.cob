      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    BUSINESS-DATE SET - SHOWS THE FXBUSDATE CONTROL RECORD
      *    AGAINST THE SYSTEM CLOCK AND LETS OPERATIONS SET THE
      *    BUSINESS DATE BY HAND (GO-LIVE, OR PUTTING THE DATE BACK
      *    TO THE FIRST NIGHT THE CHAIN MISSED SO BATCHCTL CAN CATCH
      *    UP). A DATE AHEAD OF THE CLOCK IS REFUSED | V0.1
      *    15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATSET.

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

      *> WHO IS SIGNED ON - WRITTEN BY SIGNON
           SELECT SESSIONUSER ASSIGN TO "SESSIONUSER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSIONUSER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATEFILE.
       COPY FD-BUSDATE.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  BUSDATE-FS                           PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-USER-CODE                         PIC X(008).

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-CURRENT-BUS-DATE                  PIC 9(008).
       77  WS-PREVIOUS-BUS-DATE                 PIC 9(008).
       77  WS-CHANGED-BY                        PIC X(008).
       77  WS-NEW-BUS-DATE                      PIC 9(008).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  SET-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | BUSINESS DATE" LINE 02 COL 10.
           05 VALUE "F3 - BACK"                 LINE 02 COL 60.
           05 VALUE "SYSTEM CLOCK DATE......:"  LINE 05 COL 10.
           05 SS-TODAY PIC 9(008) LINE 05 COL 36 FROM WS-TODAY-NUM.
           05 VALUE "CURRENT BUSINESS DATE..:"  LINE 06 COL 10.
           05 SS-CURRENT PIC 9(008) LINE 06 COL 36
              FROM WS-CURRENT-BUS-DATE.
           05 VALUE "LAST DATE CLOSED.......:"  LINE 07 COL 10.
           05 SS-PREVIOUS PIC 9(008) LINE 07 COL 36
              FROM WS-PREVIOUS-BUS-DATE.
           05 VALUE "LAST CHANGED BY........:"  LINE 08 COL 10.
           05 SS-CHANGED-BY PIC X(008) LINE 08 COL 36
              FROM WS-CHANGED-BY.
           05 VALUE "NEW BUSINESS DATE......:"  LINE 10 COL 10.
           05 SS-NEW PIC 9(008) LINE 10 COL 36 USING WS-NEW-BUS-DATE.
           05 VALUE "(YYYYMMDD)"                LINE 10 COL 46.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           PERFORM CREATE-FILES
           PERFORM READ-CONTROL-RECORD
           MOVE WS-CURRENT-BUS-DATE TO WS-NEW-BUS-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY SET-SCREEN
           ACCEPT SET-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF
           IF WS-NEW-BUS-DATE = WS-CURRENT-BUS-DATE THEN
               GOBACK
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-NEW-BUS-DATE) NOT = ZEROS THEN
               MOVE "NOT A VALID DATE" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           IF WS-NEW-BUS-DATE > WS-TODAY-NUM THEN
               MOVE "THE BUSINESS DATE CANNOT RUN AHEAD OF THE CLOCK"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           PERFORM GET-SESSION-USER
           PERFORM SAVE-CONTROL-RECORD
           MOVE "BUSINESS DATE SAVED" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           GOBACK.

      *> A NEW INSTALLATION STARTS ON TODAY BY THE CLOCK
       CREATE-FILES SECTION.
           OPEN I-O BUSDATEFILE
           IF BUSDATE-FS = NOT-FILE THEN
               OPEN OUTPUT BUSDATEFILE
               MOVE WS-TODAY-NUM TO BSD-BUSINESS-DATE
               MOVE ZEROS TO BSD-PREVIOUS-DATE
               MOVE WS-TODAY-NUM TO BSD-CHANGED-DATE
               ACCEPT BSD-CHANGED-TIME FROM TIME
               MOVE "BUSDATST" TO BSD-CHANGED-BY
               WRITE FD-BUSDATE
           END-IF
           CLOSE BUSDATEFILE
           EXIT SECTION.

       READ-CONTROL-RECORD SECTION.
           MOVE WS-TODAY-NUM TO WS-CURRENT-BUS-DATE
           MOVE ZEROS TO WS-PREVIOUS-BUS-DATE
           MOVE SPACES TO WS-CHANGED-BY
           OPEN INPUT BUSDATEFILE
           READ BUSDATEFILE
               AT END CONTINUE
               NOT AT END
                   MOVE BSD-BUSINESS-DATE TO WS-CURRENT-BUS-DATE
                   MOVE BSD-PREVIOUS-DATE TO WS-PREVIOUS-BUS-DATE
                   MOVE BSD-CHANGED-BY TO WS-CHANGED-BY
           END-READ
           CLOSE BUSDATEFILE
           EXIT SECTION.

      *> SETTING BY HAND LEAVES THE LAST CLOSED DATE AS THE ROLL
      *> LEFT IT
       SAVE-CONTROL-RECORD SECTION.
           OPEN I-O BUSDATEFILE
           READ BUSDATEFILE
               AT END
                   CLOSE BUSDATEFILE
                   EXIT SECTION
           END-READ
           MOVE WS-NEW-BUS-DATE TO BSD-BUSINESS-DATE
           MOVE WS-TODAY-NUM TO BSD-CHANGED-DATE
           ACCEPT BSD-CHANGED-TIME FROM TIME
           MOVE WS-USER-CODE TO BSD-CHANGED-BY
           REWRITE FD-BUSDATE
           CLOSE BUSDATEFILE
           EXIT SECTION.

       GET-SESSION-USER SECTION.
           MOVE "UNKNOWN" TO WS-USER-CODE
           OPEN INPUT SESSIONUSER
           IF SESSIONUSER-FS NOT = ZEROS THEN
               CLOSE SESSIONUSER
               EXIT SECTION
           END-IF
           READ SESSIONUSER
               NOT AT END
                   IF SSU-USER-CODE NOT = SPACES THEN
                       MOVE SSU-USER-CODE TO WS-USER-CODE
                   END-IF
           END-READ
           CLOSE SESSIONUSER
           EXIT SECTION.

       END PROGRAM BUSDATSET.
