      *    LOGS START/END AND STATUS PER STEP, STOPS ON FAILURE AND
      *    RESUMES FROM THE FAILED STEP ON THE NEXT RUN | V0.1
      *    22.08.2026
      ******************************************************************
      *    THE STANDARD CHAIN RUNS CERTWARN FOR SUPPLIER CERTIFICATES
      *    NEARING EXPIRY
      ******************************************************************
      *    THE STANDARD CHAIN RUNS CRAWARN FOR OVERDUE HACCP
      *    CORRECTIVE ACTIONS
      ******************************************************************
      *    THE STANDARD CHAIN RUNS REPLRUN FOR MIN/MAX REPLENISHMENT
      *    PROPOSALS | 15.10.2026
      ******************************************************************
      *    THE CHAIN RUNS FOR THE BUSINESS DATE ON FXBUSDATE AND ENDS
      *    WITH THE DATEROLL STEP; A CATCH-UP MODE RUNS THE WHOLE CHAIN
      *    ONCE FOR EACH MISSED BUSINESS DATE IN TURN | 15.10.2026
      ******************************************************************
      *    THE STANDARD CHAIN RUNS PDRETAIN TO ANONYMISE SCHOOL CONTACTS
      *    PAST THE PERSONAL-DATA RETENTION PERIOD | 15.10.2026
      ******************************************************************
      *    THE STANDARD CHAIN RUNS DWEXTRACT FOR THE NIGHTLY
      *    DATA-WAREHOUSE FILES | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-RESUME-FROM                       PIC 9(002).
       77  WS-CHAIN-FAILED                      PIC X(001).
       77  WS-CALL-PROGRAM                      PIC X(012).
       77  WS-STEPS-RUN                         PIC 9(004).
      *> THE BUSINESS DATE ON FXBUSDATE (BUSDATE) AND THE ONE THE
      *> CURRENT PASS OF THE CHAIN IS PROCESSING
       77  WS-BUSINESS-DATE                     PIC 9(008).
       77  WS-RUN-DATE                          PIC 9(008).
       77  WS-DATES-RUN                         PIC 9(003).
       77  WS-CATCH-UP                          PIC X(001).
       77  WS-CATCH-UP-KEY                      PIC X(001).
       77  WS-NO-ROLL                           PIC X(001).

      ******************************************************************


       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BATCH CHAIN FINISHED - STEPS RUN:" LINE 12 COL 10.
           05 SS-STEPS PIC ZZZ9 LINE 12 COL 45 FROM WS-STEPS-RUN.
           05 VALUE "BUSINESS DATES RUN:" LINE 13 COL 10.
           05 SS-DATES PIC ZZ9 LINE 13 COL 46 FROM WS-DATES-RUN.
           05 VALUE "SEE BATCHRUNLOG FOR THE STEP LOG" LINE 14 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 16 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  CATCH-UP-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BUSINESS DATE" LINE 10 COL 10.
           05 SS-CU-BUSINESS PIC 9(008) LINE 10 COL 24
              FROM WS-BUSINESS-DATE.
           05 VALUE "IS BEHIND THE CLOCK DATE" LINE 10 COL 33.
           05 SS-CU-TODAY PIC 9(008) LINE 10 COL 58
              FROM WS-TODAY-NUM.
           05 VALUE "PRESS C TO CATCH UP - THE CHAIN RUNS ONCE FOR EACH"
              LINE 12 COL 10.
           05 VALUE "MISSED DATE IN TURN - ANY OTHER KEY RUNS THE"
              LINE 13 COL 10.
           05 VALUE "BUSINESS DATE ONCE" LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO WS-CATCH-UP-KEY AUTO.

       01  NO-ROLL-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "CATCH-UP STOPPED - THE CHAIN DID NOT MOVE THE"
              LINE 12 COL 10.
           05 VALUE "BUSINESS DATE ON (NO DATEROLL STEP IN BATCHCHAIN?)"
              LINE 13 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NO-BACKUP-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "NO VERIFIED BACKUP FOR TODAY OR YESTERDAY, OR"
              LINE 10 COL 10.

       PROCEDURE DIVISION.
       MAIN SECTION.
      *> THE BACKUP CHECK GOES BY THE CLOCK, THE CHAIN ITSELF BY THE
      *> BUSINESS DATE
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           MOVE ZEROS TO WS-STEPS-RUN
           MOVE ZEROS TO WS-DATES-RUN
           MOVE SPACES TO WS-CHAIN-FAILED
           MOVE SPACES TO WS-CATCH-UP
           MOVE SPACES TO WS-NO-ROLL
           PERFORM CREATE-FILES
           PERFORM CHECK-BACKUP-LOG
           IF WS-BACKUP-BAD = "Y" THEN
                   GOBACK
               END-IF
           END-IF
           IF WS-BUSINESS-DATE < WS-TODAY-NUM THEN
               DISPLAY CLEAR-SCREEN
               ACCEPT CATCH-UP-SCREEN
               IF WS-CATCH-UP-KEY = "C" OR WS-CATCH-UP-KEY = "c"
                   MOVE "Y" TO WS-CATCH-UP
               END-IF
           END-IF
           PERFORM RUN-ONE-BUSINESS-DATE
           PERFORM UNTIL WS-CATCH-UP NOT = "Y"
                      OR WS-CHAIN-FAILED = "Y"
                      OR WS-BUSINESS-DATE > WS-TODAY-NUM
               PERFORM RUN-ONE-BUSINESS-DATE
           END-PERFORM
           IF WS-CHAIN-FAILED = "Y" THEN
               DISPLAY CLEAR-SCREEN
               ACCEPT FAILED-SCREEN
           ELSE
               IF WS-NO-ROLL = "Y" THEN
                   DISPLAY CLEAR-SCREEN
                   ACCEPT NO-ROLL-SCREEN
               END-IF
               DISPLAY CLEAR-SCREEN
               ACCEPT DONE-SCREEN
           END-IF
           GOBACK.

      ******************************************************************
      *    ONE PASS OF THE CHAIN FOR THE CURRENT BUSINESS DATE - THE
      *    DATEROLL STEP AT ITS END MOVES THE DATE ON, SO A CATCH-UP
      *    REPEATS THE PASS UNTIL THE CLOCK DATE ITSELF HAS BEEN RUN.
      *    A PASS THAT LEAVES THE DATE WHERE IT WAS ENDS THE CATCH-UP
      ******************************************************************
       RUN-ONE-BUSINESS-DATE SECTION.
           CALL "BUSDATE" USING WS-RUN-DATE
           PERFORM READ-RESTART-POINT
           PERFORM RUN-THE-CHAIN
           IF WS-CHAIN-FAILED = "Y" THEN
               EXIT SECTION
           END-IF
           PERFORM CLEAR-RESTART-POINT
           ADD 1 TO WS-DATES-RUN
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE NOT > WS-RUN-DATE
              AND WS-CATCH-UP = "Y" THEN
               MOVE "Y" TO WS-NO-ROLL
               MOVE SPACES TO WS-CATCH-UP
           END-IF
           EXIT SECTION.

      *> A FRESH INSTALLATION GETS THE STANDARD NIGHTLY SEQUENCE
       CREATE-FILES SECTION.
           OPEN INPUT JOBCHAIN
               MOVE 07 TO JOB-STEP-SEQ
               MOVE "ACEXTRACT" TO JOB-PROGRAM-NAME
               WRITE FD-JOBCHAIN
      *> SUPPLIER CERTIFICATES NEARING EXPIRY ON THE OUTBOX
               MOVE 08 TO JOB-STEP-SEQ
               MOVE "CERTWARN" TO JOB-PROGRAM-NAME
               WRITE FD-JOBCHAIN
      *> HACCP CORRECTIVE ACTIONS PAST THEIR DUE DATE ON THE OUTBOX
               MOVE 09 TO JOB-STEP-SEQ
               MOVE "CRAWARN" TO JOB-PROGRAM-NAME
               WRITE FD-JOBCHAIN
      *> MIN/MAX REPLENISHMENT PROPOSALS FOR THE SATELLITE KITCHENS
               MOVE 10 TO JOB-STEP-SEQ
               MOVE "REPLRUN" TO JOB-PROGRAM-NAME
               WRITE FD-JOBCHAIN
      *> SCHOOL CONTACTS PAST THE PERSONAL-DATA RETENTION PERIOD
               MOVE 11 TO JOB-STEP-SEQ
               MOVE "PDRETAIN" TO JOB-PROGRAM-NAME
               WRITE FD-JOBCHAIN
      *> THE WAREHOUSE EXTRACT FOLLOWS THE ERASURES SO THEY REACH
      *> THE WAREHOUSE THE SAME NIGHT
               MOVE 12 TO JOB-STEP-SEQ
               MOVE "DWEXTRACT" TO JOB-PROGRAM-NAME
               WRITE FD-JOBCHAIN
      *> GROWTH SNAPSHOTS GO LAST SO THE NIGHT'S OWN POSTINGS ARE
      *> ALREADY COUNTED
               MOVE 13 TO JOB-STEP-SEQ
               MOVE "GROWMON" TO JOB-PROGRAM-NAME
               WRITE FD-JOBCHAIN
      *> THE DATE ROLL CLOSES THE NIGHT - NOTHING MAY FOLLOW IT
               MOVE 14 TO JOB-STEP-SEQ
               MOVE "DATEROLL" TO JOB-PROGRAM-NAME
               WRITE FD-JOBCHAIN
           END-IF
           CLOSE JOBCHAIN

           EXIT SECTION.

       LOG-BACKUP-CHECK-WARN SECTION.
           MOVE WS-BUSINESS-DATE TO LOG-RUN-DATE
           MOVE ZEROS TO LOG-STEP-SEQ
           MOVE "BACKUPCHK" TO LOG-PROGRAM-NAME
           ACCEPT LOG-START-TIME FROM TIME
           EXIT SECTION.

       LOG-BACKUP-CHECK-FAIL SECTION.
           MOVE WS-BUSINESS-DATE TO LOG-RUN-DATE
           MOVE ZEROS TO LOG-STEP-SEQ
           MOVE "BACKUPCHK" TO LOG-PROGRAM-NAME
           ACCEPT LOG-START-TIME FROM TIME
           EXIT SECTION.

       RUN-ONE-STEP SECTION.
           MOVE WS-RUN-DATE TO LOG-RUN-DATE
           MOVE JOB-STEP-SEQ TO LOG-STEP-SEQ
           MOVE JOB-PROGRAM-NAME TO LOG-PROGRAM-NAME
           ACCEPT LOG-START-TIME FROM TIME
