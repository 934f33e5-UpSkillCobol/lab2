      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DATA WAREHOUSE INTERFACE
      ******************************************************************
      *    DATA-WAREHOUSE RUN LEDGER - LISTS EVERY DWEXTRACT RUN WITH
      *    ITS STATE, BUSINESS DATE, JOURNAL RANGE AND ROWS PER FILE,
      *    AND MARKS THE LATEST RUN TO BE SENT AGAIN WHEN THE
      *    WAREHOUSE COULD NOT LOAD IT. THE NEXT DWEXTRACT THEN WRITES
      *    THAT RUN AGAIN UNDER ITS OWN NUMBER | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWLEDGER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DWRUN ASSIGN TO "FXDWRUN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DWR-RUN-NO
           FILE STATUS IS DWRUN-FS.

      *> WHO IS SIGNED ON - WRITTEN BY SIGNON
           SELECT SESSIONUSER ASSIGN TO "SESSIONUSER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSIONUSER-FS.

           SELECT REPORTFILE ASSIGN TO "DWLEDGERFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DWRUN.
       COPY FD-DWRUN.

       FD  SESSIONUSER.
       01  FD-SESSIONUSER.
           05 SSU-USER-CODE                     PIC X(008).

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(132).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  DWRUN-FS                             PIC 9(002).
       77  SESSIONUSER-FS                       PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       77  WS-OPTION                            PIC X(001).
       77  WS-CONFIRM                           PIC X(001).
       77  WS-USER-CODE                         PIC X(008).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "DWLEDGER".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "DWLEDGERFILE".

       01  WS-PERM-PROGRAM                      PIC X(012)
           VALUE "DWLEDGER".
       77  WS-PERM-ACTION                       PIC X(001).
       77  WS-PERM-AUDIT                        PIC X(001).
       77  WS-PERM-ALLOWED                      PIC X(001).

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-FILE-IND                          PIC 9(001).
       77  WS-CNT-RUNS                          PIC 9(006).
       77  WS-RUN-ROWS                          PIC 9(009).

      *> THE LATEST ROW ON THE LEDGER - THE ONLY ONE THAT MAY BE
      *> SENT AGAIN
       77  WS-LAST-FOUND                        PIC X(001).
       77  WS-LAST-RUN-NO                       PIC 9(006).
       77  WS-LAST-STATUS                       PIC X(001).

       01  DIVIDER-LINE                         PIC X(132)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(045)
              VALUE "BREADWICH - DATA-WAREHOUSE RUN LEDGER AS AT".
           05 FILLER                            PIC X(001).
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(008) VALUE "RUN".
           05 FILLER PIC X(010) VALUE "BUS DATE".
           05 FILLER PIC X(016) VALUE "STARTED".
           05 FILLER PIC X(016) VALUE "ENDED".
           05 FILLER PIC X(010) VALUE "STATE".
           05 FILLER PIC X(004) VALUE "BL".
           05 FILLER PIC X(005) VALUE "SENT".
           05 FILLER PIC X(022) VALUE "JOURNAL ENTRIES".
           05 FILLER PIC X(010) VALUE "ROWS".
           05 FILLER PIC X(010) VALUE "AGAIN BY".

       01  RPT-DETAIL.
           05 RPT-DET-RUN                       PIC 9(006).
           05 FILLER                            PIC X(002).
           05 RPT-DET-BUS-DATE                  PIC 9(008).
           05 FILLER                            PIC X(002).
           05 RPT-DET-START-DATE                PIC 9(008).
           05 FILLER                            PIC X(001).
           05 RPT-DET-START-TIME                PIC 9(004).
           05 FILLER                            PIC X(003).
           05 RPT-DET-END-DATE                  PIC 9(008).
           05 FILLER                            PIC X(001).
           05 RPT-DET-END-TIME                  PIC 9(004).
           05 FILLER                            PIC X(003).
           05 RPT-DET-STATE                     PIC X(008).
           05 FILLER                            PIC X(002).
           05 RPT-DET-BASELINE                  PIC X(001).
           05 FILLER                            PIC X(003).
           05 RPT-DET-RESENDS                   PIC ZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-JRNL-FROM                 PIC Z(008)9.
           05 FILLER                            PIC X(003)
              VALUE " - ".
           05 RPT-DET-JRNL-TO                   PIC Z(008)9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-ROWS                      PIC Z(008)9.
           05 FILLER                            PIC X(001).
           05 RPT-DET-RESEND-BY                 PIC X(008).

      *> ROWS PER FILE IN THE ORDER OF FD-DWRUN
       01  RPT-FILES-LINE.
           05 FILLER                            PIC X(008).
           05 FILLER                            PIC X(009)
              VALUE "ORDERS".
           05 RPT-FIL-ROWS-1                    PIC Z(006)9.
           05 FILLER                            PIC X(011)
              VALUE "  ORDLINES".
           05 RPT-FIL-ROWS-2                    PIC Z(006)9.
           05 FILLER                            PIC X(011)
              VALUE "  DELIVERY".
           05 RPT-FIL-ROWS-3                    PIC Z(006)9.
           05 FILLER                            PIC X(011)
              VALUE "  INVOICES".
           05 RPT-FIL-ROWS-4                    PIC Z(006)9.
           05 FILLER                            PIC X(011)
              VALUE "  STOCKMOV".
           05 RPT-FIL-ROWS-5                    PIC Z(006)9.
           05 FILLER                            PIC X(010)
              VALUE "  PRODACT".
           05 RPT-FIL-ROWS-6                    PIC Z(006)9.
           05 FILLER                            PIC X(007)
              VALUE "  DIMS".
           05 RPT-FIL-ROWS-7                    PIC Z(006)9.

       01  RPT-TOTAL-LINE.
           05 RPT-TOT-LABEL                     PIC X(045).
           05 RPT-TOT-COUNT                     PIC ZZZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | DATA-WAREHOUSE RUN LEDGER"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"                     LINE 02 COL 60.
           05 VALUE "1 - LIST THE RUN LEDGER"       LINE 06 COL 10.
           05 VALUE "2 - SEND THE LATEST RUN AGAIN" LINE 07 COL 10.
           05 VALUE "OPTION................:"       LINE 10 COL 10.
           05 SS-OPTION PIC X(001) LINE 10 COL 34 TO WS-OPTION.

       01  RESEND-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "LATEST RUN............:"       LINE 12 COL 10.
           05 SS-RS-RUN PIC 9(006) LINE 12 COL 34
              FROM WS-LAST-RUN-NO.
           05 VALUE "SEND IT AGAIN (Y/N)...:"       LINE 13 COL 10.
           05 SS-RS-CONFIRM PIC X(001) LINE 13 COL 34 TO WS-CONFIRM.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "RUN LEDGER WRITTEN ON DWLEDGERFILE"
              LINE 12 COL 10.
           05 VALUE "RUNS..................:" LINE 13 COL 10.
           05 SS-RUNS PIC ZZZZZ9 LINE 13 COL 34 FROM WS-CNT-RUNS.
           05 VALUE "PRESS ANY KEY" LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM UNTIL KEYSTATUS = F3
               MOVE SPACES TO WS-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   EVALUATE WS-OPTION
                   WHEN "1"
                       PERFORM LIST-LEDGER
                   WHEN "2"
                       PERFORM MARK-RESEND
                   WHEN OTHER
                       MOVE "CHOOSE 1 OR 2" TO WS-ERROR-TEXT
                       ACCEPT MESSAGE-SCREEN
                   END-EVALUATE
               END-IF
           END-PERFORM
           GOBACK.

      ******************************************************************
      *    THE LEDGER IN RUN ORDER, ONE LINE PER RUN AND ONE LINE WITH
      *    ITS ROWS PER FILE
      ******************************************************************
       LIST-LEDGER SECTION.
           MOVE "V" TO WS-PERM-ACTION
           PERFORM CHECK-PERMISSION
           IF WS-PERM-ALLOWED NOT = "Y" THEN
               EXIT SECTION
           END-IF
           OPEN INPUT DWRUN
           IF DWRUN-FS = NOT-FILE THEN
               CLOSE DWRUN
               MOVE "NO DATA-WAREHOUSE RUN ON THIS SYSTEM YET"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-CNT-RUNS
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ DWRUN NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM WRITE-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE DWRUN

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE "RUNS ON THE LEDGER" TO RPT-TOT-LABEL
           MOVE WS-CNT-RUNS TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           CLOSE REPORTFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME
           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           EXIT SECTION.

       WRITE-ONE-RUN SECTION.
           ADD 1 TO WS-CNT-RUNS
           MOVE SPACES TO RPT-DETAIL
           MOVE DWR-RUN-NO TO RPT-DET-RUN
           MOVE DWR-BUSINESS-DATE TO RPT-DET-BUS-DATE
           MOVE DWR-START-DATE TO RPT-DET-START-DATE
           MOVE DWR-START-TIME (1:4) TO RPT-DET-START-TIME
           MOVE DWR-END-DATE TO RPT-DET-END-DATE
           MOVE DWR-END-TIME (1:4) TO RPT-DET-END-TIME
           EVALUATE TRUE
           WHEN DWR-COMPLETE
               MOVE "COMPLETE" TO RPT-DET-STATE
           WHEN DWR-RESEND
               MOVE "AGAIN" TO RPT-DET-STATE
           WHEN OTHER
               MOVE "FAILED" TO RPT-DET-STATE
           END-EVALUATE
           MOVE DWR-BASELINE TO RPT-DET-BASELINE
           MOVE DWR-RESEND-COUNT TO RPT-DET-RESENDS
           MOVE DWR-JRNL-FROM TO RPT-DET-JRNL-FROM
           MOVE DWR-JRNL-TO TO RPT-DET-JRNL-TO
           MOVE ZEROS TO WS-RUN-ROWS
           PERFORM VARYING WS-FILE-IND FROM 1 BY 1
           UNTIL WS-FILE-IND > 7
               ADD DWR-FILE-ROWS (WS-FILE-IND) TO WS-RUN-ROWS
           END-PERFORM
           MOVE WS-RUN-ROWS TO RPT-DET-ROWS
           MOVE DWR-RESEND-BY TO RPT-DET-RESEND-BY
           WRITE REPORT-LINE FROM RPT-DETAIL

           MOVE DWR-FILE-ROWS (1) TO RPT-FIL-ROWS-1
           MOVE DWR-FILE-ROWS (2) TO RPT-FIL-ROWS-2
           MOVE DWR-FILE-ROWS (3) TO RPT-FIL-ROWS-3
           MOVE DWR-FILE-ROWS (4) TO RPT-FIL-ROWS-4
           MOVE DWR-FILE-ROWS (5) TO RPT-FIL-ROWS-5
           MOVE DWR-FILE-ROWS (6) TO RPT-FIL-ROWS-6
           MOVE DWR-FILE-ROWS (7) TO RPT-FIL-ROWS-7
           WRITE REPORT-LINE FROM RPT-FILES-LINE
           EXIT SECTION.

      ******************************************************************
      *    ONLY THE LATEST RUN CAN BE SENT AGAIN - AN OLDER ONE WOULD
      *    UNDO THE CHANGES THE RUNS AFTER IT ALREADY CARRIED. A RUN
      *    THAT DID NOT COMPLETE IS SENT AGAIN BY THE NEXT DWEXTRACT
      *    WITHOUT BEING MARKED
      ******************************************************************
       MARK-RESEND SECTION.
           MOVE "C" TO WS-PERM-ACTION
           PERFORM CHECK-PERMISSION
           IF WS-PERM-ALLOWED NOT = "Y" THEN
               EXIT SECTION
           END-IF
           PERFORM FIND-LAST-RUN
           IF WS-LAST-FOUND NOT = "Y" THEN
               MOVE "NO DATA-WAREHOUSE RUN ON THIS SYSTEM YET"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-LAST-STATUS = "S" THEN
               MOVE "LATEST RUN DID NOT COMPLETE - NEXT RUN REPEATS IT"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-LAST-STATUS = "R" THEN
               MOVE "LATEST RUN IS ALREADY MARKED TO BE SENT AGAIN"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-CONFIRM
           DISPLAY RESEND-SCREEN
           ACCEPT RESEND-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y" THEN
               EXIT SECTION
           END-IF
           PERFORM READ-SESSION-USER
           OPEN I-O DWRUN
           MOVE WS-LAST-RUN-NO TO DWR-RUN-NO
           READ DWRUN
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO DWR-STATUS
                   MOVE WS-USER-CODE TO DWR-RESEND-BY
                   REWRITE FD-DWRUN
           END-READ
           CLOSE DWRUN
           MOVE "MARKED - THE NEXT DWEXTRACT SENDS THE RUN AGAIN"
             TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       FIND-LAST-RUN SECTION.
           MOVE "N" TO WS-LAST-FOUND
           OPEN INPUT DWRUN
           IF DWRUN-FS = NOT-FILE THEN
               CLOSE DWRUN
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ DWRUN NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       MOVE "Y" TO WS-LAST-FOUND
                       MOVE DWR-RUN-NO TO WS-LAST-RUN-NO
                       MOVE DWR-STATUS TO WS-LAST-STATUS
               END-READ
           END-PERFORM
           CLOSE DWRUN
           EXIT SECTION.

       READ-SESSION-USER SECTION.
           MOVE SPACES TO WS-USER-CODE
           OPEN INPUT SESSIONUSER
           IF SESSIONUSER-FS NOT = ZEROS THEN
               CLOSE SESSIONUSER
               EXIT SECTION
           END-IF
           READ SESSIONUSER
               AT END CONTINUE
               NOT AT END MOVE SSU-USER-CODE TO WS-USER-CODE
           END-READ
           CLOSE SESSIONUSER
           EXIT SECTION.

       CHECK-PERMISSION SECTION.
           MOVE "Y" TO WS-PERM-AUDIT
           CALL "PERMCHK" USING WS-PERM-PROGRAM WS-PERM-ACTION
               WS-PERM-AUDIT WS-PERM-ALLOWED
           IF WS-PERM-ALLOWED NOT = "Y" THEN
               MOVE "NOT ALLOWED FOR THIS USER" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
           END-IF
           EXIT SECTION.

       END PROGRAM DWLEDGER.
