      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    RECEIVING DOCK MAINTENANCE - DOCK DAYS (MON-SUN), OPENING
      *    HOURS, SLOT LENGTH, DELIVERIES PER SLOT AND ON-TIME GRACE
      *    PER KITCHEN, USED BY DOCKBOOK | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCKMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DOCKCFGS ASSIGN TO "FXDOCKCFG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCK-SITE-ID
           FILE STATUS IS DOCKCFG-FS.

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITES-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCKCFGS.
       COPY FD-DOCKCFG.

       FD  SITES.
       COPY FD-SITES.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  DOCKCFG-FS                           PIC 9(002).
       77  SITES-FS                             PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-ASK-SITE                          PIC 9(003).
       77  WS-ASK-DAYS                          PIC X(007).
       77  WS-ASK-OPEN                          PIC 9(004).
       77  WS-ASK-CLOSE                         PIC 9(004).
       77  WS-ASK-SLOT-MINUTES                  PIC 9(003).
       77  WS-ASK-MAX-PER-SLOT                  PIC 9(002).
       77  WS-ASK-GRACE                         PIC 9(003).
       77  WS-DAY-IX                            PIC 9(001).
       77  WS-ERROR-TEXT                        PIC X(060).
       01  WS-HHMM                              PIC 9(004).
       01  WS-HHMM-PARTS REDEFINES WS-HHMM.
           05 WS-HH                             PIC 9(002).
           05 WS-MM                             PIC 9(002).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DOCK-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | RECEIVING DOCK"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK" LINE 02 COL 60.
           05 VALUE "SITE ID...................:" LINE 05 COL 10.
           05 SS-SITE PIC 9(003) LINE 05 COL 40
              TO WS-ASK-SITE.
           05 VALUE "DOCK DAYS MON-SUN (Y/N)...:" LINE 06 COL 10.
           05 SS-DAYS PIC X(007) LINE 06 COL 40 TO WS-ASK-DAYS.
           05 VALUE "DOCK OPENS (HHMM).........:" LINE 07 COL 10.
           05 SS-OPEN PIC 9(004) LINE 07 COL 40 TO WS-ASK-OPEN.
           05 VALUE "DOCK CLOSES (HHMM)........:" LINE 08 COL 10.
           05 SS-CLOSE PIC 9(004) LINE 08 COL 40 TO WS-ASK-CLOSE.
           05 VALUE "SLOT LENGTH (MINUTES).....:" LINE 09 COL 10.
           05 SS-SLOT PIC 9(003) LINE 09 COL 40
              TO WS-ASK-SLOT-MINUTES.
           05 VALUE "DELIVERIES PER SLOT.......:" LINE 10 COL 10.
           05 SS-MAX PIC 9(002) LINE 10 COL 40
              TO WS-ASK-MAX-PER-SLOT.
           05 VALUE "ON-TIME GRACE (MINUTES)...:" LINE 11 COL 10.
           05 SS-GRACE PIC 9(003) LINE 11 COL 40 TO WS-ASK-GRACE.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
      *> A WEEKDAY MORNING DOCK, CLEAR OF THE PRODUCTION PEAK
               MOVE ZEROS TO WS-ASK-SITE
               MOVE "YYYYYNN" TO WS-ASK-DAYS
               MOVE 0600 TO WS-ASK-OPEN
               MOVE 1400 TO WS-ASK-CLOSE
               MOVE 30 TO WS-ASK-SLOT-MINUTES
               MOVE 2 TO WS-ASK-MAX-PER-SLOT
               MOVE 15 TO WS-ASK-GRACE
               DISPLAY CLEAR-SCREEN
               DISPLAY DOCK-SCREEN
               ACCEPT DOCK-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM SAVE-DOCK
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O DOCKCFGS
           IF DOCKCFG-FS = NOT-FILE THEN
               OPEN OUTPUT DOCKCFGS
           END-IF
           CLOSE DOCKCFGS
           EXIT SECTION.

       SAVE-DOCK SECTION.
           OPEN INPUT SITES
           IF SITES-FS NOT = NOT-FILE THEN
               MOVE WS-ASK-SITE TO FD-SITE-ID
               READ SITES
                   INVALID KEY
                       CLOSE SITES
                       MOVE "UNKNOWN SITE - NOTHING SAVED"
                         TO WS-ERROR-TEXT
                       ACCEPT MESSAGE-SCREEN
                       EXIT SECTION
               END-READ
           END-IF
           CLOSE SITES

           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > 7
               IF WS-ASK-DAYS (WS-DAY-IX:1) NOT = "Y"
                  AND WS-ASK-DAYS (WS-DAY-IX:1) NOT = "N" THEN
                   MOVE "DAY FLAGS MUST BE 7 Y/N CHARACTERS"
                     TO WS-ERROR-TEXT
                   ACCEPT MESSAGE-SCREEN
                   EXIT SECTION
               END-IF
           END-PERFORM

           MOVE WS-ASK-OPEN TO WS-HHMM
           IF WS-HH > 23 OR WS-MM > 59 THEN
               MOVE "OPENING TIME IS NOT A VALID HHMM" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-ASK-CLOSE TO WS-HHMM
           IF WS-HH > 24 OR WS-MM > 59
              OR (WS-HH = 24 AND WS-MM > ZEROS) THEN
               MOVE "CLOSING TIME IS NOT A VALID HHMM" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-CLOSE NOT > WS-ASK-OPEN THEN
               MOVE "THE DOCK MUST CLOSE AFTER IT OPENS"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-ASK-SLOT-MINUTES = ZEROS
              OR WS-ASK-MAX-PER-SLOT = ZEROS THEN
               MOVE "SLOT LENGTH AND DELIVERIES PER SLOT ARE NEEDED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O DOCKCFGS
           MOVE WS-ASK-SITE TO DCK-SITE-ID
           READ DOCKCFGS
               INVALID KEY
                   PERFORM MOVE-ASKED-FIELDS
                   WRITE FD-DOCKCFG
                   MOVE "DOCK ADDED" TO WS-ERROR-TEXT
               NOT INVALID KEY
                   PERFORM MOVE-ASKED-FIELDS
                   REWRITE FD-DOCKCFG
                   MOVE "DOCK UPDATED" TO WS-ERROR-TEXT
           END-READ
           CLOSE DOCKCFGS
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

      *> SLOTS ALREADY BOOKED KEEP THEIR TIMES - A NEW PATTERN ONLY
      *> GOVERNS BOOKINGS MADE FROM NOW ON
       MOVE-ASKED-FIELDS SECTION.
           MOVE WS-ASK-SITE TO DCK-SITE-ID
           MOVE WS-ASK-DAYS TO DCK-DOCK-DAYS
           MOVE WS-ASK-OPEN TO DCK-OPEN-TIME
           MOVE WS-ASK-CLOSE TO DCK-CLOSE-TIME
           MOVE WS-ASK-SLOT-MINUTES TO DCK-SLOT-MINUTES
           MOVE WS-ASK-MAX-PER-SLOT TO DCK-MAX-PER-SLOT
           MOVE WS-ASK-GRACE TO DCK-GRACE-MINUTES
           EXIT SECTION.

       END PROGRAM DOCKMNT.
