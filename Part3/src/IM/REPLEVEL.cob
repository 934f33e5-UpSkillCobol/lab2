      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    MIN/MAX STOCK LEVELS PER SITE AND INGREDIENT, WITH THE SITE
      *    THAT REPLENISHES IT - THE FIGURES THE NIGHTLY REPLENISHMENT
      *    RUN PROPOSES TRANSFERS FROM | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLEVEL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REPLENS ASSIGN TO "FXREPLEN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RPL-KEY
           FILE STATUS IS REPLEN-FS.

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITES-FS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INGREDS-ID
           FILE STATUS IS INGRED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLENS.
       COPY FD-REPLEN.

       FD  SITES.
       COPY FD-SITES.

       FD  FXINGRED.
       COPY FD-INGREDSFX.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  REPLEN-FS                            PIC 9(002).
       77  SITES-FS                             PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> THE CENTRAL STORE - OFFERED AS THE SUPPLYING SITE FOR A
      *> NEW LEVEL
       78  DEFAULT-SUPPLY-SITE                  VALUE 1.

       77  PRESS-KEY                            PIC X(001).
       77  WS-LVL-SITE                          PIC 9(003).
       77  WS-LVL-INGRED                        PIC 9(003).
       77  WS-LVL-MIN                           PIC 9(005).
       77  WS-LVL-MAX                           PIC 9(005).
       77  WS-LVL-SUPPLY                        PIC 9(003).
       77  WS-LVL-ACTIVE                        PIC 9(001).
       77  WS-LVL-ON-FILE                       PIC X(001).
       77  WS-SITE-SHOW                         PIC X(030).
       77  WS-INGRED-SHOW                       PIC X(030).
       77  WS-CHECK-SITE                        PIC 9(003).
       77  WS-ERROR-TEXT                        PIC X(060).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  KEY-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | REPLENISHMENT MIN/MAX LEVELS"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"         LINE 02 COL 60.
           05 VALUE "SITE............:" LINE 05 COL 10.
           05 SS-SITE PIC 9(003)        LINE 05 COL 30
              TO WS-LVL-SITE.
           05 VALUE "INGREDIENT......:" LINE 06 COL 10.
           05 SS-INGRED PIC 9(003)      LINE 06 COL 30
              TO WS-LVL-INGRED.

       01  LEVEL-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-SITE-NAME PIC X(030)   LINE 05 COL 36
              FROM WS-SITE-SHOW.
           05 SS-INGRED-NAME PIC X(030) LINE 06 COL 36
              FROM WS-INGRED-SHOW.
           05 VALUE "MINIMUM.........:" LINE 08 COL 10.
           05 SS-MIN PIC 9(005)         LINE 08 COL 30
              USING WS-LVL-MIN.
           05 VALUE "MAXIMUM.........:" LINE 09 COL 10.
           05 SS-MAX PIC 9(005)         LINE 09 COL 30
              USING WS-LVL-MAX.
           05 VALUE "SUPPLYING SITE..:" LINE 10 COL 10.
           05 SS-SUPPLY PIC 9(003)      LINE 10 COL 30
              USING WS-LVL-SUPPLY.
           05 VALUE "ACTIVE (1/0)....:" LINE 11 COL 10.
           05 SS-ACTIVE PIC 9(001)      LINE 11 COL 30
              USING WS-LVL-ACTIVE.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060)  LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CREATE-FILES
           PERFORM UNTIL KEYSTATUS = F3
               MOVE ZEROS TO WS-LVL-SITE WS-LVL-INGRED
               DISPLAY CLEAR-SCREEN
               DISPLAY KEY-SCREEN
               ACCEPT KEY-SCREEN
               IF KEYSTATUS NOT = F3 THEN
                   PERFORM MAINTAIN-ONE-LEVEL
               END-IF
           END-PERFORM
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O REPLENS
           IF REPLEN-FS = NOT-FILE THEN
               OPEN OUTPUT REPLENS
           END-IF
           CLOSE REPLENS
           EXIT SECTION.

       MAINTAIN-ONE-LEVEL SECTION.
           MOVE WS-LVL-SITE TO WS-CHECK-SITE
           PERFORM CHECK-SITE
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-INGRED-SHOW
           OPEN INPUT FXINGRED
           IF INGRED-STATUS NOT = NOT-FILE THEN
               MOVE WS-LVL-INGRED TO INGREDS-ID
               READ FXINGRED
                   INVALID KEY
                       CLOSE FXINGRED
                       MOVE "INGREDIENT NOT ON FILE" TO WS-ERROR-TEXT
                       ACCEPT MESSAGE-SCREEN
                       EXIT SECTION
                   NOT INVALID KEY
                       MOVE INGREDS-NAME TO WS-INGRED-SHOW
               END-READ
           END-IF
           CLOSE FXINGRED

      *> AN EXISTING LEVEL COMES UP FOR CHANGE, A NEW ONE WITH THE
      *> CENTRAL STORE AS ITS SUPPLIER
           MOVE SPACES TO WS-LVL-ON-FILE
           MOVE ZEROS TO WS-LVL-MIN WS-LVL-MAX
           MOVE DEFAULT-SUPPLY-SITE TO WS-LVL-SUPPLY
           MOVE 1 TO WS-LVL-ACTIVE
           OPEN INPUT REPLENS
           MOVE WS-LVL-SITE TO RPL-SITE-ID
           MOVE WS-LVL-INGRED TO RPL-INGRED-ID
           READ REPLENS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LVL-ON-FILE
                   MOVE RPL-MIN-QTY TO WS-LVL-MIN
                   MOVE RPL-MAX-QTY TO WS-LVL-MAX
                   MOVE RPL-SUPPLY-SITE TO WS-LVL-SUPPLY
                   MOVE RPL-IS-ACTIVE TO WS-LVL-ACTIVE
           END-READ
           CLOSE REPLENS

           DISPLAY LEVEL-SCREEN
           ACCEPT LEVEL-SCREEN
           IF KEYSTATUS = F3 THEN
               MOVE ZEROS TO KEYSTATUS
               EXIT SECTION
           END-IF

           IF WS-LVL-MAX < WS-LVL-MIN THEN
               MOVE "MAXIMUM MAY NOT BE BELOW THE MINIMUM"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-LVL-SUPPLY = WS-LVL-SITE THEN
               MOVE "A SITE CANNOT REPLENISH ITSELF" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           IF WS-LVL-ACTIVE > 1 THEN
               MOVE "ACTIVE IS 1 OR 0" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF
           MOVE WS-LVL-SUPPLY TO WS-CHECK-SITE
           PERFORM CHECK-SITE
           IF WS-ERROR-TEXT NOT = SPACES THEN
               MOVE "SUPPLYING SITE NOT ON FILE" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               EXIT SECTION
           END-IF

           OPEN I-O REPLENS
           MOVE WS-LVL-SITE TO RPL-SITE-ID
           MOVE WS-LVL-INGRED TO RPL-INGRED-ID
           MOVE WS-LVL-MIN TO RPL-MIN-QTY
           MOVE WS-LVL-MAX TO RPL-MAX-QTY
           MOVE WS-LVL-SUPPLY TO RPL-SUPPLY-SITE
           MOVE WS-LVL-ACTIVE TO RPL-IS-ACTIVE
           IF WS-LVL-ON-FILE = "Y" THEN
               REWRITE FD-REPLEN
           ELSE
               WRITE FD-REPLEN
           END-IF
           CLOSE REPLENS
           MOVE "REPLENISHMENT LEVEL SAVED" TO WS-ERROR-TEXT
           ACCEPT MESSAGE-SCREEN
           EXIT SECTION.

       CHECK-SITE SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE SPACES TO WS-SITE-SHOW
           OPEN INPUT SITES
           IF SITES-FS NOT = NOT-FILE THEN
               MOVE WS-CHECK-SITE TO FD-SITE-ID
               READ SITES
                   INVALID KEY
                       MOVE "SITE NOT ON FILE" TO WS-ERROR-TEXT
                   NOT INVALID KEY
                       MOVE FD-SITE-NAME TO WS-SITE-SHOW
               END-READ
           END-IF
           CLOSE SITES
           EXIT SECTION.

       END PROGRAM REPLEVEL.
