      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    REPLENISHMENT APPROVAL - EACH TRANSFER THE NIGHTLY RUN
      *    PROPOSED IS APPROVED (QUANTITY MAY BE CUT), REJECTED OR LEFT
      *    FOR LATER. AN APPROVAL CREATES THE IMTRANSFER DOCUMENT
      *    THROUGH XFRCREATE, AND THE SESSION ENDS WITH A PICKING LIST
      *    PER SUPPLYING SITE IN BIN WALKING ORDER | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLAPPR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REPLPROPS ASSIGN TO "FXREPLPROP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RPP-KEY
           FILE STATUS IS REPLPROP-FS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INGREDS-ID
           FILE STATUS IS INGRED-STATUS.

           SELECT BINLOCS ASSIGN TO "FXBINLOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BIN-KEY
           FILE STATUS IS BINLOC-FS.

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITE-FS.

           SELECT REPORTFILE ASSIGN TO "REPLPICKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLPROPS.
       COPY FD-REPLPROP.

       FD  FXINGRED.
       COPY FD-INGREDSFX.

       FD  BINLOCS.
       COPY FD-BINLOC.

       FD  SITES.
       COPY FD-SITES.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(080).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  REPLPROP-FS                          PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       77  BINLOC-FS                            PIC 9(002).
       77  SITE-FS                              PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "REPLPICK".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "REPLPICKFILE".

       01  WS-TODAY-NUM                         PIC 9(008).

      *> PROPOSALS AWAITING A DECISION
       77  MAX-PRP                              PIC 9(003) VALUE ZEROS.
       01  TAB-PRP OCCURS 500 INDEXED BY IND-PRP.
           05 TAB-PRP-KEY                       PIC X(014).

      *> APPROVED TRANSFERS FOR THE PICKING LIST, SORTED BY
      *> SUPPLYING SITE AND WALKING ORDER
       77  MAX-PICK                             PIC 9(003) VALUE ZEROS.
       01  PICK-TABLE.
           05 TAB-PICK OCCURS 1 TO 500 TIMES
              DEPENDING ON MAX-PICK INDEXED BY IND-PICK.
               10 TAB-PICK-FROM                 PIC 9(003).
               10 TAB-PICK-WALK                 PIC 9(004).
               10 TAB-PICK-INGRED               PIC 9(003).
               10 TAB-PICK-TO                   PIC 9(003).
               10 TAB-PICK-QTY                  PIC 9(003).
               10 TAB-PICK-XFR-ID               PIC 9(006).
               10 TAB-PICK-BIN                  PIC X(022).

       77  WS-DECISION                          PIC X(001).
           88 WS-DECISION-APPROVE               VALUE "A".
           88 WS-DECISION-REJECT                VALUE "R".
       77  WS-APPROVE-QTY                       PIC 9(003).
       77  WS-NEW-XFR-ID                        PIC 9(006).
       77  WS-NAME-INGRED                       PIC 9(003).
       77  WS-INGRED-SHOW                       PIC X(030).
       77  WS-APPROVED-COUNT                    PIC 9(004).
       77  WS-REJECTED-COUNT                    PIC 9(004).
       77  WS-LAST-FROM                         PIC 9(003).
       77  WS-ERROR-TEXT                        PIC X(060).

       01  DIVIDER-LINE                         PIC X(080)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(037)
              VALUE "BREADWICH - REPLENISHMENT PICK LIST: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-SITE-LINE.
           05 FILLER                            PIC X(016)
              VALUE "PICK AT SITE:   ".
           05 RPT-SITE-ID                       PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-SITE-NAME                     PIC X(030).

       01  RPT-COLUMNS.
           05 FILLER PIC X(024) VALUE "ROOM/SHELF/BIN".
           05 FILLER PIC X(036) VALUE "INGREDIENT".
           05 FILLER PIC X(006) VALUE "QTY".
           05 FILLER PIC X(006) VALUE "TO".
           05 FILLER PIC X(008) VALUE "TRANSF".

       01  RPT-DETAIL.
           05 RPT-DET-BIN                       PIC X(022).
           05 FILLER                            PIC X(002).
           05 RPT-DET-INGRED                    PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-DET-NAME                      PIC X(030).
           05 FILLER                            PIC X(002).
           05 RPT-DET-QTY                       PIC ZZ9.
           05 FILLER                            PIC X(003).
           05 RPT-DET-TO                        PIC 9(003).
           05 FILLER                            PIC X(003).
           05 RPT-DET-XFR                       PIC 9(006).

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  PROPOSAL-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | REPLENISHMENT APPROVAL"
              LINE 02 COL 10.
           05 VALUE "F3 - STOP REVIEW"          LINE 02 COL 60.
           05 VALUE "PROPOSED ON.....:"         LINE 04 COL 10.
           05 SS-RUN-DATE PIC 9(008)            LINE 04 COL 30
              FROM RPP-RUN-DATE.
           05 VALUE "FOR SITE........:"         LINE 05 COL 10.
           05 SS-SITE PIC 9(003)                LINE 05 COL 30
              FROM RPP-SITE-ID.
           05 VALUE "INGREDIENT......:"         LINE 06 COL 10.
           05 SS-INGRED PIC 9(003)              LINE 06 COL 30
              FROM RPP-INGRED-ID.
           05 SS-INGRED-NAME PIC X(030)         LINE 06 COL 36
              FROM WS-INGRED-SHOW.
           05 VALUE "BALANCE + TRANSIT:"        LINE 08 COL 10.
           05 SS-POSITION PIC -ZZZZZZ9          LINE 08 COL 30
              FROM RPP-POSITION.
           05 VALUE "NEEDED TO MAX...:"         LINE 09 COL 10.
           05 SS-NEED PIC ZZZZ9                 LINE 09 COL 30
              FROM RPP-NEED-QTY.
           05 VALUE "FROM SITE.......:"         LINE 10 COL 10.
           05 SS-FROM PIC 9(003)                LINE 10 COL 30
              FROM RPP-SUPPLY-SITE.
           05 VALUE "GOING TO PURCHASE:"        LINE 11 COL 10.
           05 SS-BUY PIC ZZZZ9                  LINE 11 COL 30
              FROM RPP-BUY-QTY.
           05 VALUE "TRANSFER QTY....:"         LINE 13 COL 10.
           05 SS-QTY PIC 9(003)                 LINE 13 COL 30
              USING WS-APPROVE-QTY.
           05 VALUE "(A)PPROVE, (R)EJECT, BLANK = LATER:"
              LINE 15 COL 10.
           05 SS-DECISION PIC X(001)            LINE 15 COL 47
              TO WS-DECISION.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "TRANSFERS CREATED....:" LINE 12 COL 10.
           05 SS-DN-APPROVED PIC ZZZ9 LINE 12 COL 33
              FROM WS-APPROVED-COUNT.
           05 VALUE "PROPOSALS REJECTED...:" LINE 13 COL 10.
           05 SS-DN-REJECTED PIC ZZZ9 LINE 13 COL 33
              FROM WS-REJECTED-COUNT.
           05 VALUE "PICK LIST ON REPLPICKFILE - PRESS ANY KEY"
              LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 22 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-APPROVED-COUNT WS-REJECTED-COUNT
           MOVE ZEROS TO MAX-PICK

           PERFORM LOAD-PROPOSALS
           IF MAX-PRP = ZEROS THEN
               MOVE "NO REPLENISHMENT PROPOSALS AWAIT APPROVAL"
                 TO WS-ERROR-TEXT
               DISPLAY CLEAR-SCREEN
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF

           PERFORM VARYING IND-PRP FROM 1 BY 1
                   UNTIL IND-PRP > MAX-PRP
               PERFORM REVIEW-ONE-PROPOSAL
               IF KEYSTATUS = F3 THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE ZEROS TO KEYSTATUS

           IF MAX-PICK > ZEROS THEN
               PERFORM SORT-PICK-TABLE
               PERFORM WRITE-PICK-LIST
               CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
                   SPOOL-SOURCE-NAME
           END-IF

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

       LOAD-PROPOSALS SECTION.
           MOVE ZEROS TO MAX-PRP
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT REPLPROPS
           IF REPLPROP-FS = NOT-FILE THEN
               CLOSE REPLPROPS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ REPLPROPS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RPP-PROPOSED AND MAX-PRP < 500 THEN
                           ADD 1 TO MAX-PRP
                           SET IND-PRP TO MAX-PRP
                           MOVE RPP-KEY TO TAB-PRP-KEY (IND-PRP)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPLPROPS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      ******************************************************************
      *    ONE SCREEN PER PROPOSAL - A CUT QUANTITY IS WHAT MOVES;
      *    ZERO OR BLANK LEAVES THE PROPOSAL FOR ANOTHER SESSION
      ******************************************************************
       REVIEW-ONE-PROPOSAL SECTION.
           OPEN I-O REPLPROPS
           MOVE TAB-PRP-KEY (IND-PRP) TO RPP-KEY
           READ REPLPROPS
               INVALID KEY
                   CLOSE REPLPROPS
                   EXIT SECTION
           END-READ
           IF NOT RPP-PROPOSED THEN
               CLOSE REPLPROPS
               EXIT SECTION
           END-IF
           MOVE RPP-INGRED-ID TO WS-NAME-INGRED
           PERFORM GET-INGRED-NAME
           MOVE RPP-XFR-QTY TO WS-APPROVE-QTY
           MOVE SPACE TO WS-DECISION
           DISPLAY CLEAR-SCREEN
           DISPLAY PROPOSAL-SCREEN
           ACCEPT PROPOSAL-SCREEN
           IF KEYSTATUS = F3 THEN
               CLOSE REPLPROPS
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN WS-DECISION-APPROVE AND WS-APPROVE-QTY > ZEROS
                   CALL "XFRCREATE" USING RPP-SUPPLY-SITE RPP-SITE-ID
                       RPP-INGRED-ID WS-APPROVE-QTY WS-NEW-XFR-ID
                   MOVE 2 TO RPP-STATUS
                   MOVE WS-APPROVE-QTY TO RPP-XFR-QTY
                   MOVE WS-NEW-XFR-ID TO RPP-XFR-ID
                   REWRITE FD-REPLPROP
                   ADD 1 TO WS-APPROVED-COUNT
                   PERFORM ADD-PICK-ROW
               WHEN WS-DECISION-REJECT
                   MOVE 9 TO RPP-STATUS
                   REWRITE FD-REPLPROP
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE REPLPROPS
           EXIT SECTION.

       GET-INGRED-NAME SECTION.
           MOVE SPACES TO WS-INGRED-SHOW
           OPEN INPUT FXINGRED
           IF INGRED-STATUS NOT = NOT-FILE THEN
               MOVE WS-NAME-INGRED TO INGREDS-ID
               READ FXINGRED
                   INVALID KEY MOVE "** UNKNOWN **" TO WS-INGRED-SHOW
                   NOT INVALID KEY MOVE INGREDS-NAME TO WS-INGRED-SHOW
               END-READ
           END-IF
           CLOSE FXINGRED
           EXIT SECTION.

      *> THE PICKER'S BIN AT THE SUPPLYING SITE - AN INGREDIENT WITH
      *> NO BIN ON FILE GOES TO THE END OF THE WALK
       ADD-PICK-ROW SECTION.
           IF MAX-PICK >= 500 THEN
               EXIT SECTION
           END-IF
           ADD 1 TO MAX-PICK
           SET IND-PICK TO MAX-PICK
           MOVE RPP-SUPPLY-SITE TO TAB-PICK-FROM (IND-PICK)
           MOVE RPP-INGRED-ID TO TAB-PICK-INGRED (IND-PICK)
           MOVE RPP-SITE-ID TO TAB-PICK-TO (IND-PICK)
           MOVE WS-APPROVE-QTY TO TAB-PICK-QTY (IND-PICK)
           MOVE WS-NEW-XFR-ID TO TAB-PICK-XFR-ID (IND-PICK)
           MOVE 9999 TO TAB-PICK-WALK (IND-PICK)
           MOVE "** NO BIN **" TO TAB-PICK-BIN (IND-PICK)
           OPEN INPUT BINLOCS
           IF BINLOC-FS NOT = NOT-FILE THEN
               MOVE RPP-SUPPLY-SITE TO BIN-SITE-ID
               MOVE RPP-INGRED-ID TO BIN-INGRED-ID
               READ BINLOCS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BIN-WALK-SEQ TO TAB-PICK-WALK (IND-PICK)
                       MOVE SPACES TO TAB-PICK-BIN (IND-PICK)
                       STRING BIN-ROOM DELIMITED BY SPACE
                           "/" DELIMITED BY SIZE
                           BIN-SHELF DELIMITED BY SPACE
                           "/" DELIMITED BY SIZE
                           BIN-BIN DELIMITED BY SPACE
                           INTO TAB-PICK-BIN (IND-PICK)
               END-READ
           END-IF
           CLOSE BINLOCS
           EXIT SECTION.

       SORT-PICK-TABLE SECTION.
           IF MAX-PICK > 1 THEN
               SORT TAB-PICK ON ASCENDING KEY TAB-PICK-FROM
                                              TAB-PICK-WALK
                                              TAB-PICK-INGRED
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    ONE BLOCK PER SUPPLYING SITE IN THE ORDER THE PICKER WALKS
      *    THE STORE; THE TRANSFER NUMBER GOES ON THE VAN WITH THE
      *    GOODS SO THE RECEIVING SITE CAN CONFIRM IT IN IMTRANSFER
      ******************************************************************
       WRITE-PICK-LIST SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           MOVE ZEROS TO WS-LAST-FROM
           PERFORM VARYING IND-PICK FROM 1 BY 1
                   UNTIL IND-PICK > MAX-PICK
               IF TAB-PICK-FROM (IND-PICK) NOT = WS-LAST-FROM THEN
                   PERFORM WRITE-SITE-HEADER
               END-IF
               PERFORM WRITE-PICK-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM DIVIDER-LINE
           CLOSE REPORTFILE
           EXIT SECTION.

       WRITE-SITE-HEADER SECTION.
           MOVE TAB-PICK-FROM (IND-PICK) TO WS-LAST-FROM
           MOVE TAB-PICK-FROM (IND-PICK) TO RPT-SITE-ID
           MOVE SPACES TO RPT-SITE-NAME
           OPEN INPUT SITES
           IF SITE-FS NOT = NOT-FILE THEN
               MOVE TAB-PICK-FROM (IND-PICK) TO FD-SITE-ID
               READ SITES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE FD-SITE-NAME TO RPT-SITE-NAME
               END-READ
           END-IF
           CLOSE SITES
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-SITE-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           EXIT SECTION.

       WRITE-PICK-LINE SECTION.
           MOVE TAB-PICK-BIN (IND-PICK) TO RPT-DET-BIN
           MOVE TAB-PICK-INGRED (IND-PICK) TO RPT-DET-INGRED
           MOVE TAB-PICK-INGRED (IND-PICK) TO WS-NAME-INGRED
           PERFORM GET-INGRED-NAME
           MOVE WS-INGRED-SHOW TO RPT-DET-NAME
           MOVE TAB-PICK-QTY (IND-PICK) TO RPT-DET-QTY
           MOVE TAB-PICK-TO (IND-PICK) TO RPT-DET-TO
           MOVE TAB-PICK-XFR-ID (IND-PICK) TO RPT-DET-XFR
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

       END PROGRAM REPLAPPR.
