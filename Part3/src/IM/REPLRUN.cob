      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    NIGHTLY REPLENISHMENT PROPOSAL RUN - EVERY SITE WHOSE
      *    FXSTOCKBAL BALANCE PLUS STOCK IN TRANSIT TO IT IS UNDER ITS
      *    MINIMUM GETS A PROPOSAL UP TO ITS MAXIMUM. WHAT THE
      *    SUPPLYING SITE HAS FREE IS PROPOSED AS A TRANSFER FOR
      *    APPROVAL IN REPLAPPR; ONLY THE REST BECOMES A PURCHASE
      *    REQUIREMENT FOR POGEN | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLRUN.

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

           SELECT REPLPROPS ASSIGN TO "FXREPLPROP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RPP-KEY
           FILE STATUS IS REPLPROP-FS.

           SELECT STOCKBAL ASSIGN TO "FXSTOCKBAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STB-KEY
           FILE STATUS IS STOCKBAL-FS.

           SELECT TRANSFERS ASSIGN TO "FXTRANSFERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XFR-ID
           FILE STATUS IS TRANSFER-FS.

           SELECT REPORTFILE ASSIGN TO "REPLPROPFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLENS.
       COPY FD-REPLEN.

       FD  REPLPROPS.
       COPY FD-REPLPROP.

       FD  STOCKBAL.
       COPY FD-STOCKBAL.

       FD  TRANSFERS.
       COPY FD-TRANSFER.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(080).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  REPLEN-FS                            PIC 9(002).
       77  REPLPROP-FS                          PIC 9(002).
       77  STOCKBAL-FS                          PIC 9(002).
       77  TRANSFER-FS                          PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> A PURCHASE RELEASED THIS MANY DAYS AGO IS STILL ON ITS WAY,
      *> SO THE SITE IS NOT PROPOSED AGAIN - POGEN'S LEAD TIME
       78  REPLEN-BUY-LEAD-DAYS                 VALUE 7.
      *> LARGEST QUANTITY ONE TRANSFER DOCUMENT CARRIES
       78  MAX-TRANSFER-QTY                     VALUE 999.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "REPLEN".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "REPLPROPFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       01  WS-BUY-CUTOFF-NUM                    PIC 9(008).

      *> SITE/INGREDIENT PAIRS WITH A PROPOSAL STILL BEING WORKED -
      *> A TRANSFER AWAITING APPROVAL OR A PURCHASE NOT YET IN
       77  MAX-OPEN                             PIC 9(003) VALUE ZEROS.
       01  TAB-OPEN OCCURS 999 INDEXED BY IND-OPEN.
           05 TAB-OPEN-SITE                     PIC 9(003).
           05 TAB-OPEN-INGRED                   PIC 9(003).

      *> STOCK ON THE VAN TO EACH SITE
       77  MAX-TRN                              PIC 9(003) VALUE ZEROS.
       01  TAB-TRN OCCURS 999 INDEXED BY IND-TRN.
           05 TAB-TRN-SITE                      PIC 9(003).
           05 TAB-TRN-INGRED                    PIC 9(003).
           05 TAB-TRN-QTY                       PIC 9(007).

      *> SUPPLYING-SITE STOCK ALREADY PROMISED TO PROPOSED TRANSFERS
       77  MAX-CMT                              PIC 9(003) VALUE ZEROS.
       01  TAB-CMT OCCURS 999 INDEXED BY IND-CMT.
           05 TAB-CMT-SITE                      PIC 9(003).
           05 TAB-CMT-INGRED                    PIC 9(003).
           05 TAB-CMT-QTY                       PIC 9(007).

       77  WS-FOUND-INDEX                       PIC 9(003).
       77  WS-LOOK-SITE                         PIC 9(003).
       77  WS-LOOK-INGRED                       PIC 9(003).
       77  WS-ON-HAND                           PIC S9(007).
       77  WS-POSITION                          PIC S9(007).
       77  WS-FREE                              PIC S9(007).
       77  WS-NEED                              PIC 9(005).
       77  WS-XFR-QTY                           PIC 9(005).
       77  WS-PROPOSED-COUNT                    PIC 9(004).
       77  WS-BUY-COUNT                         PIC 9(004).

       01  DIVIDER-LINE                         PIC X(080)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(041)
              VALUE "BREADWICH - REPLENISHMENT PROPOSALS FOR: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(006) VALUE "SITE".
           05 FILLER PIC X(007) VALUE "INGR".
           05 FILLER PIC X(011) VALUE "POSITION".
           05 FILLER PIC X(008) VALUE "MIN".
           05 FILLER PIC X(008) VALUE "MAX".
           05 FILLER PIC X(006) VALUE "FROM".
           05 FILLER PIC X(010) VALUE "TRANSFER".
           05 FILLER PIC X(008) VALUE "BUY".

       01  RPT-DETAIL.
           05 RPT-DET-SITE                      PIC 9(003).
           05 FILLER                            PIC X(003).
           05 RPT-DET-INGRED                    PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-DET-POSITION                  PIC -ZZZZZZ9.
           05 FILLER                            PIC X(002).
           05 RPT-DET-MIN                       PIC ZZZZ9.
           05 FILLER                            PIC X(003).
           05 RPT-DET-MAX                       PIC ZZZZ9.
           05 FILLER                            PIC X(003).
           05 RPT-DET-FROM                      PIC 9(003).
           05 FILLER                            PIC X(005).
           05 RPT-DET-XFR                       PIC ZZ9.
           05 FILLER                            PIC X(005).
           05 RPT-DET-BUY                       PIC ZZZZ9.

       01  RPT-SUMMARY.
           05 FILLER                            PIC X(030)
              VALUE "TRANSFERS PROPOSED...........:".
           05 RPT-SUM-PROPOSED                  PIC ZZZ9.
           05 FILLER                            PIC X(004).
           05 FILLER                            PIC X(024)
              VALUE "PURCHASE REQUIREMENTS..:".
           05 RPT-SUM-BUY                       PIC ZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "TRANSFERS PROPOSED FOR APPROVAL:" LINE 12 COL 10.
           05 SS-PROPOSED PIC ZZZ9 LINE 12 COL 44
              FROM WS-PROPOSED-COUNT.
           05 VALUE "PURCHASE REQUIREMENTS FOR POGEN.:" LINE 13 COL 10.
           05 SS-BUY PIC ZZZ9 LINE 13 COL 44 FROM WS-BUY-COUNT.
           05 VALUE "PROPOSALS ON REPLPROPFILE - PRESS ANY KEY"
              LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-BUY-CUTOFF-NUM = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-TODAY-NUM) - REPLEN-BUY-LEAD-DAYS)
           MOVE ZEROS TO WS-PROPOSED-COUNT WS-BUY-COUNT
           PERFORM CREATE-FILES

           PERFORM LOAD-OPEN-PROPOSALS
           PERFORM LOAD-IN-TRANSIT

           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

           PERFORM CHECK-ALL-LEVELS

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-PROPOSED-COUNT TO RPT-SUM-PROPOSED
           MOVE WS-BUY-COUNT TO RPT-SUM-BUY
           WRITE REPORT-LINE FROM RPT-SUMMARY
           CLOSE REPORTFILE

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

       CREATE-FILES SECTION.
           OPEN I-O REPLPROPS
           IF REPLPROP-FS = NOT-FILE THEN
               OPEN OUTPUT REPLPROPS
           END-IF
           CLOSE REPLPROPS
           EXIT SECTION.

      ******************************************************************
      *    A TRANSFER STILL AWAITING APPROVAL BOTH BLOCKS A NEW
      *    PROPOSAL FOR ITS SITE AND HOLDS ITS QUANTITY AT THE
      *    SUPPLYING SITE; A PURCHASE STILL OPEN OR RECENTLY RELEASED
      *    BLOCKS THE SITE TOO
      ******************************************************************
       LOAD-OPEN-PROPOSALS SECTION.
           MOVE ZEROS TO MAX-OPEN MAX-CMT
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT REPLPROPS
           PERFORM UNTIL FLAG-TRUE = "E"
               READ REPLPROPS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RPP-PROPOSED
                          OR RPP-BUY-OPEN
                          OR (RPP-BUY-ORDERED
                              AND RPP-RUN-DATE >= WS-BUY-CUTOFF-NUM)
                          THEN
                           PERFORM ADD-OPEN-ROW
                       END-IF
                       IF RPP-PROPOSED THEN
                           MOVE RPP-SUPPLY-SITE TO WS-LOOK-SITE
                           MOVE RPP-INGRED-ID TO WS-LOOK-INGRED
                           MOVE RPP-XFR-QTY TO WS-XFR-QTY
                           PERFORM ADD-COMMITTED-QTY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPLPROPS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ADD-OPEN-ROW SECTION.
           IF MAX-OPEN < 999 THEN
               ADD 1 TO MAX-OPEN
               SET IND-OPEN TO MAX-OPEN
               MOVE RPP-SITE-ID TO TAB-OPEN-SITE (IND-OPEN)
               MOVE RPP-INGRED-ID TO TAB-OPEN-INGRED (IND-OPEN)
           END-IF
           EXIT SECTION.

      *> WS-LOOK-SITE/WS-LOOK-INGRED NAME THE SUPPLYING SITE AND
      *> INGREDIENT, WS-XFR-QTY THE QUANTITY PROMISED
       ADD-COMMITTED-QTY SECTION.
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-CMT FROM 1 BY 1
                   UNTIL IND-CMT > MAX-CMT
               IF TAB-CMT-SITE (IND-CMT) = WS-LOOK-SITE
                  AND TAB-CMT-INGRED (IND-CMT) = WS-LOOK-INGRED THEN
                   SET WS-FOUND-INDEX TO IND-CMT
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZEROS THEN
               IF MAX-CMT < 999 THEN
                   ADD 1 TO MAX-CMT
                   SET IND-CMT TO MAX-CMT
                   MOVE WS-LOOK-SITE TO TAB-CMT-SITE (IND-CMT)
                   MOVE WS-LOOK-INGRED TO TAB-CMT-INGRED (IND-CMT)
                   MOVE ZEROS TO TAB-CMT-QTY (IND-CMT)
                   SET WS-FOUND-INDEX TO IND-CMT
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
           SET IND-CMT TO WS-FOUND-INDEX
           ADD WS-XFR-QTY TO TAB-CMT-QTY (IND-CMT)
           EXIT SECTION.

      *> EVERY TRANSFER NOT YET CONFIRMED BY ITS RECEIVING SITE
       LOAD-IN-TRANSIT SECTION.
           MOVE ZEROS TO MAX-TRN
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT TRANSFERS
           IF TRANSFER-FS = NOT-FILE THEN
               CLOSE TRANSFERS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ TRANSFERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF XFR-IN-TRANSIT THEN
                           PERFORM ADD-TRANSIT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFERS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ADD-TRANSIT-ROW SECTION.
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING IND-TRN FROM 1 BY 1
                   UNTIL IND-TRN > MAX-TRN
               IF TAB-TRN-SITE (IND-TRN) = XFR-TO-SITE
                  AND TAB-TRN-INGRED (IND-TRN) = XFR-INGRED-ID THEN
                   SET WS-FOUND-INDEX TO IND-TRN
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = ZEROS THEN
               IF MAX-TRN < 999 THEN
                   ADD 1 TO MAX-TRN
                   SET IND-TRN TO MAX-TRN
                   MOVE XFR-TO-SITE TO TAB-TRN-SITE (IND-TRN)
                   MOVE XFR-INGRED-ID TO TAB-TRN-INGRED (IND-TRN)
                   MOVE ZEROS TO TAB-TRN-QTY (IND-TRN)
                   SET WS-FOUND-INDEX TO IND-TRN
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
           SET IND-TRN TO WS-FOUND-INDEX
           ADD XFR-QTY TO TAB-TRN-QTY (IND-TRN)
           EXIT SECTION.

      ******************************************************************

       CHECK-ALL-LEVELS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT REPLENS
           IF REPLEN-FS = NOT-FILE THEN
               CLOSE REPLENS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ REPLENS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RPL-IS-ACTIVE = 1
                          AND RPL-SUPPLY-SITE NOT = RPL-SITE-ID THEN
                           PERFORM CHECK-ONE-LEVEL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPLENS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       CHECK-ONE-LEVEL SECTION.
           PERFORM VARYING IND-OPEN FROM 1 BY 1
                   UNTIL IND-OPEN > MAX-OPEN
               IF TAB-OPEN-SITE (IND-OPEN) = RPL-SITE-ID
                  AND TAB-OPEN-INGRED (IND-OPEN) = RPL-INGRED-ID THEN
                   EXIT SECTION
               END-IF
           END-PERFORM

           MOVE RPL-SITE-ID TO WS-LOOK-SITE
           MOVE RPL-INGRED-ID TO WS-LOOK-INGRED
           PERFORM GET-ON-HAND
           MOVE WS-ON-HAND TO WS-POSITION
           PERFORM VARYING IND-TRN FROM 1 BY 1
                   UNTIL IND-TRN > MAX-TRN
               IF TAB-TRN-SITE (IND-TRN) = RPL-SITE-ID
                  AND TAB-TRN-INGRED (IND-TRN) = RPL-INGRED-ID THEN
                   ADD TAB-TRN-QTY (IND-TRN) TO WS-POSITION
               END-IF
           END-PERFORM
           IF WS-POSITION >= RPL-MIN-QTY THEN
               EXIT SECTION
           END-IF
           COMPUTE WS-NEED = RPL-MAX-QTY - WS-POSITION
               ON SIZE ERROR MOVE 99999 TO WS-NEED
           END-COMPUTE
           IF WS-NEED = ZEROS THEN
               EXIT SECTION
           END-IF

      *> WHAT THE SUPPLYING SITE HAS LEFT ONCE EARLIER PROPOSALS ARE
      *> SERVED
           MOVE RPL-SUPPLY-SITE TO WS-LOOK-SITE
           PERFORM GET-ON-HAND
           MOVE WS-ON-HAND TO WS-FREE
           PERFORM VARYING IND-CMT FROM 1 BY 1
                   UNTIL IND-CMT > MAX-CMT
               IF TAB-CMT-SITE (IND-CMT) = RPL-SUPPLY-SITE
                  AND TAB-CMT-INGRED (IND-CMT) = RPL-INGRED-ID THEN
                   SUBTRACT TAB-CMT-QTY (IND-CMT) FROM WS-FREE
               END-IF
           END-PERFORM
           IF WS-FREE < ZEROS THEN
               MOVE ZEROS TO WS-FREE
           END-IF
           IF WS-FREE >= WS-NEED THEN
               MOVE WS-NEED TO WS-XFR-QTY
           ELSE
               MOVE WS-FREE TO WS-XFR-QTY
           END-IF
           IF WS-XFR-QTY > MAX-TRANSFER-QTY THEN
               MOVE MAX-TRANSFER-QTY TO WS-XFR-QTY
           END-IF

           PERFORM WRITE-PROPOSAL
           EXIT SECTION.

       GET-ON-HAND SECTION.
           MOVE ZEROS TO WS-ON-HAND
           OPEN INPUT STOCKBAL
           IF STOCKBAL-FS NOT = NOT-FILE THEN
               MOVE WS-LOOK-INGRED TO STB-INGRED-ID
               MOVE WS-LOOK-SITE TO STB-SITE-ID
               READ STOCKBAL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE STB-ON-HAND TO WS-ON-HAND
               END-READ
           END-IF
           CLOSE STOCKBAL
           EXIT SECTION.

      *> THE TRANSFER PART WAITS FOR APPROVAL; A SHORTFALL THE
      *> SUPPLYING SITE CANNOT COVER GOES TO PURCHASING. A TRANSFER
      *> CAPPED AT ONE DOCUMENT'S LIMIT IS TOPPED UP ON A LATER NIGHT
       WRITE-PROPOSAL SECTION.
           INITIALIZE FD-REPLPROP
           MOVE WS-TODAY-NUM TO RPP-RUN-DATE
           MOVE RPL-SITE-ID TO RPP-SITE-ID
           MOVE RPL-INGRED-ID TO RPP-INGRED-ID
           MOVE RPL-SUPPLY-SITE TO RPP-SUPPLY-SITE
           MOVE WS-POSITION TO RPP-POSITION
           MOVE WS-NEED TO RPP-NEED-QTY
           MOVE WS-XFR-QTY TO RPP-XFR-QTY
           MOVE ZEROS TO RPP-XFR-ID
           IF WS-XFR-QTY > ZEROS THEN
               MOVE 1 TO RPP-STATUS
           ELSE
               MOVE 0 TO RPP-STATUS
           END-IF
           MOVE SPACE TO RPP-BUY-STATUS
           MOVE ZEROS TO RPP-BUY-QTY
           IF WS-FREE < WS-NEED THEN
               COMPUTE RPP-BUY-QTY = WS-NEED - WS-FREE
               MOVE "O" TO RPP-BUY-STATUS
           END-IF

           OPEN I-O REPLPROPS
           WRITE FD-REPLPROP
               INVALID KEY
                   CLOSE REPLPROPS
                   EXIT SECTION
           END-WRITE
           CLOSE REPLPROPS

           IF WS-XFR-QTY > ZEROS THEN
               ADD 1 TO WS-PROPOSED-COUNT
               MOVE RPL-SUPPLY-SITE TO WS-LOOK-SITE
               MOVE RPL-INGRED-ID TO WS-LOOK-INGRED
               PERFORM ADD-COMMITTED-QTY
           END-IF
           IF RPP-BUY-OPEN THEN
               ADD 1 TO WS-BUY-COUNT
           END-IF

           MOVE RPL-SITE-ID TO RPT-DET-SITE
           MOVE RPL-INGRED-ID TO RPT-DET-INGRED
           MOVE WS-POSITION TO RPT-DET-POSITION
           MOVE RPL-MIN-QTY TO RPT-DET-MIN
           MOVE RPL-MAX-QTY TO RPT-DET-MAX
           MOVE RPL-SUPPLY-SITE TO RPT-DET-FROM
           MOVE RPP-XFR-QTY TO RPT-DET-XFR
           MOVE RPP-BUY-QTY TO RPT-DET-BUY
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

       END PROGRAM REPLRUN.
