      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH REGISTRATION
      ******************************************************************
      *    RETIRING SANDWICH REPORT - EVERY SANDWICH PHASING OUT OR
      *    RETIRED THAT IS STILL ON OPEN FUTURE ORDERS, ACTIVE
      *    STANDING-ORDER LINES, ACTIVE MENU-CYCLE ROWS OR EVENT
      *    BUNDLES, WITH THE ORDERS DELIVERED PAST ITS PHASE-OUT DATE
      *    FLAGGED, SO EACH CAN BE REPLACED | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRPHASERPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

           SELECT ORDERS ASSIGN TO "FX-ORDERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ORDERS-ID
           ALTERNATE RECORD KEY IS FD-DELIVERY-DATE
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-ORDERS-SCHOOL-DATE-KEY
           WITH DUPLICATES
           FILE STATUS IS ORDERS-FS.

           SELECT ORDLINES ASSIGN TO "FX-ORDLINES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-KEY
           FILE STATUS IS ORDLINE-FS.

           SELECT STANDING ASSIGN TO "FXSTANDING"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STO-KEY
           FILE STATUS IS STANDING-FS.

           SELECT MENUCYCLE ASSIGN TO "FXMENUCYC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MCY-KEY
           FILE STATUS IS MENUCYC-FS.

           SELECT BUNDLES ASSIGN TO "FXBUNDLES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BDL-KEY
           FILE STATUS IS BUNDLE-FS.

           SELECT REPORTFILE ASSIGN TO "SRPHASEFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  STANDING.
       COPY FD-STANDING.

       FD  MENUCYCLE.
       COPY FD-MENUCYC.

       FD  BUNDLES.
       COPY FD-BUNDLE.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(132).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  SANDWICH-FS                          PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  STANDING-FS                          PIC 9(002).
       77  MENUCYC-FS                           PIC 9(002).
       77  BUNDLE-FS                            PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  WS-SR-DONE                           PIC X(001).
       77  WS-ORD-DONE                          PIC X(001).
       77  WS-OL-DONE                           PIC X(001).
       77  WS-SCAN-DONE                         PIC X(001).
       77  WS-HEAD-DONE                         PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "SRPHASE".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "SRPHASEFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       01  WS-ORDER-DATE                        PIC 9(008).

      *> THE RETIRING SANDWICH BEING LISTED
       77  WS-SR-ID                             PIC 9(003).
       77  WS-SR-DESCRIPTION                    PIC X(030).
       77  WS-SR-STATUS                         PIC X(001).
       77  WS-SR-PHASEOUT                       PIC 9(008).

       77  WS-SANDWICH-COUNT                    PIC 9(004).
       77  WS-ORDER-COUNT                       PIC 9(006).
       77  WS-BEYOND-COUNT                      PIC 9(006).
       77  WS-STANDING-COUNT                    PIC 9(005).
       77  WS-CYCLE-COUNT                       PIC 9(005).
       77  WS-BUNDLE-COUNT                      PIC 9(005).

       01  DIVIDER-LINE                         PIC X(132)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(046)
              VALUE "BREADWICH - RETIRING SANDWICHES STILL IN USE ".
           05 FILLER                            PIC X(006)
              VALUE "AS AT ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-SANDWICH-LINE.
           05 FILLER                            PIC X(009)
              VALUE "SANDWICH ".
           05 RPT-SR-ID                         PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-SR-DESCRIPTION                PIC X(030).
           05 FILLER                            PIC X(001).
           05 RPT-SR-STATUS                     PIC X(011).
           05 FILLER                            PIC X(023)
              VALUE " LAST DELIVERY DATE ".
           05 RPT-SR-PHASEOUT                   PIC X(008).

       01  RPT-DETAIL.
           05 FILLER                            PIC X(004).
           05 RPT-DET-KIND                      PIC X(012).
           05 RPT-DET-TEXT                      PIC X(060).
           05 FILLER                            PIC X(001).
           05 RPT-DET-REMARK                    PIC X(030).

       01  RPT-ORDER-TEXT.
           05 FILLER                            PIC X(006)
              VALUE "ORDER ".
           05 RPT-ORD-ID                        PIC 9(005).
           05 FILLER                            PIC X(010)
              VALUE " DELIVERY ".
           05 RPT-ORD-DATE                      PIC 9(008).
           05 FILLER                            PIC X(008)
              VALUE " SCHOOL ".
           05 RPT-ORD-SCHOOL                    PIC 9(003).
           05 FILLER                            PIC X(005)
              VALUE " QTY ".
           05 RPT-ORD-QTY                       PIC ZZ9.

       01  RPT-STANDING-TEXT.
           05 FILLER                            PIC X(007)
              VALUE "SCHOOL ".
           05 RPT-STO-SCHOOL                    PIC 9(003).
           05 FILLER                            PIC X(009)
              VALUE " WEEKDAY ".
           05 RPT-STO-WEEKDAY                   PIC 9(001).
           05 FILLER                            PIC X(005)
              VALUE " QTY ".
           05 RPT-STO-QTY                       PIC ZZ9.

       01  RPT-CYCLE-TEXT.
           05 FILLER                            PIC X(007)
              VALUE "SCHOOL ".
           05 RPT-MCY-SCHOOL                    PIC 9(003).
           05 FILLER                            PIC X(012)
              VALUE " CYCLE WEEK ".
           05 RPT-MCY-WEEK                      PIC 9(001).
           05 FILLER                            PIC X(009)
              VALUE " WEEKDAY ".
           05 RPT-MCY-WEEKDAY                   PIC 9(001).
           05 FILLER                            PIC X(005)
              VALUE " QTY ".
           05 RPT-MCY-QTY                       PIC ZZ9.

       01  RPT-BUNDLE-TEXT.
           05 FILLER                            PIC X(016)
              VALUE "COMPONENT OF SR ".
           05 RPT-BDL-ID                        PIC 9(003).
           05 FILLER                            PIC X(006)
              VALUE " EACH ".
           05 RPT-BDL-QTY                       PIC Z9.

       01  RPT-FOOTER.
           05 FILLER                            PIC X(011)
              VALUE "SANDWICHES ".
           05 RPT-FOOT-SANDWICHES               PIC ZZZ9.
           05 FILLER                            PIC X(015)
              VALUE "   OPEN ORDERS ".
           05 RPT-FOOT-ORDERS                   PIC ZZZZZ9.
           05 FILLER                            PIC X(019)
              VALUE "   PAST PHASE-OUT ".
           05 RPT-FOOT-BEYOND                   PIC ZZZZZ9.
           05 FILLER                            PIC X(012)
              VALUE "   STANDING ".
           05 RPT-FOOT-STANDING                 PIC ZZZZ9.
           05 FILLER                            PIC X(015)
              VALUE "   MENU CYCLES ".
           05 RPT-FOOT-CYCLES                   PIC ZZZZ9.
           05 FILLER                            PIC X(011)
              VALUE "   BUNDLES ".
           05 RPT-FOOT-BUNDLES                  PIC ZZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "REPORT WRITTEN ON SRPHASEFILE"
              LINE 12 COL 10.
           05 VALUE "RETIRING SANDWICHES IN USE.....:" LINE 14 COL 10.
           05 SS-SANDWICHES PIC ZZZ9 LINE 14 COL 44
              FROM WS-SANDWICH-COUNT.
           05 VALUE "OPEN FUTURE ORDERS.............:" LINE 15 COL 10.
           05 SS-ORDERS PIC ZZZZZ9 LINE 15 COL 44
              FROM WS-ORDER-COUNT.
           05 VALUE "OF WHICH PAST THE PHASE-OUT....:" LINE 16 COL 10.
           05 SS-BEYOND PIC ZZZZZ9 LINE 16 COL 44
              FROM WS-BEYOND-COUNT.
           05 VALUE "PRESS ANY KEY" LINE 18 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-SANDWICH-COUNT WS-ORDER-COUNT
           MOVE ZEROS TO WS-BEYOND-COUNT WS-STANDING-COUNT
           MOVE ZEROS TO WS-CYCLE-COUNT WS-BUNDLE-COUNT

           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE

           OPEN INPUT SANDWICHES
           IF SANDWICH-FS NOT = NOT-FILE THEN
               OPEN INPUT ORDERS
               OPEN INPUT ORDLINES
               OPEN INPUT STANDING
               OPEN INPUT MENUCYCLE
               OPEN INPUT BUNDLES
               MOVE SPACE TO WS-SR-DONE
               PERFORM UNTIL WS-SR-DONE = "Y"
                   READ SANDWICHES NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SR-DONE
                       NOT AT END
                           IF SR-LIFE-PHASING-OUT
                              OR SR-LIFE-RETIRED THEN
                               PERFORM LIST-SANDWICH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUNDLES
               CLOSE MENUCYCLE
               CLOSE STANDING
               CLOSE ORDLINES
               CLOSE ORDERS
           END-IF
           CLOSE SANDWICHES

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-SANDWICH-COUNT TO RPT-FOOT-SANDWICHES
           MOVE WS-ORDER-COUNT TO RPT-FOOT-ORDERS
           MOVE WS-BEYOND-COUNT TO RPT-FOOT-BEYOND
           MOVE WS-STANDING-COUNT TO RPT-FOOT-STANDING
           MOVE WS-CYCLE-COUNT TO RPT-FOOT-CYCLES
           MOVE WS-BUNDLE-COUNT TO RPT-FOOT-BUNDLES
           WRITE REPORT-LINE FROM RPT-FOOTER
           CLOSE REPORTFILE

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************
      *    ONE RETIRING SANDWICH - ITS HEADING IS WRITTEN ONLY WHEN
      *    SOMETHING STILL USES IT
      ******************************************************************
       LIST-SANDWICH SECTION.
           MOVE SR-IID TO WS-SR-ID
           MOVE SR-S-DESCRIPTION TO WS-SR-DESCRIPTION
           MOVE SR-LIFECYCLE TO WS-SR-STATUS
           MOVE SR-PHASEOUT-DATE TO WS-SR-PHASEOUT
           MOVE SPACE TO WS-HEAD-DONE
           PERFORM LIST-OPEN-ORDERS
           PERFORM LIST-STANDING-LINES
           PERFORM LIST-CYCLE-ROWS
           PERFORM LIST-BUNDLES
           EXIT SECTION.

       WRITE-SANDWICH-HEAD SECTION.
           IF WS-HEAD-DONE = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE "Y" TO WS-HEAD-DONE
           ADD 1 TO WS-SANDWICH-COUNT
           MOVE WS-SR-ID TO RPT-SR-ID
           MOVE WS-SR-DESCRIPTION TO RPT-SR-DESCRIPTION
           IF WS-SR-STATUS = "R" THEN
               MOVE "RETIRED" TO RPT-SR-STATUS
           ELSE
               MOVE "PHASING OUT" TO RPT-SR-STATUS
           END-IF
           IF WS-SR-PHASEOUT = ZEROS THEN
               MOVE "NONE SET" TO RPT-SR-PHASEOUT
           ELSE
               MOVE WS-SR-PHASEOUT TO RPT-SR-PHASEOUT
           END-IF
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM RPT-SANDWICH-LINE
           EXIT SECTION.

      ******************************************************************
      *    OPEN ORDERS - REGISTERED, NOT YET DELIVERED OR CANCELLED -
      *    DELIVERED FROM TODAY ON WITH A LINE FOR THE SANDWICH
      ******************************************************************
       LIST-OPEN-ORDERS SECTION.
           IF ORDERS-FS = NOT-FILE OR ORDLINE-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE WS-TODAY-NUM TO FD-DELIVERY-DATE
           START ORDERS KEY IS GREATER OR EQUAL FD-DELIVERY-DATE
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-ORD-DONE
           PERFORM UNTIL WS-ORD-DONE = "Y"
               READ ORDERS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ORD-DONE
                   NOT AT END
                       IF FD-ORDERS-STATUS > 0
                          AND FD-ORDERS-STATUS < 5 THEN
                           PERFORM LIST-ORDER-LINES
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       LIST-ORDER-LINES SECTION.
           MOVE FD-ORDERS-ID TO OL-ORDER-ID
           MOVE ZEROS TO OL-LINE-NO
           START ORDLINES KEY IS GREATER OR EQUAL OL-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-OL-DONE
           PERFORM UNTIL WS-OL-DONE = "Y"
               READ ORDLINES NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OL-DONE
                   NOT AT END
                       IF OL-ORDER-ID NOT = FD-ORDERS-ID THEN
                           MOVE "Y" TO WS-OL-DONE
                       ELSE
                           IF OL-SANDWICH-ID = WS-SR-ID THEN
                               PERFORM WRITE-ORDER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

      *> A RETIRED SANDWICH, OR ONE DELIVERED AFTER ITS LAST
      *> DELIVERY DATE, CANNOT GO OUT AS ORDERED
       WRITE-ORDER-LINE SECTION.
           PERFORM WRITE-SANDWICH-HEAD
           ADD 1 TO WS-ORDER-COUNT
           MOVE FD-DELIVERY-DATE TO WS-ORDER-DATE
           MOVE SPACES TO RPT-DETAIL
           MOVE "OPEN ORDER" TO RPT-DET-KIND
           MOVE FD-ORDERS-ID TO RPT-ORD-ID
           MOVE WS-ORDER-DATE TO RPT-ORD-DATE
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO RPT-ORD-SCHOOL
           MOVE OL-QUANTITY TO RPT-ORD-QTY
           MOVE RPT-ORDER-TEXT TO RPT-DET-TEXT
           IF WS-SR-STATUS = "R" THEN
               MOVE "RETIRED - REPLACE" TO RPT-DET-REMARK
               ADD 1 TO WS-BEYOND-COUNT
           ELSE
               IF WS-SR-PHASEOUT NOT = ZEROS
                  AND WS-ORDER-DATE > WS-SR-PHASEOUT THEN
                   MOVE "PAST PHASE-OUT - REPLACE" TO RPT-DET-REMARK
                   ADD 1 TO WS-BEYOND-COUNT
               END-IF
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

      ******************************************************************
      *    ACTIVE STANDING-ORDER LINES AND MENU-CYCLE ROWS - THE
      *    GENERATION RUNS SKIP THEM PAST THE PHASE-OUT DATE
      ******************************************************************
       LIST-STANDING-LINES SECTION.
           IF STANDING-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO STO-KEY
           START STANDING KEY IS GREATER OR EQUAL STO-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-SCAN-DONE
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ STANDING NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF STO-SANDWICH-ID = WS-SR-ID
                          AND STO-IS-ACTIVE = 1 THEN
                           PERFORM WRITE-STANDING-LINE
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       WRITE-STANDING-LINE SECTION.
           PERFORM WRITE-SANDWICH-HEAD
           ADD 1 TO WS-STANDING-COUNT
           MOVE SPACES TO RPT-DETAIL
           MOVE "STANDING" TO RPT-DET-KIND
           MOVE STO-SCHOOL-ID TO RPT-STO-SCHOOL
           MOVE STO-WEEKDAY TO RPT-STO-WEEKDAY
           MOVE STO-QUANTITY TO RPT-STO-QTY
           MOVE RPT-STANDING-TEXT TO RPT-DET-TEXT
           MOVE "REPLACE IN RSOSTAND" TO RPT-DET-REMARK
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

       LIST-CYCLE-ROWS SECTION.
           IF MENUCYC-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO MCY-KEY
           START MENUCYCLE KEY IS GREATER OR EQUAL MCY-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-SCAN-DONE
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ MENUCYCLE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF MCY-SANDWICH-ID = WS-SR-ID
                          AND MCY-IS-ACTIVE = 1 THEN
                           PERFORM WRITE-CYCLE-LINE
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       WRITE-CYCLE-LINE SECTION.
           PERFORM WRITE-SANDWICH-HEAD
           ADD 1 TO WS-CYCLE-COUNT
           MOVE SPACES TO RPT-DETAIL
           MOVE "MENU CYCLE" TO RPT-DET-KIND
           MOVE MCY-SCHOOL-ID TO RPT-MCY-SCHOOL
           MOVE MCY-WEEK TO RPT-MCY-WEEK
           MOVE MCY-WEEKDAY TO RPT-MCY-WEEKDAY
           MOVE MCY-QUANTITY TO RPT-MCY-QTY
           MOVE RPT-CYCLE-TEXT TO RPT-DET-TEXT
           MOVE "REPLACE IN MENUCYC" TO RPT-DET-REMARK
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

      *> AN EVENT BUNDLE STILL BUILT FROM THE SANDWICH LEAVES IT OUT
      *> AT ORDER ENTRY, SO THE BUNDLE NEEDS A NEW COMPONENT
       LIST-BUNDLES SECTION.
           IF BUNDLE-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO BDL-KEY
           START BUNDLES KEY IS GREATER OR EQUAL BDL-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-SCAN-DONE
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ BUNDLES NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF BDL-COMPONENT-SR = WS-SR-ID THEN
                           PERFORM WRITE-BUNDLE-LINE
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       WRITE-BUNDLE-LINE SECTION.
           PERFORM WRITE-SANDWICH-HEAD
           ADD 1 TO WS-BUNDLE-COUNT
           MOVE SPACES TO RPT-DETAIL
           MOVE "BUNDLE" TO RPT-DET-KIND
           MOVE BDL-ID TO RPT-BDL-ID
           MOVE BDL-QTY-EACH TO RPT-BDL-QTY
           MOVE RPT-BUNDLE-TEXT TO RPT-DET-TEXT
           MOVE "REPLACE IN SRBUNDLE" TO RPT-DET-REMARK
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

       END PROGRAM SRPHASERPT.
