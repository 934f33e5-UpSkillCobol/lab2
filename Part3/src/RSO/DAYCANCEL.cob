      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    DISRUPTION-DAY MASS CANCELLATION - ONE DELIVERY DATE PLUS A
      *    TOWN, A POSTAL-CODE RANGE, A PAYER OR A LIST OF SCHOOLS
      *    SELECTS THE ORDERS; AFTER A PREVIEW AND A SUPERVISOR'S
      *    CONFIRMATION THEY ARE CANCELLED AS RSOSEARCH CANCELS ONE -
      *    RESERVATIONS RELEASED, EVENT TRAIL AND AUDIT WRITTEN - EACH
      *    SCHOOL'S PREFERRED CONTACT IS NOTIFIED, AND THE CANCELLED
      *    QUANTITIES ARE PRINTED PER SITE FOR THE KITCHENS
      *    V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING ALSO CARRIES THE BUSINESS DATE (BUSDATE)
      *    IT WAS RUN ON | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYCANCEL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

      *> A CANCELLED ORDER HANDS ITS RESERVED STOCK BACK BY FLIPPING
      *> ITS RESERVATION ROWS TO RELEASED
           SELECT RESERVATIONS ASSIGN TO "FXRESERVATIONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-KEY
           FILE STATUS IS RESERVE-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

           SELECT SCHPAYERS ASSIGN TO "FXSCHPAYER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPY-SCHOOL-ID
           FILE STATUS IS SCHPAYER-FS.

           SELECT SCHSITES ASSIGN TO "FXSCHSITE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCS-SCHOOL-ID
           FILE STATUS IS SCHSITE-FS.

           SELECT SCHCONTACTS ASSIGN TO "FXSCHCONTACTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCT-KEY
           FILE STATUS IS SCHCONTACT-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

      *> SHARED AUDIT TRAIL AND ROLE LOOKUP, AS RSOSEARCH USES THEM
           SELECT KEYSAUDIT ASSIGN TO "KEYSAUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

           SELECT ACCESSLVL ASSIGN TO "ACCESSLVL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCESS-ROLE-ID
           FILE STATUS IS ACCESS-FS.

           SELECT REPORTFILE ASSIGN TO "DAYCANCELFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  RESERVATIONS.
       COPY FD-RESERVE.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  SCHPAYERS.
       COPY FD-SCHPAYER.

       FD  SCHSITES.
       COPY FD-SCHSITE.

       FD  SCHCONTACTS.
       COPY CB-SCHCONTACT.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  KEYSAUDIT.
       01  KEYS-AUDIT-RECORD.
           05  AUD-COUNTER-NAME                          PIC X(012).
           05  AUD-OLD-VALUE                             PIC 9(006).
           05  AUD-NEW-VALUE                             PIC 9(006).
           05  AUD-DATE                                  PIC 9(008).
           05  AUD-TIME                                  PIC 9(008).

       FD  ACCESSLVL.
       01  ACCESS-LEVEL-DETAILS.
           05 ACCESS-ROLE-ID                             PIC 9(001).
           05 ACCESS-ROLE-NAME                           PIC X(020).
           05 ACCESS-CAN-DELETE                          PIC X(001).
               88 ACCESS-DELETE-ALLOWED                  VALUE "Y".
               88 ACCESS-DELETE-DENIED                   VALUE "N".

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(110).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  RESERVE-FS                           PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SCHPAYER-FS                          PIC 9(002).
       77  SCHSITE-FS                           PIC 9(002).
       77  SCHCONTACT-FS                        PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  AUDIT-STATUS                         PIC X(002).
       77  ACCESS-FS                            PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  DEFAULT-SITE-ID                      VALUE 1.
       78  MAX-SELECTABLE                       VALUE 500.
       78  MAX-CUT-ROWS                         VALUE 500.
       78  PREVIEW-PAGE-LINES                   VALUE 15.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-OL-DONE                           PIC X(001).
       77  WS-RSV-DONE                          PIC X(001).
       77  WS-NTQ-DONE                          PIC X(001).
       77  WS-TODAY-NUM                         PIC 9(008).
       77  WS-ERROR-TEXT                        PIC X(060).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "DAYCANCEL".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "DAYCANCELFILE".

      *> WHAT THE OPERATOR KEYED - ONE DATE AND ONE WAY OF CHOOSING
       77  WS-SEL-DATE                          PIC 9(008).
       77  WS-SEL-BY                            PIC X(001).
           88 WS-SEL-BY-TOWN                    VALUE "T" "t".
           88 WS-SEL-BY-POSTAL                  VALUE "P" "p".
           88 WS-SEL-BY-PAYER                   VALUE "Y" "y".
           88 WS-SEL-BY-LIST                    VALUE "L" "l".
       77  WS-SEL-TOWN                          PIC X(030).
       77  WS-SEL-POSTAL-FROM                   PIC 9(007).
       77  WS-SEL-POSTAL-TO                     PIC 9(007).
       77  WS-SEL-PAYER                         PIC 9(003).
       01  WS-SEL-LIST.
           05 WS-SEL-LIST-SCHOOL OCCURS 10 TIMES
                                 INDEXED BY IND-LST
                                                PIC 9(003).
       77  WS-SEL-REASON                        PIC X(030).
       77  WS-SEL-MATCH                         PIC X(001).
       77  WS-SCHOOL-POSTAL                     PIC 9(007).
       77  WS-SCHOOL-TOWN                       PIC X(030).
       77  WS-SCHOOL-PAYER                      PIC 9(003).
       77  WS-SCHOOL-FOUND                      PIC X(001).

      *> THE ORDERS THE SELECTION CAUGHT, IN DELIVERY-DATE KEY ORDER
       77  MAX-SEL                              PIC 9(003) VALUE ZEROS.
       01  TAB-SEL OCCURS 500 INDEXED BY IND-SEL.
           05 TAB-SEL-ORDER                     PIC 9(005).
           05 TAB-SEL-SCHOOL                    PIC 9(003).
           05 TAB-SEL-NAME                      PIC X(030).
           05 TAB-SEL-QTY                       PIC 9(005).
           05 TAB-SEL-STATUS                    PIC 9(001).
           05 TAB-SEL-DONE                      PIC X(001).
       77  WS-SEL-OVERFLOW                      PIC X(001).
       77  WS-SEL-TOTAL-QTY                     PIC 9(007).

      *> CANCELLED QUANTITY PER PRODUCING SITE AND SANDWICH
       77  MAX-CUT                              PIC 9(003) VALUE ZEROS.
       01  TAB-CUT OCCURS 1 TO 500 TIMES DEPENDING ON MAX-CUT
                   INDEXED BY IND-CUT.
           05 TAB-CUT-SITE                      PIC 9(003).
           05 TAB-CUT-SANDWICH                  PIC 9(003).
           05 TAB-CUT-QTY                       PIC 9(007).
       77  WS-CUT-FOUND                         PIC 9(003).
       77  WS-CUT-SITE                          PIC 9(003).
       77  WS-CUT-SANDWICH                      PIC 9(003).
       77  WS-CUT-QTY                           PIC 9(005).
       77  WS-CUT-PREV-SITE                     PIC 9(003).
       77  WS-CUT-SITE-QTY                      PIC 9(007).

      *> A SCHOOL HEARS ONCE, HOWEVER MANY OF ITS ORDERS GO
       01  TAB-NOTIFIED.
           05 TAB-NOTIFIED-FLAG OCCURS 999 TIMES
                                                PIC X(001).

       77  WS-PV-LINE                           PIC 9(002).
       77  WS-PV-PAGE-COUNT                     PIC 9(002).
       77  WS-CONFIRM                           PIC X(001).
           88 WS-CONFIRM-YES                    VALUE "Y" "y".
       77  WS-ACCESS-ROLE-ID                    PIC 9(001).
       77  WS-ACCESS-GRANTED                    PIC X(001).
           88 ACCESS-GRANTED                    VALUE "Y".
       77  WS-EVT-OLD-STATUS                    PIC 9(001).
       77  WS-EVT-NEW-STATUS                    PIC 9(001).
       77  WS-EVT-USER-ROLE                     PIC 9(001).
       77  WS-LINES-SEEN                        PIC 9(003).
       77  WS-ORDER-QTY                         PIC 9(005).
       77  WS-ORDER-SANDWICH                    PIC 9(003).
       77  WS-ORDER-HDR-QTY                     PIC 9(003).
       77  WS-CANCELLED-COUNT                   PIC 9(003).
       77  WS-SKIPPED-COUNT                     PIC 9(003).
       77  WS-NOTIFIED-COUNT                    PIC 9(003).
       77  WS-CANCELLED-QTY                     PIC 9(007).

       01  NTQ-TYPE                             PIC X(010).
       01  NTQ-RECIPIENT                        PIC X(050).
       01  NTQ-TEXT                             PIC X(060).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(042)
              VALUE "BREADWICH - DISRUPTION-DAY CANCELLATIONS ".
           05 RPT-HEAD-DATE                     PIC 9(008).
           05 FILLER                            PIC X(003) VALUE " - ".
           05 RPT-HEAD-REASON                   PIC X(030).
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-RUN-DATE                 PIC 9(008).

       01  RPT-SELECTION                        PIC X(090).

       01  RPT-ORDER-COLUMNS.
           05 FILLER PIC X(008) VALUE "ORDER".
           05 FILLER PIC X(005) VALUE "ID".
           05 FILLER PIC X(032) VALUE "SCHOOL".
           05 FILLER PIC X(010) VALUE "QUANTITY".
           05 FILLER PIC X(020) VALUE "RESULT".

       01  RPT-ORDER-DETAIL.
           05 RPT-ORD-ID                        PIC 9(005).
           05 FILLER                            PIC X(003).
           05 RPT-ORD-SCHOOL                    PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-ORD-NAME                      PIC X(030).
           05 FILLER                            PIC X(002).
           05 RPT-ORD-QTY                       PIC ZZZZ9.
           05 FILLER                            PIC X(005).
           05 RPT-ORD-RESULT                    PIC X(030).

       01  RPT-CUT-COLUMNS.
           05 FILLER PIC X(008) VALUE "SITE".
           05 FILLER PIC X(005) VALUE "ID".
           05 FILLER PIC X(032) VALUE "SANDWICH".
           05 FILLER PIC X(016) VALUE "CANCELLED QTY".

       01  RPT-CUT-DETAIL.
           05 RPT-CUT-SITE                      PIC ZZ9.
           05 FILLER                            PIC X(005).
           05 RPT-CUT-SANDWICH                  PIC 9(003).
           05 FILLER                            PIC X(002).
           05 RPT-CUT-NAME                      PIC X(030).
           05 FILLER                            PIC X(002).
           05 RPT-CUT-QTY                       PIC ZZZZZZ9.

       01  RPT-CUT-SITE-TOTAL.
           05 FILLER                            PIC X(013)
              VALUE "SITE TOTAL ".
           05 RPT-CST-SITE                      PIC ZZ9.
           05 FILLER                            PIC X(029).
           05 RPT-CST-QTY                       PIC ZZZZZZ9.

       01  RPT-SUMMARY.
           05 FILLER                            PIC X(020)
              VALUE "ORDERS CANCELLED: ".
           05 RPT-SUM-CANCELLED                 PIC ZZ9.
           05 FILLER                            PIC X(012)
              VALUE "   SKIPPED: ".
           05 RPT-SUM-SKIPPED                   PIC ZZ9.
           05 FILLER                            PIC X(022)
              VALUE "   SCHOOLS NOTIFIED: ".
           05 RPT-SUM-NOTIFIED                  PIC ZZ9.
           05 FILLER                            PIC X(012)
              VALUE "   MEALS: ".
           05 RPT-SUM-QTY                       PIC ZZZZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  SELECT-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | DISRUPTION-DAY CANCELLATION"
              LINE 02 COL 10.
           05 VALUE "F3 - BACK"                   LINE 02 COL 60.
           05 VALUE "DELIVERY DATE (YYYYMMDD)..:" LINE 04 COL 10.
           05 SS-SEL-DATE PIC 9(008) LINE 04 COL 39
              TO WS-SEL-DATE.
           05 VALUE "SELECT BY (T)OWN, (P)OSTAL CODE, PA(Y)ER, (L)IST:"
              LINE 06 COL 10.
           05 SS-SEL-BY PIC X(001) LINE 06 COL 60
              TO WS-SEL-BY.
           05 VALUE "TOWN......................:" LINE 08 COL 10.
           05 SS-SEL-TOWN PIC X(030) LINE 08 COL 39
              TO WS-SEL-TOWN.
           05 VALUE "POSTAL CODE FROM / TO.....:" LINE 09 COL 10.
           05 SS-SEL-POSTAL-FROM PIC 9(007) LINE 09 COL 39
              TO WS-SEL-POSTAL-FROM.
           05 SS-SEL-POSTAL-TO PIC 9(007) LINE 09 COL 48
              TO WS-SEL-POSTAL-TO.
           05 VALUE "PAYER ID..................:" LINE 10 COL 10.
           05 SS-SEL-PAYER PIC 9(003) LINE 10 COL 39
              TO WS-SEL-PAYER.
           05 VALUE "SCHOOL LIST...............:" LINE 11 COL 10.
           05 SS-LST-1 PIC 9(003) LINE 11 COL 39
              TO WS-SEL-LIST-SCHOOL (1).
           05 SS-LST-2 PIC 9(003) LINE 11 COL 43
              TO WS-SEL-LIST-SCHOOL (2).
           05 SS-LST-3 PIC 9(003) LINE 11 COL 47
              TO WS-SEL-LIST-SCHOOL (3).
           05 SS-LST-4 PIC 9(003) LINE 11 COL 51
              TO WS-SEL-LIST-SCHOOL (4).
           05 SS-LST-5 PIC 9(003) LINE 11 COL 55
              TO WS-SEL-LIST-SCHOOL (5).
           05 SS-LST-6 PIC 9(003) LINE 12 COL 39
              TO WS-SEL-LIST-SCHOOL (6).
           05 SS-LST-7 PIC 9(003) LINE 12 COL 43
              TO WS-SEL-LIST-SCHOOL (7).
           05 SS-LST-8 PIC 9(003) LINE 12 COL 47
              TO WS-SEL-LIST-SCHOOL (8).
           05 SS-LST-9 PIC 9(003) LINE 12 COL 51
              TO WS-SEL-LIST-SCHOOL (9).
           05 SS-LST-10 PIC 9(003) LINE 12 COL 55
              TO WS-SEL-LIST-SCHOOL (10).
           05 VALUE "REASON (TOLD TO SCHOOLS)..:" LINE 14 COL 10.
           05 SS-SEL-REASON PIC X(030) LINE 14 COL 39
              TO WS-SEL-REASON.

       01  PREVIEW-HEAD-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ORDERS SELECTED FOR" LINE 02 COL 10.
           05 SS-PV-DATE PIC 9(008) LINE 02 COL 30 FROM WS-SEL-DATE.
           05 VALUE "ORDER  SCHOOL" LINE 04 COL 10.
           05 VALUE "QTY  STATUS" LINE 04 COL 54.

       01  PREVIEW-LINE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-PV-ORDER PIC 9(005) LINE WS-PV-LINE COL 10
              FROM TAB-SEL-ORDER (IND-SEL).
           05 SS-PV-SCHOOL PIC 9(003) LINE WS-PV-LINE COL 17
              FROM TAB-SEL-SCHOOL (IND-SEL).
           05 SS-PV-NAME PIC X(030) LINE WS-PV-LINE COL 21
              FROM TAB-SEL-NAME (IND-SEL).
           05 SS-PV-QTY PIC ZZZZ9 LINE WS-PV-LINE COL 52
              FROM TAB-SEL-QTY (IND-SEL).
           05 SS-PV-STATUS PIC 9(001) LINE WS-PV-LINE COL 61
              FROM TAB-SEL-STATUS (IND-SEL).

       01  MORE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "MORE - PRESS ANY KEY" LINE 22 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  CONFIRM-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ORDERS SELECTED:" LINE 21 COL 10.
           05 SS-CF-COUNT PIC ZZ9 LINE 21 COL 27 FROM MAX-SEL.
           05 VALUE "MEALS:" LINE 21 COL 33.
           05 SS-CF-QTY PIC ZZZZZZ9 LINE 21 COL 40
              FROM WS-SEL-TOTAL-QTY.
           05 VALUE "CANCEL ALL OF THEM (Y/N)..:" LINE 22 COL 10.
           05 SS-CONFIRM PIC X(001) LINE 22 COL 39
              TO WS-CONFIRM.
           05 VALUE "SUPERVISOR ROLE CODE......:" LINE 23 COL 10.
           05 SS-ROLE PIC 9(001) LINE 23 COL 39
              TO WS-ACCESS-ROLE-ID.

       01  MESSAGE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-ERROR-TEXT PIC X(060) LINE 24 COL 10
              FROM WS-ERROR-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "ORDERS CANCELLED.....:" LINE 12 COL 10.
           05 SS-DN-CANCELLED PIC ZZ9 LINE 12 COL 33
              FROM WS-CANCELLED-COUNT.
           05 VALUE "SKIPPED (CHANGED)....:" LINE 13 COL 10.
           05 SS-DN-SKIPPED PIC ZZ9 LINE 13 COL 33
              FROM WS-SKIPPED-COUNT.
           05 VALUE "SCHOOLS NOTIFIED.....:" LINE 14 COL 10.
           05 SS-DN-NOTIFIED PIC ZZ9 LINE 14 COL 33
              FROM WS-NOTIFIED-COUNT.
           05 VALUE "SUMMARY ON DAYCANCELFILE - PRESS ANY KEY"
              LINE 16 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE WS-TODAY-NUM TO WS-SEL-DATE
           MOVE SPACES TO WS-SEL-BY WS-SEL-TOWN WS-SEL-REASON
           MOVE ZEROS TO WS-SEL-POSTAL-FROM WS-SEL-POSTAL-TO
           MOVE ZEROS TO WS-SEL-PAYER
           MOVE ZEROS TO WS-SEL-LIST
           DISPLAY CLEAR-SCREEN
           DISPLAY SELECT-SCREEN
           ACCEPT SELECT-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF

           PERFORM CHECK-SELECTION
           IF WS-ERROR-TEXT NOT = SPACES THEN
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF

           PERFORM SELECT-ORDERS
           IF MAX-SEL = ZEROS THEN
               MOVE "NO OPEN ORDERS MATCH THAT SELECTION"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF

           PERFORM SHOW-PREVIEW
           MOVE "N" TO WS-CONFIRM
           MOVE ZEROS TO WS-ACCESS-ROLE-ID
           ACCEPT CONFIRM-SCREEN
           IF KEYSTATUS = F3 OR NOT WS-CONFIRM-YES THEN
               MOVE "NOTHING CANCELLED" TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF
           PERFORM CHECK-ACCESS-LEVEL
           IF NOT ACCESS-GRANTED THEN
               MOVE "ROLE MAY NOT CANCEL ORDERS - NOTHING CANCELLED"
                 TO WS-ERROR-TEXT
               ACCEPT MESSAGE-SCREEN
               GOBACK
           END-IF

           PERFORM CANCEL-SELECTED-ORDERS
           PERFORM WRITE-REPORT
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************

      *> EXACTLY ONE WAY OF CHOOSING MUST BE FILLED IN PROPERLY
       CHECK-SELECTION SECTION.
           MOVE SPACES TO WS-ERROR-TEXT
           IF TEST-DATE-YYYYMMDD (WS-SEL-DATE) NOT = ZEROS
              OR WS-SEL-DATE < WS-TODAY-NUM THEN
               MOVE "DELIVERY DATE MUST BE VALID AND NOT IN THE PAST"
                 TO WS-ERROR-TEXT
               EXIT SECTION
           END-IF
           EVALUATE TRUE
               WHEN WS-SEL-BY-TOWN
                   IF WS-SEL-TOWN = SPACES THEN
                       MOVE "TOWN IS REQUIRED" TO WS-ERROR-TEXT
                   END-IF
                   MOVE UPPER-CASE (WS-SEL-TOWN) TO WS-SEL-TOWN
               WHEN WS-SEL-BY-POSTAL
                   IF WS-SEL-POSTAL-FROM = ZEROS
                      OR WS-SEL-POSTAL-TO < WS-SEL-POSTAL-FROM THEN
                       MOVE "POSTAL CODE RANGE IS NOT VALID"
                         TO WS-ERROR-TEXT
                   END-IF
               WHEN WS-SEL-BY-PAYER
                   IF WS-SEL-PAYER = ZEROS THEN
                       MOVE "PAYER ID IS REQUIRED" TO WS-ERROR-TEXT
                   END-IF
               WHEN WS-SEL-BY-LIST
                   IF WS-SEL-LIST = ZEROS THEN
                       MOVE "AT LEAST ONE SCHOOL IS REQUIRED"
                         TO WS-ERROR-TEXT
                   END-IF
               WHEN OTHER
                   MOVE "SELECT BY MUST BE T, P, Y OR L"
                     TO WS-ERROR-TEXT
           END-EVALUATE
           IF WS-SEL-REASON = SPACES THEN
               MOVE "DISRUPTION" TO WS-SEL-REASON
           END-IF
           EXIT SECTION.

      ******************************************************************

      *> THE DAY'S ORDERS ON THE DELIVERY-DATE KEY; ONLY ORDERS NOT
      *> YET DELIVERED, INVOICED, CANCELLED OR HELD AFTER A FAILED
      *> CALL CAN BE CANCELLED HERE
       SELECT-ORDERS SECTION.
           MOVE ZEROS TO MAX-SEL WS-SEL-TOTAL-QTY
           MOVE SPACES TO WS-SEL-OVERFLOW
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT ORDERS
           IF ORDERS-FS = NOT-FILE THEN
               CLOSE ORDERS
               EXIT SECTION
           END-IF
           MOVE WS-SEL-DATE TO FD-DELIVERY-DATE
           START ORDERS KEY IS NOT LESS THAN FD-DELIVERY-DATE
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ORDERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF FD-DELIVERY-DATE NOT = WS-SEL-DATE THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF FD-ORDERS-STATUS NOT = 0
                              AND FD-ORDERS-STATUS < 5 THEN
                               PERFORM CHECK-ORDER-MATCHES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDERS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       CHECK-ORDER-MATCHES SECTION.
           PERFORM GET-SCHOOL-DETAILS
           MOVE "N" TO WS-SEL-MATCH
           EVALUATE TRUE
               WHEN WS-SEL-BY-TOWN
                   IF WS-SCHOOL-FOUND = "Y"
                      AND UPPER-CASE (WS-SCHOOL-TOWN) = WS-SEL-TOWN
                       MOVE "Y" TO WS-SEL-MATCH
                   END-IF
               WHEN WS-SEL-BY-POSTAL
                   IF WS-SCHOOL-FOUND = "Y"
                      AND WS-SCHOOL-POSTAL >= WS-SEL-POSTAL-FROM
                      AND WS-SCHOOL-POSTAL <= WS-SEL-POSTAL-TO
                       MOVE "Y" TO WS-SEL-MATCH
                   END-IF
               WHEN WS-SEL-BY-PAYER
                   IF WS-SCHOOL-PAYER = WS-SEL-PAYER
                       MOVE "Y" TO WS-SEL-MATCH
                   END-IF
               WHEN WS-SEL-BY-LIST
                   PERFORM VARYING IND-LST FROM 1 BY 1
                           UNTIL IND-LST > 10
                       IF WS-SEL-LIST-SCHOOL (IND-LST) =
                          FD-ORDERS-SCHOOL-INTERNAL-ID
                          AND FD-ORDERS-SCHOOL-INTERNAL-ID > ZEROS
                           MOVE "Y" TO WS-SEL-MATCH
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF WS-SEL-MATCH NOT = "Y" THEN
               EXIT SECTION
           END-IF
           IF MAX-SEL >= MAX-SELECTABLE THEN
               MOVE "Y" TO WS-SEL-OVERFLOW
               EXIT SECTION
           END-IF
           PERFORM SUM-ORDER-QUANTITY
           ADD 1 TO MAX-SEL
           SET IND-SEL TO MAX-SEL
           MOVE FD-ORDERS-ID TO TAB-SEL-ORDER (IND-SEL)
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO TAB-SEL-SCHOOL (IND-SEL)
           MOVE SCHOOL-DESIGNATION1 TO TAB-SEL-NAME (IND-SEL)
           IF WS-SCHOOL-FOUND NOT = "Y" THEN
               MOVE "UNKNOWN SCHOOL" TO TAB-SEL-NAME (IND-SEL)
           END-IF
           MOVE WS-ORDER-QTY TO TAB-SEL-QTY (IND-SEL)
           MOVE FD-ORDERS-STATUS TO TAB-SEL-STATUS (IND-SEL)
           MOVE SPACES TO TAB-SEL-DONE (IND-SEL)
           ADD WS-ORDER-QTY TO WS-SEL-TOTAL-QTY
           EXIT SECTION.

      *> TOWN AND POSTAL CODE FROM THE SCHOOL FILE, PAYER FROM THE
      *> SCHOOL-PAYER LINK (ZERO WHEN THE SCHOOL PAYS FOR ITSELF)
       GET-SCHOOL-DETAILS SECTION.
           MOVE "N" TO WS-SCHOOL-FOUND
           MOVE SPACES TO WS-SCHOOL-TOWN
           MOVE ZEROS TO WS-SCHOOL-POSTAL WS-SCHOOL-PAYER
           OPEN INPUT SCHOOLS
           IF SCHOOL-FS NOT = NOT-FILE THEN
               MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO SCHOOL-INTERNAL-ID
               READ SCHOOLS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SCHOOL-FOUND
                       MOVE SCHOOL-TOWN TO WS-SCHOOL-TOWN
                       MOVE SCHOOL-POSTAL-CODE TO WS-SCHOOL-POSTAL
               END-READ
           END-IF
           CLOSE SCHOOLS
           OPEN INPUT SCHPAYERS
           IF SCHPAYER-FS NOT = NOT-FILE THEN
               MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO SPY-SCHOOL-ID
               READ SCHPAYERS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPY-PAYER-ID TO WS-SCHOOL-PAYER
               END-READ
           END-IF
           CLOSE SCHPAYERS
           EXIT SECTION.

      *> MEALS ON THE ORDER - ITS LINES, OR THE HEADER FOR AN ORDER
      *> FROM BEFORE THE HEADER/LINES SPLIT
       SUM-ORDER-QUANTITY SECTION.
           MOVE ZEROS TO WS-ORDER-QTY WS-LINES-SEEN
           OPEN INPUT ORDLINES
           IF ORDLINE-FS NOT = NOT-FILE THEN
               MOVE FD-ORDERS-ID TO OL-ORDER-ID
               MOVE ZEROS TO OL-LINE-NO
               START ORDLINES KEY IS NOT LESS THAN OL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO WS-OL-DONE
                       PERFORM WITH TEST BEFORE
                       UNTIL WS-OL-DONE = "Y"
                           READ ORDLINES NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-OL-DONE
                               NOT AT END
                                   IF OL-ORDER-ID NOT = FD-ORDERS-ID
                                       MOVE "Y" TO WS-OL-DONE
                                   ELSE
                                       ADD 1 TO WS-LINES-SEEN
                                       ADD OL-QUANTITY TO WS-ORDER-QTY
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           CLOSE ORDLINES
           IF WS-LINES-SEEN = ZEROS THEN
               MOVE FD-ORDERS-QUANTITY TO WS-ORDER-QTY
           END-IF
           EXIT SECTION.

      ******************************************************************

      *> THE SELECTION ON SCREEN, A PAGE AT A TIME, BEFORE ANYTHING
      *> IS TOUCHED
       SHOW-PREVIEW SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY PREVIEW-HEAD-SCREEN
           MOVE 6 TO WS-PV-LINE
           MOVE ZEROS TO WS-PV-PAGE-COUNT
           PERFORM VARYING IND-SEL FROM 1 BY 1 UNTIL IND-SEL > MAX-SEL
               IF WS-PV-PAGE-COUNT >= PREVIEW-PAGE-LINES THEN
                   ACCEPT MORE-SCREEN
                   DISPLAY CLEAR-SCREEN
                   DISPLAY PREVIEW-HEAD-SCREEN
                   MOVE 6 TO WS-PV-LINE
                   MOVE ZEROS TO WS-PV-PAGE-COUNT
               END-IF
               DISPLAY PREVIEW-LINE-SCREEN
               ADD 1 TO WS-PV-LINE
               ADD 1 TO WS-PV-PAGE-COUNT
           END-PERFORM
           IF WS-SEL-OVERFLOW = "Y" THEN
               MOVE "MORE ORDERS MATCH - RUN AGAIN FOR THE REST"
                 TO WS-ERROR-TEXT
               DISPLAY MESSAGE-SCREEN
               MOVE SPACES TO WS-ERROR-TEXT
           END-IF
           EXIT SECTION.

      ******************************************************************

       CHECK-ACCESS-LEVEL SECTION.
      *> SAME ACCESSLVL RULE AS A SINGLE CANCELLATION IN RSOSEARCH -
      *> ONLY A ROLE FLAGGED ACCESS-CAN-DELETE = "Y" MAY GO AHEAD
           MOVE "N" TO WS-ACCESS-GRANTED
           OPEN INPUT ACCESSLVL
           IF ACCESS-FS = NOT-FILE THEN
               CLOSE ACCESSLVL
               EXIT SECTION
           END-IF
           MOVE WS-ACCESS-ROLE-ID TO ACCESS-ROLE-ID
           READ ACCESSLVL
               NOT INVALID KEY
                   MOVE ACCESS-CAN-DELETE TO WS-ACCESS-GRANTED
           END-READ
           CLOSE ACCESSLVL
           EXIT SECTION.

      ******************************************************************

      *> EACH ORDER IS RE-READ - ONE THAT MOVED ON SINCE THE PREVIEW
      *> (DISPATCHED, CANCELLED ELSEWHERE) IS LEFT ALONE AND COUNTED
       CANCEL-SELECTED-ORDERS SECTION.
           MOVE ZEROS TO WS-CANCELLED-COUNT WS-SKIPPED-COUNT
           MOVE ZEROS TO WS-NOTIFIED-COUNT WS-CANCELLED-QTY
           MOVE ZEROS TO MAX-CUT
           MOVE SPACES TO TAB-NOTIFIED
           PERFORM VARYING IND-SEL FROM 1 BY 1 UNTIL IND-SEL > MAX-SEL
               PERFORM CANCEL-ONE-ORDER
           END-PERFORM
           EXIT SECTION.

       CANCEL-ONE-ORDER SECTION.
           MOVE "N" TO TAB-SEL-DONE (IND-SEL)
           OPEN I-O ORDERS
           MOVE TAB-SEL-ORDER (IND-SEL) TO FD-ORDERS-ID
           READ ORDERS
               INVALID KEY
                   CLOSE ORDERS
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT SECTION
           END-READ
           IF FD-ORDERS-STATUS = 0 OR FD-ORDERS-STATUS >= 5 THEN
               CLOSE ORDERS
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT SECTION
           END-IF
           MOVE FD-ORDERS-STATUS TO WS-EVT-OLD-STATUS
           MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO WS-ORDER-SANDWICH
           MOVE FD-ORDERS-QUANTITY TO WS-ORDER-HDR-QTY
           MOVE 0 TO FD-ORDERS-STATUS
           REWRITE FD-ORDERS
           CLOSE ORDERS
           MOVE "Y" TO TAB-SEL-DONE (IND-SEL)
           ADD 1 TO WS-CANCELLED-COUNT

           MOVE 0 TO WS-EVT-NEW-STATUS
           MOVE WS-ACCESS-ROLE-ID TO WS-EVT-USER-ROLE
           CALL "RSOEVENT" USING TAB-SEL-ORDER (IND-SEL)
               WS-EVT-OLD-STATUS WS-EVT-NEW-STATUS WS-EVT-USER-ROLE
           PERFORM RELEASE-ORDER-RESERVATIONS
           PERFORM WRITE-ORDER-CANCEL-AUDIT
           PERFORM ADD-CANCELLED-QUANTITIES
           IF TAB-SEL-SCHOOL (IND-SEL) > ZEROS THEN
               IF TAB-NOTIFIED-FLAG (TAB-SEL-SCHOOL (IND-SEL))
                  NOT = "Y" THEN
                   MOVE "Y"
                     TO TAB-NOTIFIED-FLAG (TAB-SEL-SCHOOL (IND-SEL))
                   PERFORM NOTIFY-SCHOOL
               END-IF
           END-IF
           EXIT SECTION.

      *> HANDS BACK THE STOCK THE CANCELLED ORDER WAS HOLDING - EVERY
      *> STILL-RESERVED ROW OF THE ORDER FLIPS TO RELEASED
       RELEASE-ORDER-RESERVATIONS SECTION.
           OPEN I-O RESERVATIONS
           IF RESERVE-FS = NOT-FILE THEN
               CLOSE RESERVATIONS
               EXIT SECTION
           END-IF
           MOVE TAB-SEL-ORDER (IND-SEL) TO RSV-ORDER-ID
           MOVE ZEROS TO RSV-INGRED-ID
           START RESERVATIONS KEY IS GREATER OR EQUAL RSV-KEY
               INVALID KEY
                   CLOSE RESERVATIONS
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-RSV-DONE
           PERFORM UNTIL WS-RSV-DONE = "Y"
               READ RESERVATIONS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RSV-DONE
                   NOT AT END
                       IF RSV-ORDER-ID NOT = TAB-SEL-ORDER (IND-SEL)
                           MOVE "Y" TO WS-RSV-DONE
                       ELSE
                           IF RSV-RESERVED THEN
                               MOVE 3 TO RSV-STATUS
                               REWRITE FD-RESERVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATIONS
           EXIT SECTION.

      *> SAME ORDER-CANCEL ROW RSOSEARCH WRITES TO KEYSAUDIT.DAT
       WRITE-ORDER-CANCEL-AUDIT SECTION.
           MOVE "ORDER-CANCEL" TO AUD-COUNTER-NAME
           MOVE TAB-SEL-ORDER (IND-SEL) TO AUD-OLD-VALUE
           MOVE WS-ACCESS-ROLE-ID TO AUD-NEW-VALUE
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           OPEN EXTEND KEYSAUDIT
           IF AUDIT-STATUS = "35" THEN
               CLOSE KEYSAUDIT
               OPEN OUTPUT KEYSAUDIT
               CLOSE KEYSAUDIT
               OPEN EXTEND KEYSAUDIT
           END-IF
           WRITE KEYS-AUDIT-RECORD
           CLOSE KEYSAUDIT
           EXIT SECTION.

      *> THE CANCELLED MEALS GO ON THE TALLY OF THE SITE THAT WOULD
      *> HAVE MADE THEM, SANDWICH BY SANDWICH
       ADD-CANCELLED-QUANTITIES SECTION.
           MOVE DEFAULT-SITE-ID TO WS-CUT-SITE
           OPEN INPUT SCHSITES
           IF SCHSITE-FS NOT = NOT-FILE THEN
               MOVE TAB-SEL-SCHOOL (IND-SEL) TO SCS-SCHOOL-ID
               READ SCHSITES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SCS-SITE-ID TO WS-CUT-SITE
               END-READ
           END-IF
           CLOSE SCHSITES

           MOVE ZEROS TO WS-LINES-SEEN
           OPEN INPUT ORDLINES
           IF ORDLINE-FS NOT = NOT-FILE THEN
               MOVE TAB-SEL-ORDER (IND-SEL) TO OL-ORDER-ID
               MOVE ZEROS TO OL-LINE-NO
               START ORDLINES KEY IS NOT LESS THAN OL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO WS-OL-DONE
                       PERFORM WITH TEST BEFORE
                       UNTIL WS-OL-DONE = "Y"
                           READ ORDLINES NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-OL-DONE
                               NOT AT END
                                   IF OL-ORDER-ID NOT =
                                      TAB-SEL-ORDER (IND-SEL)
                                       MOVE "Y" TO WS-OL-DONE
                                   ELSE
                                       ADD 1 TO WS-LINES-SEEN
                                       MOVE OL-SANDWICH-ID
                                         TO WS-CUT-SANDWICH
                                       MOVE OL-QUANTITY TO WS-CUT-QTY
                                       PERFORM ADD-CUT-ROW
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           CLOSE ORDLINES
           IF WS-LINES-SEEN = ZEROS THEN
               MOVE WS-ORDER-SANDWICH TO WS-CUT-SANDWICH
               MOVE WS-ORDER-HDR-QTY TO WS-CUT-QTY
               PERFORM ADD-CUT-ROW
           END-IF
           EXIT SECTION.

       ADD-CUT-ROW SECTION.
           ADD WS-CUT-QTY TO WS-CANCELLED-QTY
           MOVE ZEROS TO WS-CUT-FOUND
           PERFORM VARYING IND-CUT FROM 1 BY 1 UNTIL IND-CUT > MAX-CUT
               IF TAB-CUT-SITE (IND-CUT) = WS-CUT-SITE
                  AND TAB-CUT-SANDWICH (IND-CUT) = WS-CUT-SANDWICH
                   SET WS-CUT-FOUND TO IND-CUT
               END-IF
           END-PERFORM
           IF WS-CUT-FOUND = ZEROS THEN
               IF MAX-CUT >= MAX-CUT-ROWS THEN
                   EXIT SECTION
               END-IF
               ADD 1 TO MAX-CUT
               MOVE MAX-CUT TO WS-CUT-FOUND
               SET IND-CUT TO MAX-CUT
               MOVE WS-CUT-SITE TO TAB-CUT-SITE (IND-CUT)
               MOVE WS-CUT-SANDWICH TO TAB-CUT-SANDWICH (IND-CUT)
               MOVE ZEROS TO TAB-CUT-QTY (IND-CUT)
           END-IF
           SET IND-CUT TO WS-CUT-FOUND
           ADD WS-CUT-QTY TO TAB-CUT-QTY (IND-CUT)
           EXIT SECTION.

      *> THE SCHOOL'S PREFERRED CONTACTS GET ONE OUTBOX MESSAGE EACH,
      *> AS ORDER CONFIRMATION REQUESTS DO
       NOTIFY-SCHOOL SECTION.
           OPEN INPUT SCHCONTACTS
           IF SCHCONTACT-FS = NOT-FILE THEN
               CLOSE SCHCONTACTS
               EXIT SECTION
           END-IF
           MOVE TAB-SEL-SCHOOL (IND-SEL) TO SCT-SCHOOL-ID
           MOVE ZEROS TO SCT-SEQ
           START SCHCONTACTS KEY IS GREATER OR EQUAL SCT-KEY
               INVALID KEY
                   CLOSE SCHCONTACTS
                   EXIT SECTION
           END-START
           MOVE SPACE TO WS-NTQ-DONE
           PERFORM WITH TEST BEFORE UNTIL WS-NTQ-DONE = "Y"
               READ SCHCONTACTS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-NTQ-DONE
                   NOT AT END
                       IF SCT-SCHOOL-ID NOT = TAB-SEL-SCHOOL (IND-SEL)
                           MOVE "Y" TO WS-NTQ-DONE
                       ELSE
                           IF SCT-PREFERRED = "Y" THEN
                               MOVE "ORDCANCEL" TO NTQ-TYPE
                               MOVE SCT-EMAIL TO NTQ-RECIPIENT
                               MOVE SPACES TO NTQ-TEXT
                               STRING "ORDERS FOR " WS-SEL-DATE
                                   " CANCELLED - " WS-SEL-REASON
                                   DELIMITED BY SIZE INTO NTQ-TEXT
                               CALL "NOTIFYOUT" USING NTQ-TYPE
                                   NTQ-RECIPIENT NTQ-TEXT
                               ADD 1 TO WS-NOTIFIED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHCONTACTS
           EXIT SECTION.

      ******************************************************************

      *> THE ORDERS AND WHAT BECAME OF THEM, THEN THE CANCELLED MEALS
      *> PER SITE SO THE KITCHENS CAN CUT PRODUCTION AND PURCHASING
       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-SEL-DATE TO RPT-HEAD-DATE
           MOVE WS-SEL-REASON TO RPT-HEAD-REASON
           MOVE WS-TODAY-NUM TO RPT-HEAD-RUN-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           MOVE SPACES TO RPT-SELECTION
           EVALUATE TRUE
               WHEN WS-SEL-BY-TOWN
                   STRING "SELECTED BY TOWN: " WS-SEL-TOWN
                       DELIMITED BY SIZE INTO RPT-SELECTION
               WHEN WS-SEL-BY-POSTAL
                   STRING "SELECTED BY POSTAL CODE: "
                       WS-SEL-POSTAL-FROM " TO " WS-SEL-POSTAL-TO
                       DELIMITED BY SIZE INTO RPT-SELECTION
               WHEN WS-SEL-BY-PAYER
                   STRING "SELECTED BY PAYER: " WS-SEL-PAYER
                       DELIMITED BY SIZE INTO RPT-SELECTION
               WHEN OTHER
                   MOVE "SELECTED BY SCHOOL LIST" TO RPT-SELECTION
           END-EVALUATE
           WRITE REPORT-LINE FROM RPT-SELECTION
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-ORDER-COLUMNS
           PERFORM VARYING IND-SEL FROM 1 BY 1 UNTIL IND-SEL > MAX-SEL
               MOVE TAB-SEL-ORDER (IND-SEL) TO RPT-ORD-ID
               MOVE TAB-SEL-SCHOOL (IND-SEL) TO RPT-ORD-SCHOOL
               MOVE TAB-SEL-NAME (IND-SEL) TO RPT-ORD-NAME
               MOVE TAB-SEL-QTY (IND-SEL) TO RPT-ORD-QTY
               IF TAB-SEL-DONE (IND-SEL) = "Y" THEN
                   MOVE "CANCELLED" TO RPT-ORD-RESULT
               ELSE
                   MOVE "SKIPPED - STATUS CHANGED" TO RPT-ORD-RESULT
               END-IF
               WRITE REPORT-LINE FROM RPT-ORDER-DETAIL
           END-PERFORM
           IF WS-SEL-OVERFLOW = "Y" THEN
               MOVE "MORE ORDERS MATCHED THAN ONE RUN TAKES - RUN AGAIN"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-CUT-COLUMNS
           IF MAX-CUT > 1 THEN
               PERFORM SORT-ASCENDING-CUT
           END-IF
           MOVE ZEROS TO WS-CUT-PREV-SITE WS-CUT-SITE-QTY
           PERFORM VARYING IND-CUT FROM 1 BY 1 UNTIL IND-CUT > MAX-CUT
               IF IND-CUT > 1
                  AND TAB-CUT-SITE (IND-CUT) NOT = WS-CUT-PREV-SITE
                   PERFORM WRITE-SITE-TOTAL
               END-IF
               MOVE TAB-CUT-SITE (IND-CUT) TO WS-CUT-PREV-SITE
               ADD TAB-CUT-QTY (IND-CUT) TO WS-CUT-SITE-QTY
               MOVE TAB-CUT-SITE (IND-CUT) TO RPT-CUT-SITE
               MOVE TAB-CUT-SANDWICH (IND-CUT) TO RPT-CUT-SANDWICH
               PERFORM GET-SANDWICH-NAME
               MOVE TAB-CUT-QTY (IND-CUT) TO RPT-CUT-QTY
               WRITE REPORT-LINE FROM RPT-CUT-DETAIL
           END-PERFORM
           IF MAX-CUT > ZEROS THEN
               PERFORM WRITE-SITE-TOTAL
           END-IF

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-CANCELLED-COUNT TO RPT-SUM-CANCELLED
           MOVE WS-SKIPPED-COUNT TO RPT-SUM-SKIPPED
           MOVE WS-NOTIFIED-COUNT TO RPT-SUM-NOTIFIED
           MOVE WS-CANCELLED-QTY TO RPT-SUM-QTY
           WRITE REPORT-LINE FROM RPT-SUMMARY
           CLOSE REPORTFILE
           EXIT SECTION.

       SORT-ASCENDING-CUT SECTION.
           SORT TAB-CUT
           ON ASCENDING TAB-CUT-SITE
           ON ASCENDING TAB-CUT-SANDWICH
           EXIT SECTION.

       WRITE-SITE-TOTAL SECTION.
           MOVE WS-CUT-PREV-SITE TO RPT-CST-SITE
           MOVE WS-CUT-SITE-QTY TO RPT-CST-QTY
           WRITE REPORT-LINE FROM RPT-CUT-SITE-TOTAL
           MOVE ZEROS TO WS-CUT-SITE-QTY
           EXIT SECTION.

       GET-SANDWICH-NAME SECTION.
           MOVE SPACES TO RPT-CUT-NAME
           OPEN INPUT SANDWICHES
           IF SANDWICH-FS NOT = NOT-FILE THEN
               MOVE TAB-CUT-SANDWICH (IND-CUT) TO SR-IID
               READ SANDWICHES
                   INVALID KEY
                       MOVE "UNKNOWN SANDWICH" TO RPT-CUT-NAME
                   NOT INVALID KEY
                       MOVE SR-S-DESCRIPTION TO RPT-CUT-NAME
               END-READ
           END-IF
           CLOSE SANDWICHES
           EXIT SECTION.

       END PROGRAM DAYCANCEL.
