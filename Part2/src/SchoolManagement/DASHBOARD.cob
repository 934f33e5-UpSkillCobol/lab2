      *    UNCONFIRMED ORDERS, INGREDIENTS UNDER THRESHOLD, ACTIVE
      *    DOWNTIMES AND SUPPLY CONTRACTS EXPIRING WITHIN 30 DAYS
      *    V0.1 | 22.08.2026
      ******************************************************************
      *    ALSO SHOWS HACCP CORRECTIVE ACTIONS OPEN AND OVERDUE
      *    ALSO SHOWS KITCHEN DAYS OVER CAPACITY IN THE NEXT 20
      *    WORKING DAYS | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS RIS-ID
           FILE STATUS IS RIS-STATUS.

           SELECT CORRACTS ASSIGN TO "FXCORRACT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRA-ID
           FILE STATUS IS CORRACT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       FD  FXRISUPPLY.
       COPY FD-RIS.

       FD  CORRACTS.
       COPY FD-CORRACT.

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  ORDERS-FS                            PIC 9(002).
       77  INVENTORY-FS                         PIC 9(002).
       77  CALENDAR-FS                          PIC 9(002).
       77  RIS-STATUS                           PIC 9(002).
       77  CORRACT-FS                           PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  EXPIRY-HORIZON-DAYS                  VALUE 30.
      *> SAME HORIZON AND ALERT LEVEL AS THE KITCHEN LOAD REPORT
       78  CAPACITY-HORIZON-DAYS                VALUE 20.
       78  CAPACITY-ALERT-PCT                   VALUE 90.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-LOW-STOCK                         PIC 9(004).
       77  WS-ACTIVE-DOWNTIMES                  PIC 9(004).
       77  WS-EXPIRING-CONTRACTS                PIC 9(004).
       77  WS-OPEN-ACTIONS                      PIC 9(004).
       77  WS-OVERDUE-ACTIONS                   PIC 9(004).
       77  WS-CAPACITY-ALERTS                   PIC 9(004).
       77  WS-CPL-ROW                           PIC 9(004).

      *> ON-HAND AND THRESHOLD PER INGREDIENT FOR THE LOW-STOCK TILE
       77  MAX-STK                              PIC 9(003) VALUE ZEROS.
       01  WS-DT-START-NUM                      PIC 9(008).
       01  WS-DT-END-NUM                        PIC 9(008).

       COPY CAPLOAD.

      ******************************************************************

       SCREEN SECTION.
           05 VALUE "CONTRACTS EXPIRING IN 30 DAYS.:" LINE 10 COL 10.
           05 SS-EXPIRING PIC ZZZ9 LINE 10 COL 44
              FROM WS-EXPIRING-CONTRACTS.
           05 VALUE "HACCP CORRECTIVE ACTIONS OPEN.:" LINE 11 COL 10.
           05 SS-OPEN-ACTIONS PIC ZZZ9 LINE 11 COL 44
              FROM WS-OPEN-ACTIONS.
           05 VALUE "HACCP CORRECTIVE ACTIONS LATE.:" LINE 12 COL 10.
           05 SS-OVERDUE-ACTIONS PIC ZZZ9 LINE 12 COL 44
              FROM WS-OVERDUE-ACTIONS FOREGROUND-COLOR 4.
           05 VALUE "KITCHEN DAYS OVER 90% (20 DAYS):" LINE 13 COL 10.
           05 SS-CAPACITY-ALERTS PIC ZZZ9 LINE 13 COL 44
              FROM WS-CAPACITY-ALERTS FOREGROUND-COLOR 4.
           05 VALUE "PRESS ANY KEY FOR THE MENU" LINE 15 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           COMPUTE WS-TOMORROW-NUM = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-TODAY-NUM) + 1)
           COMPUTE WS-HORIZON-NUM = DATE-OF-INTEGER
           PERFORM COUNT-LOW-STOCK
           PERFORM COUNT-DOWNTIMES
           PERFORM COUNT-EXPIRING-CONTRACTS
           PERFORM COUNT-CORRECTIVE-ACTIONS
           PERFORM COUNT-CAPACITY-ALERTS

           DISPLAY CLEAR-SCREEN
           ACCEPT DASHBOARD-SCREEN
           CLOSE FXRISUPPLY
           EXIT SECTION.

      *> EVERY ACTION NOT YET VERIFIED, AND THOSE PAST THEIR DUE DATE
       COUNT-CORRECTIVE-ACTIONS SECTION.
           MOVE ZEROS TO WS-OPEN-ACTIONS WS-OVERDUE-ACTIONS
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT CORRACTS
           IF CORRACT-FS = NOT-FILE THEN
               CLOSE CORRACTS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ CORRACTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF NOT CRA-VERIFIED THEN
                           ADD 1 TO WS-OPEN-ACTIONS
                           IF CRA-DUE-DATE < WS-TODAY-NUM THEN
                               ADD 1 TO WS-OVERDUE-ACTIONS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORRACTS
           EXIT SECTION.

      *> SITE-DAYS PROJECTED ABOVE THE ALERT LEVEL, OR WITH MEALS
      *> BOOKED WHILE THE KITCHENS ARE SHUT
       COUNT-CAPACITY-ALERTS SECTION.
           MOVE ZEROS TO WS-CAPACITY-ALERTS
           MOVE WS-TODAY-NUM TO CPL-FROM-DATE
           MOVE CAPACITY-HORIZON-DAYS TO CPL-DAY-COUNT
           CALL "CAPLOAD" USING CAPLOAD-AREA
           PERFORM VARYING WS-CPL-ROW FROM 1 BY 1
                   UNTIL WS-CPL-ROW > CPL-ROW-COUNT
               IF CPL-KITCHEN-CLOSED (WS-CPL-ROW) THEN
                   IF CPL-BOOKED (WS-CPL-ROW)
                      + CPL-EXPECTED (WS-CPL-ROW) > ZEROS THEN
                       ADD 1 TO WS-CAPACITY-ALERTS
                   END-IF
               ELSE
                   IF CPL-CAPACITY (WS-CPL-ROW) > ZEROS
                      AND CPL-LOAD-PCT (WS-CPL-ROW)
                          > CAPACITY-ALERT-PCT THEN
                       ADD 1 TO WS-CAPACITY-ALERTS
                   END-IF
               END-IF
           END-PERFORM
           EXIT SECTION.

       END PROGRAM DASHBOARD.
