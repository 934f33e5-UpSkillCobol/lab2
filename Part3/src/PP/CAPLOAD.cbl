      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION PLANNING
      ******************************************************************
      *    FORWARD KITCHEN LOAD PROJECTION - FOR EACH SITE AND EACH OF
      *    THE NEXT WORKING DAYS, THE QUANTITY ALREADY BOOKED ON
      *    FX-ORDERS/FX-ORDLINES (AT THE SCHOOL'S KITCHEN UNLESS THE
      *    ORDER CARRIES A SITE OVERRIDE) PLUS THE VOLUME STANDING
      *    ORDERS AND MENU CYCLES WILL STILL GENERATE FOR SCHOOLS WITH
      *    NO ORDER THAT DAY, AGAINST FD-SITE-CAPACITY. A MENU CYCLE
      *    COUNTS AT ITS FOUR-WEEK AVERAGE FOR THE WEEKDAY, AS THE
      *    SERVED CYCLE WEEK IS ONLY CHOSEN AT EXPLOSION TIME. SHARED
      *    BY THE LOAD REPORT AND THE DASHBOARD | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITE-FS.

           SELECT SCHSITES ASSIGN TO "FXSCHSITE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCS-SCHOOL-ID
           FILE STATUS IS SCHSITE-FS.

           SELECT SITEOVRS ASSIGN TO "FXSITEOVR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOV-ORDER-ID
           FILE STATUS IS SITEOVR-FS.

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

           SELECT SCHCLOSURES ASSIGN TO "FXSCHCLOSE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCL-KEY
           FILE STATUS IS SCHCLOSE-FS.

           SELECT CALENDAR ASSIGN TO "CALENDARFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-DOWNTIME-ID
           FILE STATUS IS CALENDAR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  SITES.
       COPY FD-SITES.

       FD  SCHSITES.
       COPY FD-SCHSITE.

       FD  SITEOVRS.
       COPY FD-SITEOVR.

       FD  STANDING.
       COPY FD-STANDING.

       FD  MENUCYCLE.
       COPY FD-MENUCYC.

       FD  SCHCLOSURES.
       COPY FD-SCHCLOSE.

       FD  CALENDAR.
       COPY FDCALENDAR.

       WORKING-STORAGE SECTION.
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  SITE-FS                              PIC 9(002).
       77  SCHSITE-FS                           PIC 9(002).
       77  SITEOVR-FS                           PIC 9(002).
       77  STANDING-FS                          PIC 9(002).
       77  MENUCYC-FS                           PIC 9(002).
       77  SCHCLOSE-FS                          PIC 9(002).
       77  CALENDAR-FS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  DEFAULT-SITE-ID                      VALUE 1.
       78  MAX-SITES                            VALUE 50.
       78  MAX-LOAD-ROWS                        VALUE 1000.
       78  CYCLE-WEEKS                          VALUE 4.

       77  FLAG-TRUE                            PIC X(001).
       77  FLAG-INNER                           PIC X(001).
       77  WS-OL-DONE                           PIC X(001).

       77  WS-DAY-INT                           PIC 9(007).
       77  WS-DAY-NUM                           PIC 9(008).
       77  WS-DAY-WEEKDAY                       PIC 9(001).
       77  WS-DAYS-DONE                         PIC 9(002).
       77  WS-DAYS-TRIED                        PIC 9(003).
       77  WS-DAY-CLOSED                        PIC X(001).
       77  WS-DT-START-NUM                      PIC 9(008).
       77  WS-DT-END-NUM                        PIC 9(008).

      *> THE KITCHENS, AND WHAT EACH CARRIES ON THE DAY IN HAND
       77  MAX-SITE                             PIC 9(003) VALUE ZEROS.
       01  TAB-SITE OCCURS 50 INDEXED BY IND-SITE.
           05 TAB-SITE-ID                       PIC 9(003).
           05 TAB-SITE-CAPACITY                 PIC 9(005).
           05 TAB-SITE-BOOKED                   PIC 9(006).
           05 TAB-SITE-EXPECTED                 PIC 9(006).
       77  WS-SITE-FOUND                        PIC 9(003).

      *> PER SCHOOL INTERNAL ID FOR THE DAY IN HAND. THE STATE SAYS
      *> WHERE ITS VOLUME CAME FROM: O = IT HAS AN ORDER, S = ITS
      *> STANDING ORDER WILL GENERATE ONE, C = ITS MENU CYCLE WILL
       01  TAB-DSC OCCURS 999 INDEXED BY IND-DSC.
           05 TAB-DSC-SITE                      PIC 9(003).
           05 TAB-DSC-BOOKED                    PIC 9(006).
           05 TAB-DSC-EXPECTED                  PIC 9(006).
           05 TAB-DSC-CYCLE-SUM                 PIC 9(006).
           05 TAB-DSC-STATE                     PIC X(001).
      *> SPACE = NOT LOOKED UP YET, Y = CLOSED THAT DAY, N = OPEN
           05 TAB-DSC-CLOSED                    PIC X(001).

      *> SCHOOL'S HOME SITE, KEPT ACROSS DAYS - ZERO = NOT LOOKED UP
       01  TAB-HOME OCCURS 999 INDEXED BY IND-HOME.
           05 TAB-HOME-SITE                     PIC 9(003).

       77  WS-SCHOOL-ID                         PIC 9(003).
       77  WS-SCHOOL-SITE                       PIC 9(003).
       77  WS-ORDER-SITE                        PIC 9(003).
       77  WS-ORDER-QTY                         PIC 9(006).
       77  WS-LINES-SEEN                        PIC 9(003).
       77  WS-CYCLE-QTY                         PIC 9(006).
       77  WS-LOAD                              PIC 9(007).
       77  WS-TOP-IX                            PIC 9(001).
       77  WS-TOP-SLOT                          PIC 9(001).

       LINKAGE SECTION.
       COPY CAPLOAD.

      ******************************************************************

       PROCEDURE DIVISION USING CAPLOAD-AREA.
       MAIN SECTION.
           MOVE ZEROS TO CPL-ROW-COUNT
           PERFORM LOAD-SITES
           IF MAX-SITE = ZEROS THEN
               GOBACK
           END-IF
           PERFORM VARYING IND-HOME FROM 1 BY 1 UNTIL IND-HOME > 999
               MOVE ZEROS TO TAB-HOME-SITE (IND-HOME)
           END-PERFORM

           MOVE ZEROS TO WS-DAYS-DONE WS-DAYS-TRIED
           COMPUTE WS-DAY-INT = INTEGER-OF-DATE (CPL-FROM-DATE)
           PERFORM UNTIL WS-DAYS-DONE >= CPL-DAY-COUNT
                      OR WS-DAYS-TRIED > 366
               ADD 1 TO WS-DAY-INT
               ADD 1 TO WS-DAYS-TRIED
               COMPUTE WS-DAY-NUM = DATE-OF-INTEGER (WS-DAY-INT)
      *> DAY 1 OF THE INTEGER-OF-DATE EPOCH WAS A MONDAY, SO THE
      *> REMAINDER CYCLES 1=MONDAY THROUGH 7=SUNDAY
               COMPUTE WS-DAY-WEEKDAY =
                   FUNCTION MOD (WS-DAY-INT - 1, 7) + 1
               IF WS-DAY-WEEKDAY < 6 THEN
                   ADD 1 TO WS-DAYS-DONE
                   PERFORM PROJECT-ONE-DAY
               END-IF
           END-PERFORM
           GOBACK.

      ******************************************************************

      *> EVERY ACTIVE KITCHEN, WITH OR WITHOUT A CAPACITY LIMIT
       LOAD-SITES SECTION.
           MOVE ZEROS TO MAX-SITE
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT SITES
           IF SITE-FS = NOT-FILE THEN
               CLOSE SITES
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ SITES NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF FD-SITE-IS-ACTIVE = 1
                          AND MAX-SITE < MAX-SITES THEN
                           ADD 1 TO MAX-SITE
                           SET IND-SITE TO MAX-SITE
                           MOVE FD-SITE-ID TO TAB-SITE-ID (IND-SITE)
                           MOVE FD-SITE-CAPACITY
                             TO TAB-SITE-CAPACITY (IND-SITE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITES
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      ******************************************************************

       PROJECT-ONE-DAY SECTION.
           PERFORM CHECK-KITCHEN-DOWNTIME
           PERFORM VARYING IND-DSC FROM 1 BY 1 UNTIL IND-DSC > 999
               MOVE ZEROS TO TAB-DSC-SITE (IND-DSC)
               MOVE ZEROS TO TAB-DSC-BOOKED (IND-DSC)
               MOVE ZEROS TO TAB-DSC-EXPECTED (IND-DSC)
               MOVE ZEROS TO TAB-DSC-CYCLE-SUM (IND-DSC)
               MOVE SPACES TO TAB-DSC-STATE (IND-DSC)
               MOVE SPACES TO TAB-DSC-CLOSED (IND-DSC)
           END-PERFORM
           PERFORM VARYING IND-SITE FROM 1 BY 1
                   UNTIL IND-SITE > MAX-SITE
               MOVE ZEROS TO TAB-SITE-BOOKED (IND-SITE)
               MOVE ZEROS TO TAB-SITE-EXPECTED (IND-SITE)
           END-PERFORM

           PERFORM ADD-BOOKED-ORDERS
           PERFORM ADD-STANDING-VOLUME
           PERFORM ADD-MENU-CYCLE-VOLUME
           PERFORM WRITE-DAY-ROWS
           EXIT SECTION.

      *> A GLOBAL-SCOPE CALENDAR DOWNTIME COVERING THE DAY SHUTS
      *> EVERY KITCHEN, SAME TEST RSOSTAND GENERATES BY
       CHECK-KITCHEN-DOWNTIME SECTION.
           MOVE "N" TO WS-DAY-CLOSED
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT CALENDAR
           IF CALENDAR-FS = NOT-FILE THEN
               CLOSE CALENDAR
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ CALENDAR NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF DOWNTIME-SCOPE-ALL THEN
                           COMPUTE WS-DT-START-NUM =
                               FD-START-DT-YEAR * 10000
                               + FD-START-DT-MONTH * 100
                               + FD-START-DT-DAY
                           COMPUTE WS-DT-END-NUM =
                               FD-END-DT-YEAR * 10000
                               + FD-END-DT-MONTH * 100
                               + FD-END-DT-DAY
                           IF WS-DAY-NUM >= WS-DT-START-NUM
                              AND WS-DAY-NUM <= WS-DT-END-NUM THEN
                               MOVE "Y" TO WS-DAY-CLOSED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      ******************************************************************

      *> EVERY ORDER NOT CANCELLED ON THE DAY'S DELIVERY-DATE KEY
       ADD-BOOKED-ORDERS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT ORDERS
           IF ORDERS-FS = NOT-FILE THEN
               CLOSE ORDERS
               EXIT SECTION
           END-IF
           MOVE WS-DAY-NUM TO FD-DELIVERY-DATE
           START ORDERS KEY IS NOT LESS THAN FD-DELIVERY-DATE
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ORDERS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF FD-DELIVERY-DATE NOT = WS-DAY-NUM THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF FD-ORDERS-STATUS NOT = 0
                              AND FD-ORDERS-SCHOOL-INTERNAL-ID
                                  > ZEROS THEN
                               PERFORM ADD-ONE-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDERS
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ADD-ONE-ORDER SECTION.
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO WS-SCHOOL-ID
           PERFORM GET-SCHOOL-SITE
           MOVE WS-SCHOOL-SITE TO WS-ORDER-SITE
      *> AN ORDER BOOKED ONTO AN ALTERNATE KITCHEN LOADS THAT KITCHEN
           OPEN INPUT SITEOVRS
           IF SITEOVR-FS NOT = NOT-FILE THEN
               MOVE FD-ORDERS-ID TO SOV-ORDER-ID
               READ SITEOVRS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SOV-SITE-ID TO WS-ORDER-SITE
               END-READ
           END-IF
           CLOSE SITEOVRS

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

           SET IND-DSC TO WS-SCHOOL-ID
           MOVE "O" TO TAB-DSC-STATE (IND-DSC)
           MOVE WS-ORDER-SITE TO TAB-DSC-SITE (IND-DSC)
           ADD WS-ORDER-QTY TO TAB-DSC-BOOKED (IND-DSC)
           MOVE WS-ORDER-SITE TO WS-SCHOOL-SITE
           PERFORM FIND-SITE-ROW
           IF WS-SITE-FOUND > ZEROS THEN
               SET IND-SITE TO WS-SITE-FOUND
               ADD WS-ORDER-QTY TO TAB-SITE-BOOKED (IND-SITE)
           END-IF
           EXIT SECTION.

      ******************************************************************

      *> A STANDING ORDER FOR THE WEEKDAY WILL STILL BECOME AN ORDER
      *> FOR A SCHOOL THAT HAS NONE THAT DAY AND IS NOT CLOSED
       ADD-STANDING-VOLUME SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT STANDING
           IF STANDING-FS = NOT-FILE THEN
               CLOSE STANDING
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ STANDING NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF STO-IS-ACTIVE = 1
                          AND STO-WEEKDAY = WS-DAY-WEEKDAY
                          AND STO-SCHOOL-ID > ZEROS THEN
                           MOVE STO-SCHOOL-ID TO WS-SCHOOL-ID
                           SET IND-DSC TO WS-SCHOOL-ID
                           IF TAB-DSC-STATE (IND-DSC) NOT = "O" THEN
                               PERFORM CHECK-SCHOOL-CLOSED
                               IF TAB-DSC-CLOSED (IND-DSC) = "N"
                                   MOVE "S" TO TAB-DSC-STATE (IND-DSC)
                                   MOVE STO-QUANTITY TO WS-ORDER-QTY
                                   PERFORM ADD-EXPECTED-QTY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> MENU-CYCLE ROWS FOR THE WEEKDAY ACROSS ALL FOUR CYCLE WEEKS,
      *> AVERAGED PER SCHOOL ONCE THE FILE HAS BEEN READ
       ADD-MENU-CYCLE-VOLUME SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT MENUCYCLE
           IF MENUCYC-FS = NOT-FILE THEN
               CLOSE MENUCYCLE
               EXIT SECTION
           END-IF
           PERFORM UNTIL FLAG-TRUE = "E"
               READ MENUCYCLE NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF MCY-IS-ACTIVE = 1
                          AND MCY-WEEKDAY = WS-DAY-WEEKDAY
                          AND MCY-SCHOOL-ID > ZEROS THEN
                           SET IND-DSC TO MCY-SCHOOL-ID
                           IF TAB-DSC-STATE (IND-DSC) = SPACES
                              OR TAB-DSC-STATE (IND-DSC) = "C" THEN
                               ADD MCY-QUANTITY
                                 TO TAB-DSC-CYCLE-SUM (IND-DSC)
                               MOVE "C" TO TAB-DSC-STATE (IND-DSC)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MENUCYCLE
           MOVE SPACES TO FLAG-TRUE

           PERFORM VARYING WS-SCHOOL-ID FROM 1 BY 1
                   UNTIL WS-SCHOOL-ID > 998
               SET IND-DSC TO WS-SCHOOL-ID
               IF TAB-DSC-STATE (IND-DSC) = "C" THEN
                   PERFORM CHECK-SCHOOL-CLOSED
                   IF TAB-DSC-CLOSED (IND-DSC) = "N" THEN
                       COMPUTE WS-ORDER-QTY ROUNDED =
                           TAB-DSC-CYCLE-SUM (IND-DSC) / CYCLE-WEEKS
                       PERFORM ADD-EXPECTED-QTY
                   END-IF
               END-IF
           END-PERFORM
           SET IND-DSC TO 999
           IF TAB-DSC-STATE (IND-DSC) = "C" THEN
               MOVE 999 TO WS-SCHOOL-ID
               PERFORM CHECK-SCHOOL-CLOSED
               IF TAB-DSC-CLOSED (IND-DSC) = "N" THEN
                   COMPUTE WS-ORDER-QTY ROUNDED =
                       TAB-DSC-CYCLE-SUM (IND-DSC) / CYCLE-WEEKS
                   PERFORM ADD-EXPECTED-QTY
               END-IF
           END-IF
           EXIT SECTION.

      *> WS-SCHOOL-ID / IND-DSC NAME THE SCHOOL, WS-ORDER-QTY THE MEALS
       ADD-EXPECTED-QTY SECTION.
           PERFORM GET-SCHOOL-SITE
           SET IND-DSC TO WS-SCHOOL-ID
           MOVE WS-SCHOOL-SITE TO TAB-DSC-SITE (IND-DSC)
           ADD WS-ORDER-QTY TO TAB-DSC-EXPECTED (IND-DSC)
           PERFORM FIND-SITE-ROW
           IF WS-SITE-FOUND > ZEROS THEN
               SET IND-SITE TO WS-SITE-FOUND
               ADD WS-ORDER-QTY TO TAB-SITE-EXPECTED (IND-SITE)
           END-IF
           EXIT SECTION.

      *> ONE OF THE SCHOOL'S OWN CLOSURE PERIODS COVERS THE DAY -
      *> LOOKED UP ONCE PER SCHOOL AND DAY
       CHECK-SCHOOL-CLOSED SECTION.
           SET IND-DSC TO WS-SCHOOL-ID
           IF TAB-DSC-CLOSED (IND-DSC) NOT = SPACES THEN
               EXIT SECTION
           END-IF
           MOVE "N" TO TAB-DSC-CLOSED (IND-DSC)
           OPEN INPUT SCHCLOSURES
           IF SCHCLOSE-FS = NOT-FILE THEN
               CLOSE SCHCLOSURES
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-INNER
           MOVE WS-SCHOOL-ID TO SCL-SCHOOL-ID
           MOVE ZEROS TO SCL-START-DATE
           START SCHCLOSURES KEY IS NOT LESS THAN SCL-KEY
               INVALID KEY MOVE "E" TO FLAG-INNER
           END-START
           PERFORM UNTIL FLAG-INNER = "E"
               READ SCHCLOSURES NEXT RECORD
                   AT END MOVE "E" TO FLAG-INNER
                   NOT AT END
                       IF SCL-SCHOOL-ID NOT = WS-SCHOOL-ID
                          OR SCL-START-DATE > WS-DAY-NUM THEN
                           MOVE "E" TO FLAG-INNER
                       ELSE
                           IF SCL-END-DATE >= WS-DAY-NUM THEN
                               MOVE "Y" TO TAB-DSC-CLOSED (IND-DSC)
                               MOVE "E" TO FLAG-INNER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHCLOSURES
           MOVE SPACES TO FLAG-INNER
           EXIT SECTION.

      ******************************************************************

       GET-SCHOOL-SITE SECTION.
           SET IND-HOME TO WS-SCHOOL-ID
           IF TAB-HOME-SITE (IND-HOME) NOT = ZEROS THEN
               MOVE TAB-HOME-SITE (IND-HOME) TO WS-SCHOOL-SITE
               EXIT SECTION
           END-IF
           MOVE DEFAULT-SITE-ID TO WS-SCHOOL-SITE
           OPEN INPUT SCHSITES
           IF SCHSITE-FS NOT = NOT-FILE THEN
               MOVE WS-SCHOOL-ID TO SCS-SCHOOL-ID
               READ SCHSITES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SCS-SITE-ID TO WS-SCHOOL-SITE
               END-READ
           END-IF
           CLOSE SCHSITES
           MOVE WS-SCHOOL-SITE TO TAB-HOME-SITE (IND-HOME)
           EXIT SECTION.

      *> A SITE NOT ON SITESFILE (OR INACTIVE) IS ADDED WITHOUT A
      *> LIMIT SO ITS VOLUME STILL SHOWS
       FIND-SITE-ROW SECTION.
           MOVE ZEROS TO WS-SITE-FOUND
           PERFORM VARYING IND-SITE FROM 1 BY 1
                   UNTIL IND-SITE > MAX-SITE
               IF TAB-SITE-ID (IND-SITE) = WS-SCHOOL-SITE THEN
                   SET WS-SITE-FOUND TO IND-SITE
               END-IF
           END-PERFORM
           IF WS-SITE-FOUND = ZEROS AND MAX-SITE < MAX-SITES THEN
               ADD 1 TO MAX-SITE
               SET IND-SITE TO MAX-SITE
               MOVE WS-SCHOOL-SITE TO TAB-SITE-ID (IND-SITE)
               MOVE ZEROS TO TAB-SITE-CAPACITY (IND-SITE)
               MOVE ZEROS TO TAB-SITE-BOOKED (IND-SITE)
               MOVE ZEROS TO TAB-SITE-EXPECTED (IND-SITE)
               MOVE MAX-SITE TO WS-SITE-FOUND
           END-IF
           EXIT SECTION.

      ******************************************************************

      *> ONE ROW PER KITCHEN FOR THE DAY, WITH ITS THREE HEAVIEST
      *> SCHOOLS
       WRITE-DAY-ROWS SECTION.
           PERFORM VARYING IND-SITE FROM 1 BY 1
                   UNTIL IND-SITE > MAX-SITE
               IF CPL-ROW-COUNT < MAX-LOAD-ROWS THEN
                   ADD 1 TO CPL-ROW-COUNT
                   PERFORM FILL-LOAD-ROW
               END-IF
           END-PERFORM
           EXIT SECTION.

       FILL-LOAD-ROW SECTION.
           MOVE WS-DAY-NUM TO CPL-DATE (CPL-ROW-COUNT)
           MOVE TAB-SITE-ID (IND-SITE) TO CPL-SITE-ID (CPL-ROW-COUNT)
           MOVE TAB-SITE-CAPACITY (IND-SITE)
             TO CPL-CAPACITY (CPL-ROW-COUNT)
           MOVE WS-DAY-CLOSED TO CPL-CLOSED (CPL-ROW-COUNT)
           MOVE TAB-SITE-BOOKED (IND-SITE) TO CPL-BOOKED (CPL-ROW-COUNT)
           MOVE TAB-SITE-EXPECTED (IND-SITE)
             TO CPL-EXPECTED (CPL-ROW-COUNT)
           COMPUTE WS-LOAD = TAB-SITE-BOOKED (IND-SITE)
               + TAB-SITE-EXPECTED (IND-SITE)
           MOVE ZEROS TO CPL-LOAD-PCT (CPL-ROW-COUNT)
           IF TAB-SITE-CAPACITY (IND-SITE) > ZEROS THEN
               COMPUTE CPL-LOAD-PCT (CPL-ROW-COUNT) ROUNDED =
                   WS-LOAD * 100 / TAB-SITE-CAPACITY (IND-SITE)
                   ON SIZE ERROR
                       MOVE 9999.9 TO CPL-LOAD-PCT (CPL-ROW-COUNT)
               END-COMPUTE
           END-IF
      *> ANYTHING BOOKED ON A DAY THE KITCHENS ARE SHUT IS OVERLOAD
           IF WS-DAY-CLOSED = "Y" AND WS-LOAD > ZEROS THEN
               MOVE 9999.9 TO CPL-LOAD-PCT (CPL-ROW-COUNT)
           END-IF

           PERFORM VARYING WS-TOP-IX FROM 1 BY 1 UNTIL WS-TOP-IX > 3
               MOVE ZEROS TO CPL-TOP-SCHOOL (CPL-ROW-COUNT, WS-TOP-IX)
               MOVE ZEROS TO CPL-TOP-QTY (CPL-ROW-COUNT, WS-TOP-IX)
           END-PERFORM
           PERFORM VARYING IND-DSC FROM 1 BY 1 UNTIL IND-DSC > 999
               IF TAB-DSC-SITE (IND-DSC) = TAB-SITE-ID (IND-SITE)
                  AND TAB-DSC-BOOKED (IND-DSC)
                      + TAB-DSC-EXPECTED (IND-DSC) > ZEROS THEN
                   PERFORM RANK-TOP-SCHOOL
               END-IF
           END-PERFORM
           EXIT SECTION.

      *> KEEPS THE THREE LARGEST SCHOOLS IN DESCENDING ORDER
       RANK-TOP-SCHOOL SECTION.
           COMPUTE WS-LOAD = TAB-DSC-BOOKED (IND-DSC)
               + TAB-DSC-EXPECTED (IND-DSC)
           MOVE ZEROS TO WS-TOP-SLOT
           PERFORM VARYING WS-TOP-IX FROM 3 BY -1
                   UNTIL WS-TOP-IX < 1
               IF WS-LOAD > CPL-TOP-QTY (CPL-ROW-COUNT, WS-TOP-IX)
                   MOVE WS-TOP-IX TO WS-TOP-SLOT
               END-IF
           END-PERFORM
           IF WS-TOP-SLOT = ZEROS THEN
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-TOP-IX FROM 3 BY -1
                   UNTIL WS-TOP-IX <= WS-TOP-SLOT
               MOVE CPL-TOP (CPL-ROW-COUNT, WS-TOP-IX - 1)
                 TO CPL-TOP (CPL-ROW-COUNT, WS-TOP-IX)
           END-PERFORM
           SET WS-SCHOOL-ID TO IND-DSC
           MOVE WS-SCHOOL-ID
             TO CPL-TOP-SCHOOL (CPL-ROW-COUNT, WS-TOP-SLOT)
           MOVE WS-LOAD TO CPL-TOP-QTY (CPL-ROW-COUNT, WS-TOP-SLOT)
           EXIT SECTION.

       END PROGRAM CAPLOAD.
