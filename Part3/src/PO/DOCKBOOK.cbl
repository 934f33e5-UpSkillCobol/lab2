      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SHARED RECEIVING-SLOT BOOKING - BOOKS A PURCHASE ORDER INTO
      *    THE FIRST FREE SLOT AT ITS KITCHEN'S DOCK ON THE WANTED DATE,
      *    OR ON THE NEXT DOCK DAY WITH ROOM WITHIN TWO WEEKS. A PO
      *    ALREADY BOOKED ON THAT DATE KEEPS ITS SLOT; ONE BOOKED ON
      *    ANOTHER DATE IS MOVED. CALLED BY PODISP (DUE DATE) AND
      *    POACK (PROMISED DATE) | V0.1 | 15.10.2026
      ******************************************************************
      *    RESULT: B BOOKED, K KEPT, C PO CLOSED OR NOT ON FILE,
      *    N NO DOCK SET UP FOR THE KITCHEN, F NO FREE SLOT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCKBOOK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POFILE ASSIGN TO "FXPOFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-ID
           FILE STATUS IS PO-FS.

           SELECT DOCKCFGS ASSIGN TO "FXDOCKCFG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCK-SITE-ID
           FILE STATUS IS DOCKCFG-FS.

           SELECT DOCKSLOTS ASSIGN TO "FXDOCKSLOT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSB-KEY
           ALTERNATE RECORD KEY IS DSB-SLOT-KEY WITH DUPLICATES
           FILE STATUS IS DOCKSLOT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  POFILE.
       COPY FD-PO.

       FD  DOCKCFGS.
       COPY FD-DOCKCFG.

       FD  DOCKSLOTS.
       COPY FD-DOCKSLOT.

       WORKING-STORAGE SECTION.
       77  PO-FS                                PIC 9(002).
       77  DOCKCFG-FS                           PIC 9(002).
       77  DOCKSLOT-FS                          PIC 9(002).
       78  NOT-FILE                             VALUE "35".
      *> DOCK DAYS SEARCHED FROM THE WANTED DATE ON
       78  DOCK-SEARCH-DAYS                     VALUE 14.
      *> THE CENTRAL STORE - WHERE PORECV TAKES DELIVERIES UNLESS
      *> TOLD OTHERWISE
       78  DEFAULT-RECV-SITE                    VALUE 1.

       77  FLAG-TRUE                            PIC X(001).
       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-SUPPLIER-ID                       PIC 9(003).
       77  WS-SITE-ID                           PIC 9(003).
       77  WS-WANTED-NUM                        PIC 9(008).

      *> THE PO'S CURRENT BOOKING, IF IT HAS ONE STILL OPEN
       77  WS-OPEN-FOUND                        PIC X(001).
       77  WS-OPEN-SEQ                          PIC 9(002).
       77  WS-OPEN-SITE                         PIC 9(003).
       77  WS-OPEN-DATE                         PIC 9(008).
       77  WS-OPEN-TIME                         PIC 9(004).
       77  WS-MAX-SEQ                           PIC 9(002).

      *> THE SLOT SEARCH, IN MINUTES FROM MIDNIGHT
       01  WS-HHMM                              PIC 9(004).
       01  WS-HHMM-PARTS REDEFINES WS-HHMM.
           05 WS-HH                             PIC 9(002).
           05 WS-MM                             PIC 9(002).
       77  WS-OPEN-MIN                          PIC 9(004).
       77  WS-CLOSE-MIN                         PIC 9(004).
       77  WS-SLOT-MIN                          PIC 9(004).
       77  WS-SLOT-END-MIN                      PIC 9(004).
       77  WS-DAY-INT                           PIC 9(007).
       77  WS-DAY-OFFSET                        PIC 9(003).
       77  WS-WEEKDAY                           PIC 9(001).
       77  WS-TRY-DATE                          PIC 9(008).
       77  WS-TRY-TIME                          PIC 9(004).
       77  WS-TRY-END                           PIC 9(004).
       77  WS-SLOT-FOUND                        PIC X(001).
       77  WS-SLOT-COUNT                        PIC 9(003).

       LINKAGE SECTION.
       01  LK-PO-ID                             PIC 9(006).
       01  LK-WANTED-DATE                       PIC 9(008).
      *> D FROM PODISP, A FROM POACK
       01  LK-SOURCE                            PIC X(001).
      *> BACK TO THE CALLER
       01  LK-SITE-ID                           PIC 9(003).
       01  LK-SLOT-DATE                         PIC 9(008).
       01  LK-SLOT-TIME                         PIC 9(004).
       01  LK-RESULT                            PIC X(001).

      ******************************************************************

       PROCEDURE DIVISION USING LK-PO-ID LK-WANTED-DATE LK-SOURCE
           LK-SITE-ID LK-SLOT-DATE LK-SLOT-TIME LK-RESULT.
       MAIN SECTION.
           MOVE ZEROS TO LK-SITE-ID, LK-SLOT-DATE, LK-SLOT-TIME
           MOVE "C" TO LK-RESULT
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM READ-PURCHASE-ORDER
           IF LK-RESULT = "C" THEN
               EXIT PROGRAM
           END-IF

      *> NO SLOT IS BOOKED IN THE PAST
           MOVE LK-WANTED-DATE TO WS-WANTED-NUM
           IF WS-WANTED-NUM < WS-TODAY-NUM THEN
               MOVE WS-TODAY-NUM TO WS-WANTED-NUM
           END-IF

           OPEN I-O DOCKSLOTS
           IF DOCKSLOT-FS = NOT-FILE THEN
               OPEN OUTPUT DOCKSLOTS
               CLOSE DOCKSLOTS
               OPEN I-O DOCKSLOTS
           END-IF
           PERFORM FIND-OPEN-BOOKING

           IF WS-OPEN-FOUND = "Y" THEN
               MOVE WS-OPEN-SITE TO WS-SITE-ID
           END-IF
           MOVE WS-SITE-ID TO LK-SITE-ID
           IF WS-OPEN-FOUND = "Y"
              AND WS-OPEN-DATE = WS-WANTED-NUM THEN
               MOVE WS-OPEN-DATE TO LK-SLOT-DATE
               MOVE WS-OPEN-TIME TO LK-SLOT-TIME
               MOVE "K" TO LK-RESULT
               CLOSE DOCKSLOTS
               EXIT PROGRAM
           END-IF

           PERFORM READ-DOCK
           IF LK-RESULT = "N" THEN
               CLOSE DOCKSLOTS
               EXIT PROGRAM
           END-IF

           PERFORM FIND-FREE-SLOT
           IF WS-SLOT-FOUND NOT = "Y" THEN
               MOVE "F" TO LK-RESULT
               CLOSE DOCKSLOTS
               EXIT PROGRAM
           END-IF

           IF WS-OPEN-FOUND = "Y" THEN
               PERFORM RELEASE-OPEN-BOOKING
           END-IF
           PERFORM WRITE-BOOKING
           CLOSE DOCKSLOTS
           MOVE WS-TRY-DATE TO LK-SLOT-DATE
           MOVE WS-TRY-TIME TO LK-SLOT-TIME
           MOVE "B" TO LK-RESULT
           EXIT PROGRAM.

      *> THE PO'S KITCHEN IS WHERE IT WAS LAST RECEIVED, OR THE
      *> CENTRAL STORE FOR AN ORDER NOT YET RECEIVED ANYWHERE
       READ-PURCHASE-ORDER SECTION.
           OPEN INPUT POFILE
           IF PO-FS = NOT-FILE THEN
               CLOSE POFILE
               EXIT SECTION
           END-IF
           MOVE LK-PO-ID TO PO-ID
           READ POFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF NOT PO-STATUS-CLOSED THEN
                       MOVE SPACES TO LK-RESULT
                       MOVE PO-SUPPLIER-ID TO WS-SUPPLIER-ID
                       MOVE PO-RECV-SITE-ID TO WS-SITE-ID
                       IF WS-SITE-ID = ZEROS THEN
                           MOVE DEFAULT-RECV-SITE TO WS-SITE-ID
                       END-IF
                   END-IF
           END-READ
           CLOSE POFILE
           EXIT SECTION.

       FIND-OPEN-BOOKING SECTION.
           MOVE "N" TO WS-OPEN-FOUND
           MOVE ZEROS TO WS-MAX-SEQ
           MOVE SPACES TO FLAG-TRUE
           MOVE LK-PO-ID TO DSB-PO-ID
           MOVE ZEROS TO DSB-SEQ
           START DOCKSLOTS KEY IS NOT LESS THAN DSB-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ DOCKSLOTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF DSB-PO-ID NOT = LK-PO-ID THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           MOVE DSB-SEQ TO WS-MAX-SEQ
                           IF DSB-BOOKED THEN
                               MOVE "Y" TO WS-OPEN-FOUND
                               MOVE DSB-SEQ TO WS-OPEN-SEQ
                               MOVE DSB-SITE-ID TO WS-OPEN-SITE
                               MOVE DSB-SLOT-DATE TO WS-OPEN-DATE
                               MOVE DSB-SLOT-TIME TO WS-OPEN-TIME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       READ-DOCK SECTION.
           OPEN INPUT DOCKCFGS
           IF DOCKCFG-FS = NOT-FILE THEN
               CLOSE DOCKCFGS
               MOVE "N" TO LK-RESULT
               EXIT SECTION
           END-IF
           MOVE WS-SITE-ID TO DCK-SITE-ID
           READ DOCKCFGS
               INVALID KEY MOVE "N" TO LK-RESULT
           END-READ
           CLOSE DOCKCFGS
           IF LK-RESULT = "N" THEN
               EXIT SECTION
           END-IF
           IF DCK-SLOT-MINUTES = ZEROS OR DCK-MAX-PER-SLOT = ZEROS
              OR DCK-CLOSE-TIME NOT > DCK-OPEN-TIME THEN
               MOVE "N" TO LK-RESULT
               EXIT SECTION
           END-IF
           MOVE DCK-OPEN-TIME TO WS-HHMM
           COMPUTE WS-OPEN-MIN = WS-HH * 60 + WS-MM
           MOVE DCK-CLOSE-TIME TO WS-HHMM
           COMPUTE WS-CLOSE-MIN = WS-HH * 60 + WS-MM
           EXIT SECTION.

      ******************************************************************
      *    DAY BY DAY FROM THE WANTED DATE, SLOT BY SLOT FROM THE
      *    DOCK OPENING - THE FIRST SLOT HOLDING FEWER DELIVERIES THAN
      *    THE DOCK TAKES
      ******************************************************************
       FIND-FREE-SLOT SECTION.
           MOVE "N" TO WS-SLOT-FOUND
           PERFORM VARYING WS-DAY-OFFSET FROM 0 BY 1
                   UNTIL WS-DAY-OFFSET >= DOCK-SEARCH-DAYS
                   OR WS-SLOT-FOUND = "Y"
               COMPUTE WS-DAY-INT =
                   INTEGER-OF-DATE (WS-WANTED-NUM) + WS-DAY-OFFSET
               COMPUTE WS-WEEKDAY = MOD (WS-DAY-INT - 1, 7) + 1
               IF DCK-DAY-FLAG (WS-WEEKDAY) = "Y" THEN
                   COMPUTE WS-TRY-DATE = DATE-OF-INTEGER (WS-DAY-INT)
                   PERFORM FIND-SLOT-IN-DAY
               END-IF
           END-PERFORM
           EXIT SECTION.

       FIND-SLOT-IN-DAY SECTION.
           MOVE WS-OPEN-MIN TO WS-SLOT-MIN
           COMPUTE WS-SLOT-END-MIN = WS-SLOT-MIN + DCK-SLOT-MINUTES
           PERFORM UNTIL WS-SLOT-END-MIN > WS-CLOSE-MIN
                   OR WS-SLOT-FOUND = "Y"
               COMPUTE WS-HH = WS-SLOT-MIN / 60
               COMPUTE WS-MM = WS-SLOT-MIN - WS-HH * 60
               MOVE WS-HHMM TO WS-TRY-TIME
               PERFORM COUNT-SLOT-BOOKINGS
               IF WS-SLOT-COUNT < DCK-MAX-PER-SLOT THEN
                   MOVE "Y" TO WS-SLOT-FOUND
                   COMPUTE WS-HH = WS-SLOT-END-MIN / 60
                   COMPUTE WS-MM = WS-SLOT-END-MIN - WS-HH * 60
                   MOVE WS-HHMM TO WS-TRY-END
               ELSE
                   ADD DCK-SLOT-MINUTES TO WS-SLOT-MIN
                   ADD DCK-SLOT-MINUTES TO WS-SLOT-END-MIN
               END-IF
           END-PERFORM
           EXIT SECTION.

      *> BOOKED AND ARRIVED DELIVERIES BOTH TAKE UP THE SLOT
       COUNT-SLOT-BOOKINGS SECTION.
           MOVE ZEROS TO WS-SLOT-COUNT
           MOVE SPACES TO FLAG-TRUE
           MOVE WS-SITE-ID TO DSB-SITE-ID
           MOVE WS-TRY-DATE TO DSB-SLOT-DATE
           MOVE WS-TRY-TIME TO DSB-SLOT-TIME
           START DOCKSLOTS KEY IS EQUAL TO DSB-SLOT-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ DOCKSLOTS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF DSB-SITE-ID NOT = WS-SITE-ID
                          OR DSB-SLOT-DATE NOT = WS-TRY-DATE
                          OR DSB-SLOT-TIME NOT = WS-TRY-TIME THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF DSB-BOOKED OR DSB-ARRIVED THEN
                               ADD 1 TO WS-SLOT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

      *> THE OLD BOOKING STAYS ON FILE AS MOVED SO THE HISTORY SHOWS
      *> HOW OFTEN A SUPPLIER SHIFTED ITS DELIVERY
       RELEASE-OPEN-BOOKING SECTION.
           MOVE LK-PO-ID TO DSB-PO-ID
           MOVE WS-OPEN-SEQ TO DSB-SEQ
           READ DOCKSLOTS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "X" TO DSB-STATUS
                   REWRITE FD-DOCKSLOT
           END-READ
           EXIT SECTION.

       WRITE-BOOKING SECTION.
           INITIALIZE FD-DOCKSLOT
           MOVE LK-PO-ID TO DSB-PO-ID
           COMPUTE DSB-SEQ = WS-MAX-SEQ + 1
           MOVE WS-SITE-ID TO DSB-SITE-ID
           MOVE WS-TRY-DATE TO DSB-SLOT-DATE
           MOVE WS-TRY-TIME TO DSB-SLOT-TIME
           MOVE WS-TRY-END TO DSB-SLOT-END
           MOVE WS-SUPPLIER-ID TO DSB-SUPPLIER-ID
           MOVE LK-SOURCE TO DSB-SOURCE
           MOVE WS-TODAY-NUM TO DSB-BOOKED-DATE
           MOVE "B" TO DSB-STATUS
           MOVE SPACES TO DSB-PUNCTUALITY
           WRITE FD-DOCKSLOT
           EXIT SECTION.

       END PROGRAM DOCKBOOK.
