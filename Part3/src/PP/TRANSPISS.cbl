      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DELIVERY ROUTING
      ******************************************************************
      *    TRANSPORT DOCUMENT ISSUE - CALLED FOR A DELIVERY DAY ONCE
      *    THE STOPS ARE ON THEIR VEHICLES. EVERY LOADED VEHICLE GETS
      *    ONE DOCUMENT; A LOAD THAT NO LONGER MATCHES ITS DOCUMENT
      *    CANCELS IT AND A REPLACEMENT IS ISSUED, AND A VEHICLE LEFT
      *    WITH NOTHING ON BOARD HAS ITS DOCUMENT CANCELLED. EVERY
      *    ISSUE AND CANCELLATION IS WRITTEN TO THE COMMUNICATION FILE
      *    FOR THE TAX AUTHORITY | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    A STOP FOR A NON-SCHOOL CUSTOMER (800-899) TAKES ITS NAME AND
      *    ADDRESS FROM FXCUSTOMERS | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPISS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ROUTEASG ASSIGN TO "FXROUTEASG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAS-KEY
           FILE STATUS IS ROUTEASG-FS.

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

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

      *> NON-SCHOOL CUSTOMERS KEPT BY CUSTMNT - THEIR IDS RUN 800-899
           SELECT CUSTOMERS ASSIGN TO "FXCUSTOMERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUS-ID
           FILE STATUS IS CUSTOMER-FS.

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

           SELECT SITES ASSIGN TO "SITESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SITE-ID
           FILE STATUS IS SITES-FS.

           SELECT VEHICLES ASSIGN TO "FXVEHICLES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEH-ID
           FILE STATUS IS VEHICLE-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-IID
           FILE STATUS IS SANDWICH-FS.

           SELECT TRANSPDOCS ASSIGN TO "FXTRANSPDOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRD-ID
           ALTERNATE RECORD KEY IS TRD-LOAD-KEY
           WITH DUPLICATES
           FILE STATUS IS TRANSPDOC-FS.

           SELECT TRANSPLNS ASSIGN TO "FXTRANSPLN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRL-KEY
           FILE STATUS IS TRANSPLN-FS.

      *> RUNNING COUNTER FOR THE NEXT TRD-ID
           SELECT TRDKEYS ASSIGN TO "TRDKEYS"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TRDKEY-FS.

      *> SHARED AUDIT TRAIL FOR EVERY KEYS COUNTER ADVANCED SYSTEM-WIDE
           SELECT KEYSAUDIT ASSIGN TO "KEYSAUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

      *> OUTBOUND RECORDS FOR THE TAX AUTHORITY - ONE HEADER PER
      *> DOCUMENT ISSUED OR CANCELLED, FOLLOWED BY ITS LINES
           SELECT COMMFILE ASSIGN TO "TRANSPCOMM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTEASG.
       COPY FD-ROUTEASG.

       FD  ORDERS.
       COPY RSOFD.

       FD  ORDLINES.
       COPY FD-ORDLINE.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  CUSTOMERS.
       COPY FD-CUSTOMER.

       FD  SCHSITES.
       COPY FD-SCHSITE.

       FD  SITEOVRS.
       COPY FD-SITEOVR.

       FD  SITES.
       COPY FD-SITES.

       FD  VEHICLES.
       COPY FD-VEHICLE.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  TRANSPDOCS.
       COPY FD-TRANSPDOC.

       FD  TRANSPLNS.
       COPY FD-TRANSPLN.

       FD  TRDKEYS.
       01  FDTRDKEYS                            PIC 9(006).

       FD  KEYSAUDIT.
       01  KEYS-AUDIT-RECORD.
           05  AUD-COUNTER-NAME                 PIC X(012).
           05  AUD-OLD-VALUE                    PIC 9(006).
           05  AUD-NEW-VALUE                    PIC 9(006).
           05  AUD-DATE                         PIC 9(008).
           05  AUD-TIME                         PIC 9(008).

       FD  COMMFILE.
       01  COMM-RECORD                          PIC X(250).

       WORKING-STORAGE SECTION.
       COPY COMPANY.

       77  ROUTEASG-FS                          PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDLINE-FS                           PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  CUSTOMER-FS                          PIC 9(002).
       77  SCHSITE-FS                           PIC 9(002).
       77  SITEOVR-FS                           PIC 9(002).
       77  SITES-FS                             PIC 9(002).
       77  VEHICLE-FS                           PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  TRANSPDOC-FS                         PIC 9(002).
       77  TRANSPLN-FS                          PIC 9(002).
       77  TRDKEY-FS                            PIC 9(002).
       77  AUDIT-STATUS                         PIC 9(002).
       77  COMM-FS                              PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  TRD-COUNTER-NAME                     VALUE "TRDKEYS".
       78  DEFAULT-SITE-ID                      VALUE 1.
       78  FIRST-CUSTOMER-ID                    VALUE 800.
       78  LAST-CUSTOMER-ID                     VALUE 899.

       77  FLAG-TRUE                            PIC X(001).
       77  WS-OL-DONE                           PIC X(001).
       77  WS-DOC-DONE                          PIC X(001).
       77  WS-AUDIT-OLD-VALUE                   PIC 9(006).
       77  WS-ORDER-LINES-SEEN                  PIC 9(003).
       77  WS-SORT-PASS                         PIC 9(003).

      *> WHAT IS ON EACH VEHICLE NOW - ONE ROW PER ORDER LINE,
      *> SORTED BY VEHICLE THEN ORDER THEN LINE
       77  MAX-LOAD                             PIC 9(003) VALUE ZEROS.
       01  TAB-LOAD OCCURS 999 INDEXED BY IND-LOAD IND-LOAD2.
           05 TAB-LOAD-VEHICLE-ID               PIC 9(003).
           05 TAB-LOAD-ORDER-ID                 PIC 9(005).
           05 TAB-LOAD-LINE-NO                  PIC 9(003).
           05 TAB-LOAD-SCHOOL-ID                PIC 9(003).
           05 TAB-LOAD-SANDWICH-ID              PIC 9(003).
           05 TAB-LOAD-QUANTITY                 PIC 9(005).
       01  WS-LOAD-SAVE                         PIC X(022).

      *> THE LOADED VEHICLES WITH THEIR SLICE OF TAB-LOAD
       77  MAX-TVEH                             PIC 9(003) VALUE ZEROS.
       01  TAB-TVEH OCCURS 99 INDEXED BY IND-TVEH.
           05 TAB-TVEH-ID                       PIC 9(003).
           05 TAB-TVEH-FIRST                    PIC 9(003).
           05 TAB-TVEH-LAST                     PIC 9(003).
       77  WS-TVEH-FOUND                        PIC X(001).

       77  WS-ACTIVE-ID                         PIC 9(006).
       77  WS-LOAD-SAME                         PIC X(001).
       77  WS-LINE-SUB                          PIC 9(003).
       77  WS-NEW-TRD-ID                        PIC 9(006).
       77  WS-PREV-SCHOOL                       PIC 9(003).
       77  WS-SITE-ID                           PIC 9(003).

      *> DOCUMENT STAMPING - THE TRANSPORT SERIES IS TYPE "GT"
       77  WS-STAMP-TYPE                        PIC X(002) VALUE "GT".
       77  WS-STAMP-CUSTOMER                    PIC 9(003) VALUE ZEROS.
       77  WS-STAMP-GROSS                       PIC 9(007)V99
           VALUE ZEROS.
       77  WS-STAMP-DOC-NO                      PIC X(020).
       77  WS-STAMP-ATCUD                       PIC X(020).
       77  WS-STAMP-RESULT                      PIC X(001).
       77  WS-REPLACES-DOC-NO                   PIC X(020).

       01  COMM-HEAD.
           05 COMM-HEAD-TYPE                    PIC X(001) VALUE "H".
           05 COMM-HEAD-TAX-ID                  PIC X(009).
           05 COMM-HEAD-DOC-NO                  PIC X(020).
           05 COMM-HEAD-ATCUD                   PIC X(020).
           05 COMM-HEAD-STATUS                  PIC X(001).
           05 COMM-HEAD-LOAD-DATE               PIC 9(008).
           05 COMM-HEAD-ISSUE-DATE              PIC 9(008).
           05 COMM-HEAD-ISSUE-TIME              PIC 9(006).
           05 COMM-HEAD-PLATE                   PIC X(008).
           05 COMM-HEAD-SITE-NAME               PIC X(030).
           05 COMM-HEAD-SITE-ADDRESS            PIC X(060).
           05 COMM-HEAD-REPLACES                PIC X(020).

       01  COMM-LINE.
           05 COMM-LINE-TYPE                    PIC X(001) VALUE "L".
           05 COMM-LINE-DOC-NO                  PIC X(020).
           05 COMM-LINE-NO                      PIC 9(003).
           05 COMM-LINE-SCHOOL                  PIC X(040).
           05 COMM-LINE-ADDRESS                 PIC X(050).
           05 COMM-LINE-POSTAL1                 PIC 9(004).
           05 COMM-LINE-DASH                    PIC X(001) VALUE "-".
           05 COMM-LINE-POSTAL2                 PIC 9(003).
           05 COMM-LINE-TOWN                    PIC X(030).
           05 COMM-LINE-SANDWICH-ID             PIC 9(003).
           05 COMM-LINE-SANDWICH                PIC X(030).
           05 COMM-LINE-QUANTITY                PIC 9(005).

       LINKAGE SECTION.
       01  LK-LOAD-DATE                         PIC 9(008).
       01  LK-ISSUED-COUNT                      PIC 9(003).
       01  LK-CANCELLED-COUNT                   PIC 9(003).

      ******************************************************************

       PROCEDURE DIVISION USING LK-LOAD-DATE LK-ISSUED-COUNT
           LK-CANCELLED-COUNT.
       MAIN SECTION.
           MOVE ZEROS TO LK-ISSUED-COUNT
           MOVE ZEROS TO LK-CANCELLED-COUNT
           PERFORM CREATE-FILES
           PERFORM COLLECT-LOADS
           PERFORM SORT-LOADS
           PERFORM LIST-LOADED-VEHICLES

           OPEN I-O TRANSPDOCS
           OPEN I-O TRANSPLNS
           OPEN EXTEND COMMFILE
           OPEN INPUT SCHOOLS
           OPEN INPUT CUSTOMERS
           OPEN INPUT SANDWICHES
           PERFORM VARYING IND-TVEH FROM 1 BY 1
                   UNTIL IND-TVEH > MAX-TVEH
               PERFORM CHECK-VEHICLE-DOCUMENT
           END-PERFORM
           PERFORM CANCEL-EMPTY-VEHICLES
           CLOSE SANDWICHES
           CLOSE CUSTOMERS
           CLOSE SCHOOLS
           CLOSE COMMFILE
           CLOSE TRANSPLNS
           CLOSE TRANSPDOCS
           EXIT PROGRAM.

       CREATE-FILES SECTION.
           OPEN I-O TRANSPDOCS
           IF TRANSPDOC-FS = NOT-FILE THEN
               OPEN OUTPUT TRANSPDOCS
           END-IF
           CLOSE TRANSPDOCS
           OPEN I-O TRANSPLNS
           IF TRANSPLN-FS = NOT-FILE THEN
               OPEN OUTPUT TRANSPLNS
           END-IF
           CLOSE TRANSPLNS
           OPEN I-O TRDKEYS
           IF TRDKEY-FS = NOT-FILE THEN
               OPEN OUTPUT TRDKEYS
               MOVE ZEROS TO FDTRDKEYS
               WRITE FDTRDKEYS
           END-IF
           CLOSE TRDKEYS
           OPEN EXTEND COMMFILE
           IF COMM-FS = NOT-FILE THEN
               OPEN OUTPUT COMMFILE
           END-IF
           CLOSE COMMFILE
           EXIT SECTION.

      ******************************************************************
      *    EVERY ORDER LINE ON A VEHICLE THAT DAY - THE SAME ORDERS
      *    DLVROUTE PUTS ON ITS ROUTE SHEETS
      ******************************************************************
       COLLECT-LOADS SECTION.
           MOVE ZEROS TO MAX-LOAD
           OPEN INPUT ROUTEASG
           IF ROUTEASG-FS = NOT-FILE THEN
               CLOSE ROUTEASG
               EXIT SECTION
           END-IF
           OPEN INPUT ORDERS
           OPEN INPUT ORDLINES
           MOVE SPACES TO FLAG-TRUE
           MOVE LK-LOAD-DATE TO RAS-DATE
           MOVE ZEROS TO RAS-ORDER-ID
           START ROUTEASG KEY IS NOT LESS THAN RAS-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ROUTEASG NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF RAS-DATE NOT = LK-LOAD-DATE THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF RAS-VEHICLE-ID > ZEROS THEN
                               PERFORM ADD-ORDER-TO-LOAD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDLINES
           CLOSE ORDERS
           CLOSE ROUTEASG
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       ADD-ORDER-TO-LOAD SECTION.
           MOVE RAS-ORDER-ID TO FD-ORDERS-ID
           READ ORDERS
               INVALID KEY EXIT SECTION
           END-READ
      *> AN ORDER CANCELLED OR UNCONFIRMED SINCE ROUTING IS NOT ON
      *> THE VEHICLE ANY MORE
           IF FD-ORDERS-STATUS = 0
              OR FD-ORDERS-STATUS >= 5
              OR NOT ORDER-CONFIRMED THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-ORDER-LINES-SEEN
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
                                   IF OL-ORDER-ID NOT =
                                      FD-ORDERS-ID
                                       MOVE "Y" TO WS-OL-DONE
                                   ELSE
                                       ADD 1 TO WS-ORDER-LINES-SEEN
                                       PERFORM ADD-LOAD-ROW
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF
      *> PRE-SPLIT ORDERS CARRY THEIR ONE SANDWICH ON THE HEADER
           IF WS-ORDER-LINES-SEEN = ZEROS THEN
               MOVE ZEROS TO OL-LINE-NO
               MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO OL-SANDWICH-ID
               MOVE FD-ORDERS-QUANTITY TO OL-QUANTITY
               PERFORM ADD-LOAD-ROW
           END-IF
           EXIT SECTION.

       ADD-LOAD-ROW SECTION.
           IF MAX-LOAD >= 999 THEN
               EXIT SECTION
           END-IF
           ADD 1 TO MAX-LOAD
           SET IND-LOAD TO MAX-LOAD
           MOVE RAS-VEHICLE-ID TO TAB-LOAD-VEHICLE-ID (IND-LOAD)
           MOVE FD-ORDERS-ID TO TAB-LOAD-ORDER-ID (IND-LOAD)
           MOVE OL-LINE-NO TO TAB-LOAD-LINE-NO (IND-LOAD)
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID
             TO TAB-LOAD-SCHOOL-ID (IND-LOAD)
           MOVE OL-SANDWICH-ID TO TAB-LOAD-SANDWICH-ID (IND-LOAD)
           MOVE OL-QUANTITY TO TAB-LOAD-QUANTITY (IND-LOAD)
           EXIT SECTION.

       SORT-LOADS SECTION.
           IF MAX-LOAD < 2 THEN
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS >= MAX-LOAD
               PERFORM VARYING IND-LOAD FROM 1 BY 1
                       UNTIL IND-LOAD >= MAX-LOAD
                   SET IND-LOAD2 TO IND-LOAD
                   SET IND-LOAD2 UP BY 1
                   IF TAB-LOAD (IND-LOAD) > TAB-LOAD (IND-LOAD2) THEN
                       MOVE TAB-LOAD (IND-LOAD) TO WS-LOAD-SAVE
                       MOVE TAB-LOAD (IND-LOAD2) TO TAB-LOAD (IND-LOAD)
                       MOVE WS-LOAD-SAVE TO TAB-LOAD (IND-LOAD2)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT SECTION.

       LIST-LOADED-VEHICLES SECTION.
           MOVE ZEROS TO MAX-TVEH
           PERFORM VARYING IND-LOAD FROM 1 BY 1
                   UNTIL IND-LOAD > MAX-LOAD
               IF MAX-TVEH = ZEROS
                  OR TAB-LOAD-VEHICLE-ID (IND-LOAD)
                     NOT = TAB-TVEH-ID (IND-TVEH) THEN
                   IF MAX-TVEH < 99 THEN
                       ADD 1 TO MAX-TVEH
                       SET IND-TVEH TO MAX-TVEH
                       MOVE TAB-LOAD-VEHICLE-ID (IND-LOAD)
                         TO TAB-TVEH-ID (IND-TVEH)
                       SET TAB-TVEH-FIRST (IND-TVEH) TO IND-LOAD
                   END-IF
               END-IF
               SET TAB-TVEH-LAST (IND-TVEH) TO IND-LOAD
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    THE VEHICLE'S LIVE DOCUMENT STANDS WHILE ITS LINES STILL
      *    MATCH THE LOAD LINE FOR LINE; ANY DIFFERENCE CANCELS IT
      ******************************************************************
       CHECK-VEHICLE-DOCUMENT SECTION.
           MOVE TAB-TVEH-ID (IND-TVEH) TO TRD-VEHICLE-ID
           PERFORM FIND-ACTIVE-DOCUMENT
           IF WS-ACTIVE-ID = ZEROS THEN
               MOVE SPACES TO WS-REPLACES-DOC-NO
               PERFORM ISSUE-DOCUMENT
               EXIT SECTION
           END-IF
           PERFORM COMPARE-LOAD
           IF WS-LOAD-SAME = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE WS-ACTIVE-ID TO TRD-ID
           READ TRANSPDOCS
           END-READ
           MOVE TRD-DOC-NO TO WS-REPLACES-DOC-NO
           PERFORM ISSUE-DOCUMENT
           MOVE WS-ACTIVE-ID TO TRD-ID
           READ TRANSPDOCS
           END-READ
           MOVE WS-NEW-TRD-ID TO TRD-REPLACED-BY-ID
           PERFORM CANCEL-DOCUMENT
           EXIT SECTION.

      *> TRD-VEHICLE-ID IS SET BY THE CALLER
       FIND-ACTIVE-DOCUMENT SECTION.
           MOVE ZEROS TO WS-ACTIVE-ID
           MOVE LK-LOAD-DATE TO TRD-LOAD-DATE
           MOVE SPACES TO WS-DOC-DONE
           START TRANSPDOCS KEY IS = TRD-LOAD-KEY
               INVALID KEY MOVE "Y" TO WS-DOC-DONE
           END-START
           PERFORM UNTIL WS-DOC-DONE = "Y"
               READ TRANSPDOCS NEXT RECORD
                   AT END MOVE "Y" TO WS-DOC-DONE
                   NOT AT END
                       IF TRD-LOAD-DATE NOT = LK-LOAD-DATE
                          OR TRD-VEHICLE-ID NOT =
                             TAB-TVEH-ID (IND-TVEH) THEN
                           MOVE "Y" TO WS-DOC-DONE
                       ELSE
                           IF TRD-ISSUED THEN
                               MOVE TRD-ID TO WS-ACTIVE-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

       COMPARE-LOAD SECTION.
           MOVE "Y" TO WS-LOAD-SAME
           SET IND-LOAD TO TAB-TVEH-FIRST (IND-TVEH)
           MOVE ZEROS TO WS-LINE-SUB
           MOVE WS-ACTIVE-ID TO TRL-DOC-ID
           MOVE ZEROS TO TRL-LINE-NO
           MOVE SPACES TO WS-DOC-DONE
           START TRANSPLNS KEY IS NOT LESS THAN TRL-KEY
               INVALID KEY MOVE "Y" TO WS-DOC-DONE
           END-START
           PERFORM UNTIL WS-DOC-DONE = "Y"
               READ TRANSPLNS NEXT RECORD
                   AT END MOVE "Y" TO WS-DOC-DONE
                   NOT AT END
                       IF TRL-DOC-ID NOT = WS-ACTIVE-ID THEN
                           MOVE "Y" TO WS-DOC-DONE
                       ELSE
                           ADD 1 TO WS-LINE-SUB
                           IF IND-LOAD > TAB-TVEH-LAST (IND-TVEH)
                               MOVE "N" TO WS-LOAD-SAME
                               MOVE "Y" TO WS-DOC-DONE
                           ELSE
                               IF TRL-ORDER-ID NOT =
                                  TAB-LOAD-ORDER-ID (IND-LOAD)
                                  OR TRL-SCHOOL-ID NOT =
                                  TAB-LOAD-SCHOOL-ID (IND-LOAD)
                                  OR TRL-SANDWICH-ID NOT =
                                  TAB-LOAD-SANDWICH-ID (IND-LOAD)
                                  OR TRL-QUANTITY NOT =
                                  TAB-LOAD-QUANTITY (IND-LOAD)
                                   MOVE "N" TO WS-LOAD-SAME
                                   MOVE "Y" TO WS-DOC-DONE
                               END-IF
                               SET IND-LOAD UP BY 1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *> MORE ON THE VEHICLE THAN ON THE DOCUMENT
           IF WS-LOAD-SAME = "Y"
              AND IND-LOAD <= TAB-TVEH-LAST (IND-TVEH) THEN
               MOVE "N" TO WS-LOAD-SAME
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    NEW DOCUMENT FOR THE VEHICLE IN IND-TVEH - NUMBERED IN THE
      *    TRANSPORT SERIES, LINES SNAPSHOT FROM THE LOAD
      ******************************************************************
       ISSUE-DOCUMENT SECTION.
           PERFORM GET-TRANSPORT-ID
           MOVE WS-NEW-TRD-ID TO TRD-ID
           MOVE LK-LOAD-DATE TO TRD-LOAD-DATE
           MOVE TAB-TVEH-ID (IND-TVEH) TO TRD-VEHICLE-ID
           MOVE "N" TO TRD-STATUS
           MOVE SPACES TO TRD-PLATE
           OPEN INPUT VEHICLES
           IF VEHICLE-FS NOT = NOT-FILE THEN
               MOVE TAB-TVEH-ID (IND-TVEH) TO VEH-ID
               READ VEHICLES
                   NOT INVALID KEY MOVE VEH-PLATE TO TRD-PLATE
               END-READ
           END-IF
           CLOSE VEHICLES
      *> THE LOAD LEAVES FROM THE KITCHEN OF ITS FIRST STOP
           SET IND-LOAD TO TAB-TVEH-FIRST (IND-TVEH)
           PERFORM GET-LOADING-SITE
           MOVE WS-SITE-ID TO TRD-SITE-ID
           CALL "BUSDATE" USING TRD-ISSUE-DATE
           ACCEPT TRD-ISSUE-TIME FROM TIME
           MOVE ZEROS TO TRD-STOP-COUNT
           MOVE ZEROS TO TRD-LINE-COUNT
           MOVE ZEROS TO TRD-TOTAL-QTY
           MOVE ZEROS TO WS-PREV-SCHOOL
           PERFORM VARYING IND-LOAD FROM TAB-TVEH-FIRST (IND-TVEH)
                   BY 1 UNTIL IND-LOAD > TAB-TVEH-LAST (IND-TVEH)
               ADD 1 TO TRD-LINE-COUNT
               ADD TAB-LOAD-QUANTITY (IND-LOAD) TO TRD-TOTAL-QTY
               IF TAB-LOAD-SCHOOL-ID (IND-LOAD) NOT = WS-PREV-SCHOOL
                   ADD 1 TO TRD-STOP-COUNT
                   MOVE TAB-LOAD-SCHOOL-ID (IND-LOAD)
                     TO WS-PREV-SCHOOL
               END-IF
           END-PERFORM
           MOVE SPACES TO TRD-COMM-CODE
           MOVE ZEROS TO TRD-REPLACES-ID
           IF WS-ACTIVE-ID > ZEROS THEN
               MOVE WS-ACTIVE-ID TO TRD-REPLACES-ID
           END-IF
           MOVE ZEROS TO TRD-REPLACED-BY-ID
           MOVE ZEROS TO TRD-CANCEL-DATE

           CALL "DOCSTAMP" USING WS-STAMP-TYPE WS-NEW-TRD-ID
               LK-LOAD-DATE WS-STAMP-CUSTOMER WS-STAMP-GROSS
               WS-STAMP-DOC-NO WS-STAMP-ATCUD WS-STAMP-RESULT
           MOVE WS-STAMP-DOC-NO TO TRD-DOC-NO
           MOVE WS-STAMP-ATCUD TO TRD-ATCUD
           WRITE FD-TRANSPDOC
           END-WRITE
           ADD 1 TO LK-ISSUED-COUNT

           PERFORM WRITE-COMM-HEAD
           MOVE ZEROS TO TRL-LINE-NO
           PERFORM VARYING IND-LOAD FROM TAB-TVEH-FIRST (IND-TVEH)
                   BY 1 UNTIL IND-LOAD > TAB-TVEH-LAST (IND-TVEH)
               MOVE WS-NEW-TRD-ID TO TRL-DOC-ID
               ADD 1 TO TRL-LINE-NO
               MOVE TAB-LOAD-ORDER-ID (IND-LOAD) TO TRL-ORDER-ID
               MOVE TAB-LOAD-SCHOOL-ID (IND-LOAD) TO TRL-SCHOOL-ID
               MOVE TAB-LOAD-SANDWICH-ID (IND-LOAD)
                 TO TRL-SANDWICH-ID
               MOVE TAB-LOAD-QUANTITY (IND-LOAD) TO TRL-QUANTITY
               WRITE FD-TRANSPLN
               END-WRITE
               PERFORM WRITE-COMM-LINE
           END-PERFORM
           EXIT SECTION.

      *> THE RECORD IN HAND IS CANCELLED AND RE-COMMUNICATED WITH
      *> ITS ORIGINAL LINES
       CANCEL-DOCUMENT SECTION.
           MOVE "A" TO TRD-STATUS
           CALL "BUSDATE" USING TRD-CANCEL-DATE
           REWRITE FD-TRANSPDOC
           END-REWRITE
           ADD 1 TO LK-CANCELLED-COUNT
           MOVE SPACES TO WS-REPLACES-DOC-NO
           PERFORM WRITE-COMM-HEAD
           MOVE TRD-ID TO TRL-DOC-ID
           MOVE ZEROS TO TRL-LINE-NO
           MOVE SPACES TO WS-DOC-DONE
           START TRANSPLNS KEY IS NOT LESS THAN TRL-KEY
               INVALID KEY MOVE "Y" TO WS-DOC-DONE
           END-START
           PERFORM UNTIL WS-DOC-DONE = "Y"
               READ TRANSPLNS NEXT RECORD
                   AT END MOVE "Y" TO WS-DOC-DONE
                   NOT AT END
                       IF TRL-DOC-ID NOT = TRD-ID THEN
                           MOVE "Y" TO WS-DOC-DONE
                       ELSE
                           PERFORM WRITE-COMM-LINE
                       END-IF
               END-READ
           END-PERFORM
           EXIT SECTION.

      *> A DOCUMENT STILL LIVE FOR A VEHICLE THAT NOW CARRIES
      *> NOTHING THAT DAY IS CANCELLED WITHOUT A REPLACEMENT
       CANCEL-EMPTY-VEHICLES SECTION.
           MOVE LK-LOAD-DATE TO TRD-LOAD-DATE
           MOVE ZEROS TO TRD-VEHICLE-ID
           MOVE SPACES TO FLAG-TRUE
           START TRANSPDOCS KEY IS NOT LESS THAN TRD-LOAD-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ TRANSPDOCS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF TRD-LOAD-DATE NOT = LK-LOAD-DATE THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF TRD-ISSUED THEN
                               PERFORM CHECK-VEHICLE-STILL-LOADED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE
           EXIT SECTION.

       CHECK-VEHICLE-STILL-LOADED SECTION.
           MOVE "N" TO WS-TVEH-FOUND
           PERFORM VARYING IND-TVEH FROM 1 BY 1
                   UNTIL IND-TVEH > MAX-TVEH
               IF TAB-TVEH-ID (IND-TVEH) = TRD-VEHICLE-ID THEN
                   MOVE "Y" TO WS-TVEH-FOUND
               END-IF
           END-PERFORM
           IF WS-TVEH-FOUND = "N" THEN
               MOVE ZEROS TO TRD-REPLACED-BY-ID
               PERFORM CANCEL-DOCUMENT
           END-IF
           EXIT SECTION.

      ******************************************************************

       GET-TRANSPORT-ID SECTION.
           OPEN I-O TRDKEYS
           READ TRDKEYS
               MOVE FDTRDKEYS TO WS-AUDIT-OLD-VALUE
               ADD 1 TO FDTRDKEYS
               MOVE FDTRDKEYS TO WS-NEW-TRD-ID
           REWRITE FDTRDKEYS
           CLOSE TRDKEYS
           MOVE TRD-COUNTER-NAME TO AUD-COUNTER-NAME
           MOVE WS-AUDIT-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-NEW-TRD-ID TO AUD-NEW-VALUE
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           OPEN EXTEND KEYSAUDIT
               WRITE KEYS-AUDIT-RECORD
           CLOSE KEYSAUDIT
           EXIT SECTION.

      *> SCHOOL'S ASSIGNED KITCHEN, OR THE ALTERNATE KITCHEN BOOKED
      *> FOR THE ORDER WHEN ITS OWN WAS FULL
       GET-LOADING-SITE SECTION.
           MOVE DEFAULT-SITE-ID TO WS-SITE-ID
           OPEN INPUT SCHSITES
           IF SCHSITE-FS NOT = NOT-FILE THEN
               MOVE TAB-LOAD-SCHOOL-ID (IND-LOAD) TO SCS-SCHOOL-ID
               READ SCHSITES
                   NOT INVALID KEY MOVE SCS-SITE-ID TO WS-SITE-ID
               END-READ
           END-IF
           CLOSE SCHSITES
           OPEN INPUT SITEOVRS
           IF SITEOVR-FS NOT = NOT-FILE THEN
               MOVE TAB-LOAD-ORDER-ID (IND-LOAD) TO SOV-ORDER-ID
               READ SITEOVRS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SOV-SITE-ID TO WS-SITE-ID
               END-READ
           END-IF
           CLOSE SITEOVRS
           EXIT SECTION.

       WRITE-COMM-HEAD SECTION.
           MOVE COMPANY-TAX-ID TO COMM-HEAD-TAX-ID
           MOVE TRD-DOC-NO TO COMM-HEAD-DOC-NO
           MOVE TRD-ATCUD TO COMM-HEAD-ATCUD
           MOVE TRD-STATUS TO COMM-HEAD-STATUS
           MOVE TRD-LOAD-DATE TO COMM-HEAD-LOAD-DATE
           MOVE TRD-ISSUE-DATE TO COMM-HEAD-ISSUE-DATE
           MOVE TRD-ISSUE-TIME (1:6) TO COMM-HEAD-ISSUE-TIME
           MOVE TRD-PLATE TO COMM-HEAD-PLATE
           MOVE SPACES TO COMM-HEAD-SITE-NAME
           MOVE SPACES TO COMM-HEAD-SITE-ADDRESS
           OPEN INPUT SITES
           IF SITES-FS NOT = NOT-FILE THEN
               MOVE TRD-SITE-ID TO FD-SITE-ID
               READ SITES
                   NOT INVALID KEY
                       MOVE FD-SITE-NAME TO COMM-HEAD-SITE-NAME
                       MOVE FD-SITE-ADDRESS TO COMM-HEAD-SITE-ADDRESS
               END-READ
           END-IF
           CLOSE SITES
           MOVE WS-REPLACES-DOC-NO TO COMM-HEAD-REPLACES
           WRITE COMM-RECORD FROM COMM-HEAD
           EXIT SECTION.

       WRITE-COMM-LINE SECTION.
           MOVE TRD-DOC-NO TO COMM-LINE-DOC-NO
           MOVE TRL-LINE-NO TO COMM-LINE-NO
           MOVE SPACES TO COMM-LINE-SCHOOL
           MOVE SPACES TO COMM-LINE-ADDRESS
           MOVE ZEROS TO COMM-LINE-POSTAL1
           MOVE ZEROS TO COMM-LINE-POSTAL2
           MOVE SPACES TO COMM-LINE-TOWN
           IF TRL-SCHOOL-ID >= FIRST-CUSTOMER-ID
              AND TRL-SCHOOL-ID <= LAST-CUSTOMER-ID THEN
               PERFORM GET-CUSTOMER-DESTINATION
           ELSE
               MOVE TRL-SCHOOL-ID TO SCHOOL-INTERNAL-ID
               READ SCHOOLS
                   NOT INVALID KEY
                       MOVE SCHOOL-DESIGNATION1 TO COMM-LINE-SCHOOL
                       MOVE SCHOOL-ADR-MAIN1 TO COMM-LINE-ADDRESS
                       MOVE SCHOOL-POSTAL-CODE1 TO COMM-LINE-POSTAL1
                       MOVE SCHOOL-POSTAL-CODE2 TO COMM-LINE-POSTAL2
                       MOVE SCHOOL-TOWN TO COMM-LINE-TOWN
               END-READ
           END-IF
           MOVE TRL-SANDWICH-ID TO COMM-LINE-SANDWICH-ID
           MOVE SPACES TO COMM-LINE-SANDWICH
           MOVE TRL-SANDWICH-ID TO SR-IID
           READ SANDWICHES
               NOT INVALID KEY
                   MOVE SR-S-DESCRIPTION TO COMM-LINE-SANDWICH
           END-READ
           MOVE TRL-QUANTITY TO COMM-LINE-QUANTITY
           WRITE COMM-RECORD FROM COMM-LINE
           EXIT SECTION.

       GET-CUSTOMER-DESTINATION SECTION.
           IF CUSTOMER-FS = NOT-FILE THEN
               EXIT SECTION
           END-IF
           MOVE TRL-SCHOOL-ID TO CUS-ID
           READ CUSTOMERS
               NOT INVALID KEY
                   MOVE CUS-NAME TO COMM-LINE-SCHOOL
                   MOVE CUS-ADDRESS TO COMM-LINE-ADDRESS
                   MOVE CUS-POSTAL-CODE1 TO COMM-LINE-POSTAL1
                   MOVE CUS-POSTAL-CODE2 TO COMM-LINE-POSTAL2
                   MOVE CUS-TOWN TO COMM-LINE-TOWN
           END-READ
           EXIT SECTION.

       END PROGRAM TRANSPISS.
