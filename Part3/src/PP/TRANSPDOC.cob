      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DELIVERY ROUTING
      ******************************************************************
      *    TRANSPORT DOCUMENTS - ISSUE ONE PER VEHICLE LOAD FOR A
      *    DELIVERY DAY, KEY THE COMMUNICATION CODE THE TAX AUTHORITY
      *    RETURNS AND PRINT THE DRIVER'S COPIES | V0.1 | 15.10.2026
      ******************************************************************
      *    A DOCUMENT WITH NO COMMUNICATION CODE YET PRINTS WITH A
      *    WARNING THAT THE VEHICLE MUST NOT LEAVE
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPDOC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHOOL-INTERNAL-ID
           FILE STATUS IS SCHOOL-FS.

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

           SELECT REPORTFILE ASSIGN TO "TRANSPFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSPDOCS.
       COPY FD-TRANSPDOC.

       FD  TRANSPLNS.
       COPY FD-TRANSPLN.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  SITES.
       COPY FD-SITES.

       FD  VEHICLES.
       COPY FD-VEHICLE.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY COMPANY.

       77  KEYSTATUS                            PIC 9(004).
       77  TRANSPDOC-FS                         PIC 9(002).
       77  TRANSPLN-FS                          PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SITES-FS                             PIC 9(002).
       77  VEHICLE-FS                           PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  F3                                   VALUE 1003.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       77  WS-LINES-DONE                        PIC X(001).
       77  WS-MENU-OPTION                       PIC 9(001).
       77  WS-STATUS-TEXT                       PIC X(060).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "TRANSPORT".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "TRANSPFILE".

       01  WS-LOAD-DATE.
           05 WS-LOAD-YEAR                      PIC 9(004).
           05 WS-LOAD-MONTH                     PIC 9(002).
           05 WS-LOAD-DAY                       PIC 9(002).
       01  WS-LOAD-DATE-NUM REDEFINES WS-LOAD-DATE
                                                PIC 9(008).
       77  WS-ENT-VEHICLE                       PIC 9(003).
       77  WS-ENT-CODE                          PIC X(020).
       77  WS-FOUND-ID                          PIC 9(006).
       77  WS-ISSUED-COUNT                      PIC 9(003).
       77  WS-CANCELLED-COUNT                   PIC 9(003).
       77  WS-PRINTED-COUNT                     PIC 9(003).
       77  WS-PREV-SCHOOL                       PIC 9(003).
       77  WS-REPLACES-DOC-NO                   PIC X(020).

       01  DIVIDER-LINE                         PIC X(100)
           VALUE ALL "-".
       01  DOUBLE-LINE                          PIC X(100)
           VALUE ALL "=".

       01  RPT-DOC-TITLE.
           05 FILLER                            PIC X(030)
              VALUE "TRANSPORT DOCUMENT  ".
           05 RPT-DOC-NO                        PIC X(020).
           05 FILLER                            PIC X(009)
              VALUE "  ATCUD: ".
           05 RPT-DOC-ATCUD                     PIC X(020).

       01  RPT-DOC-ISSUER.
           05 FILLER                            PIC X(010)
              VALUE "ISSUER:   ".
           05 RPT-ISS-NAME                      PIC X(040).
           05 FILLER                            PIC X(010)
              VALUE "  TAX ID: ".
           05 RPT-ISS-TAX-ID                    PIC X(009).

       01  RPT-DOC-CODE.
           05 FILLER                            PIC X(020)
              VALUE "COMMUNICATION CODE: ".
           05 RPT-COMM-CODE                     PIC X(050).

       01  RPT-DOC-REPLACES.
           05 FILLER                            PIC X(020)
              VALUE "REPLACES DOCUMENT:  ".
           05 RPT-REPLACES-DOC-NO               PIC X(020).

       01  RPT-DOC-LOAD.
           05 FILLER                            PIC X(010)
              VALUE "LOADED AT ".
           05 RPT-SITE-NAME                     PIC X(030).
           05 FILLER                            PIC X(001).
           05 RPT-SITE-ADDRESS                  PIC X(059).

       01  RPT-DOC-VEHICLE.
           05 FILLER                            PIC X(010)
              VALUE "VEHICLE:  ".
           05 RPT-VEH-PLATE                     PIC X(008).
           05 FILLER                            PIC X(010)
              VALUE "  DRIVER: ".
           05 RPT-VEH-DRIVER                    PIC X(030).
           05 FILLER                            PIC X(012)
              VALUE "  DELIVERY: ".
           05 RPT-LOAD-DATE                     PIC 9(008).

       01  RPT-DOC-ISSUED.
           05 FILLER                            PIC X(010)
              VALUE "ISSUED:   ".
           05 RPT-ISSUE-DATE                    PIC 9(008).
           05 FILLER                            PIC X(001).
           05 RPT-ISSUE-HH                      PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ":".
           05 RPT-ISSUE-MM                      PIC 9(002).

       01  RPT-SCHOOL-HEAD.
           05 FILLER                            PIC X(010)
              VALUE "DELIVER TO".
           05 FILLER                            PIC X(001).
           05 RPT-SCH-NAME                      PIC X(040).
           05 FILLER                            PIC X(001).
           05 RPT-SCH-ADDRESS                   PIC X(048).

       01  RPT-SCHOOL-POSTAL.
           05 FILLER                            PIC X(011).
           05 RPT-SCH-POSTAL1                   PIC 9(004).
           05 FILLER                            PIC X(001) VALUE "-".
           05 RPT-SCH-POSTAL2                   PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-SCH-TOWN                      PIC X(030).

       01  RPT-ITEM-LINE.
           05 FILLER                            PIC X(013).
           05 RPT-ITEM-ORDER                    PIC 9(005).
           05 FILLER                            PIC X(002).
           05 RPT-ITEM-SANDWICH-ID              PIC 9(003).
           05 FILLER                            PIC X(001).
           05 RPT-ITEM-SANDWICH                 PIC X(030).
           05 FILLER                            PIC X(002).
           05 RPT-ITEM-QUANTITY                 PIC ZZZZ9.

       01  RPT-DOC-TOTAL.
           05 FILLER                            PIC X(014)
              VALUE "STOPS:        ".
           05 RPT-TOT-STOPS                     PIC ZZ9.
           05 FILLER                            PIC X(022)
              VALUE "   TOTAL SANDWICHES: ".
           05 RPT-TOT-QTY                       PIC ZZZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "BREADWICH | TRANSPORT DOCUMENTS"   LINE 02 COL 10.
           05 VALUE "1 - ISSUE DOCUMENTS FOR A DELIVERY DAY"
              LINE 05 COL 10.
           05 VALUE "2 - RECORD COMMUNICATION CODE"     LINE 06 COL 10.
           05 VALUE "3 - PRINT DRIVER COPIES"           LINE 07 COL 10.
           05 VALUE "4 - BACK"                          LINE 08 COL 10.
           05 VALUE "OPTION:"                           LINE 10 COL 10.
           05 SS-MENU PIC 9(001) LINE 10 COL 20 TO WS-MENU-OPTION.

       01  DATE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "DELIVERY DATE (YYYY MM DD):"  LINE 06 COL 10.
           05 SS-LOAD-YEAR PIC 9(004)  LINE 06 COL 40
              TO WS-LOAD-YEAR.
           05 SS-LOAD-MONTH PIC 9(002) LINE 06 COL 46
              TO WS-LOAD-MONTH.
           05 SS-LOAD-DAY PIC 9(002)   LINE 06 COL 50
              TO WS-LOAD-DAY.

       01  CODE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "VEHICLE...................:"  LINE 08 COL 10.
           05 SS-ENT-VEHICLE PIC 9(003) LINE 08 COL 40
              TO WS-ENT-VEHICLE.
           05 VALUE "COMMUNICATION CODE........:"  LINE 09 COL 10.
           05 SS-ENT-CODE PIC X(020) LINE 09 COL 40
              TO WS-ENT-CODE.

       01  STATUS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 SS-STATUS PIC X(060) LINE 22 COL 10
              FROM WS-STATUS-TEXT FOREGROUND-COLOR 4.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 4
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               EVALUATE WS-MENU-OPTION
                   WHEN 1 PERFORM ISSUE-FOR-DAY
                   WHEN 2 PERFORM RECORD-COMM-CODE
                   WHEN 3 PERFORM PRINT-DRIVER-COPIES
               END-EVALUATE
           END-PERFORM
           GOBACK.

       ASK-LOAD-DATE SECTION.
           CALL "BUSDATE" USING WS-LOAD-DATE-NUM
           DISPLAY CLEAR-SCREEN
           DISPLAY DATE-SCREEN
           ACCEPT DATE-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    THE SAME ISSUE RUN DLVROUTE MAKES AFTER ASSIGNING VEHICLES -
      *    RUN AGAIN WHENEVER AN ORDER ON A LOADED VEHICLE CHANGES
      ******************************************************************
       ISSUE-FOR-DAY SECTION.
           PERFORM ASK-LOAD-DATE
           IF KEYSTATUS = F3 THEN
               EXIT SECTION
           END-IF
           CALL "TRANSPISS" USING WS-LOAD-DATE-NUM WS-ISSUED-COUNT
               WS-CANCELLED-COUNT
           MOVE SPACES TO WS-STATUS-TEXT
           STRING "DOCUMENTS ISSUED: " WS-ISSUED-COUNT
                  "  CANCELLED: " WS-CANCELLED-COUNT
               DELIMITED BY SIZE INTO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    THE CODE GOES ON THE VEHICLE'S LIVE DOCUMENT FOR THE DAY
      ******************************************************************
       RECORD-COMM-CODE SECTION.
           PERFORM ASK-LOAD-DATE
           IF KEYSTATUS = F3 THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-ENT-VEHICLE
           MOVE SPACES TO WS-ENT-CODE
           DISPLAY CODE-SCREEN
           ACCEPT CODE-SCREEN
           IF KEYSTATUS = F3 OR WS-ENT-CODE = SPACES THEN
               EXIT SECTION
           END-IF

           OPEN I-O TRANSPDOCS
           IF TRANSPDOC-FS = NOT-FILE THEN
               CLOSE TRANSPDOCS
               MOVE "NO TRANSPORT DOCUMENTS ON FILE" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-FOUND-ID
           MOVE WS-LOAD-DATE-NUM TO TRD-LOAD-DATE
           MOVE WS-ENT-VEHICLE TO TRD-VEHICLE-ID
           MOVE SPACES TO FLAG-TRUE
           START TRANSPDOCS KEY IS = TRD-LOAD-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ TRANSPDOCS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF TRD-LOAD-DATE NOT = WS-LOAD-DATE-NUM
                          OR TRD-VEHICLE-ID NOT = WS-ENT-VEHICLE THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF TRD-ISSUED THEN
                               MOVE TRD-ID TO WS-FOUND-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE

           IF WS-FOUND-ID = ZEROS THEN
               MOVE "NO LIVE DOCUMENT FOR THAT VEHICLE AND DAY"
                 TO WS-STATUS-TEXT
           ELSE
               MOVE WS-FOUND-ID TO TRD-ID
               READ TRANSPDOCS
               END-READ
               MOVE WS-ENT-CODE TO TRD-COMM-CODE
               REWRITE FD-TRANSPDOC
               END-REWRITE
               MOVE SPACES TO WS-STATUS-TEXT
               STRING "CODE RECORDED ON " DELIMITED BY SIZE
                      TRD-DOC-NO DELIMITED BY "  "
                   INTO WS-STATUS-TEXT
           END-IF
           CLOSE TRANSPDOCS
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

      ******************************************************************
      *    ONE DRIVER COPY PER LIVE DOCUMENT FOR THE DAY - CANCELLED
      *    DOCUMENTS ARE NEVER PRINTED
      ******************************************************************
       PRINT-DRIVER-COPIES SECTION.
           PERFORM ASK-LOAD-DATE
           IF KEYSTATUS = F3 THEN
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-PRINTED-COUNT
           OPEN INPUT TRANSPDOCS
           IF TRANSPDOC-FS = NOT-FILE THEN
               CLOSE TRANSPDOCS
               MOVE "NO TRANSPORT DOCUMENTS ON FILE" TO WS-STATUS-TEXT
               ACCEPT STATUS-SCREEN
               EXIT SECTION
           END-IF
           OPEN INPUT TRANSPLNS
           OPEN INPUT SCHOOLS
           OPEN INPUT SANDWICHES
           OPEN OUTPUT REPORTFILE

           MOVE WS-LOAD-DATE-NUM TO TRD-LOAD-DATE
           MOVE ZEROS TO TRD-VEHICLE-ID
           MOVE SPACES TO FLAG-TRUE
           START TRANSPDOCS KEY IS NOT LESS THAN TRD-LOAD-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           PERFORM UNTIL FLAG-TRUE = "E"
               READ TRANSPDOCS NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END
                       IF TRD-LOAD-DATE NOT = WS-LOAD-DATE-NUM THEN
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           IF TRD-ISSUED THEN
                               PERFORM PRINT-ONE-DOCUMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FLAG-TRUE

           CLOSE REPORTFILE
           CLOSE SANDWICHES
           CLOSE SCHOOLS
           CLOSE TRANSPLNS
           CLOSE TRANSPDOCS
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME
           MOVE SPACES TO WS-STATUS-TEXT
           STRING "DRIVER COPIES PRINTED ON TRANSPFILE: "
                  WS-PRINTED-COUNT
               DELIMITED BY SIZE INTO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

       PRINT-ONE-DOCUMENT SECTION.
           ADD 1 TO WS-PRINTED-COUNT
           WRITE REPORT-LINE FROM DOUBLE-LINE
           MOVE TRD-DOC-NO TO RPT-DOC-NO
           MOVE TRD-ATCUD TO RPT-DOC-ATCUD
           WRITE REPORT-LINE FROM RPT-DOC-TITLE
           MOVE COMPANY-NAME TO RPT-ISS-NAME
           MOVE COMPANY-TAX-ID TO RPT-ISS-TAX-ID
           WRITE REPORT-LINE FROM RPT-DOC-ISSUER
           IF TRD-COMM-CODE = SPACES THEN
               MOVE "*** NOT YET COMMUNICATED - VEHICLE MUST NOT LEAVE"
                 TO RPT-COMM-CODE
           ELSE
               MOVE TRD-COMM-CODE TO RPT-COMM-CODE
           END-IF
           WRITE REPORT-LINE FROM RPT-DOC-CODE
           IF TRD-REPLACES-ID > ZEROS THEN
               PERFORM GET-REPLACED-DOC-NO
               MOVE WS-REPLACES-DOC-NO TO RPT-REPLACES-DOC-NO
               WRITE REPORT-LINE FROM RPT-DOC-REPLACES
           END-IF

           MOVE SPACES TO RPT-SITE-NAME
           MOVE SPACES TO RPT-SITE-ADDRESS
           OPEN INPUT SITES
           IF SITES-FS NOT = NOT-FILE THEN
               MOVE TRD-SITE-ID TO FD-SITE-ID
               READ SITES
                   NOT INVALID KEY
                       MOVE FD-SITE-NAME TO RPT-SITE-NAME
                       MOVE FD-SITE-ADDRESS TO RPT-SITE-ADDRESS
               END-READ
           END-IF
           CLOSE SITES
           WRITE REPORT-LINE FROM RPT-DOC-LOAD

           MOVE TRD-PLATE TO RPT-VEH-PLATE
           MOVE SPACES TO RPT-VEH-DRIVER
           OPEN INPUT VEHICLES
           IF VEHICLE-FS NOT = NOT-FILE THEN
               MOVE TRD-VEHICLE-ID TO VEH-ID
               READ VEHICLES
                   NOT INVALID KEY
                       MOVE VEH-DRIVER-NAME TO RPT-VEH-DRIVER
               END-READ
           END-IF
           CLOSE VEHICLES
           MOVE TRD-LOAD-DATE TO RPT-LOAD-DATE
           WRITE REPORT-LINE FROM RPT-DOC-VEHICLE
           MOVE TRD-ISSUE-DATE TO RPT-ISSUE-DATE
           MOVE TRD-ISSUE-TIME (1:2) TO RPT-ISSUE-HH
           MOVE TRD-ISSUE-TIME (3:2) TO RPT-ISSUE-MM
           WRITE REPORT-LINE FROM RPT-DOC-ISSUED
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE ZEROS TO WS-PREV-SCHOOL
           MOVE TRD-ID TO TRL-DOC-ID
           MOVE ZEROS TO TRL-LINE-NO
           MOVE SPACES TO WS-LINES-DONE
           START TRANSPLNS KEY IS NOT LESS THAN TRL-KEY
               INVALID KEY MOVE "Y" TO WS-LINES-DONE
           END-START
           PERFORM UNTIL WS-LINES-DONE = "Y"
               READ TRANSPLNS NEXT RECORD
                   AT END MOVE "Y" TO WS-LINES-DONE
                   NOT AT END
                       IF TRL-DOC-ID NOT = TRD-ID THEN
                           MOVE "Y" TO WS-LINES-DONE
                       ELSE
                           PERFORM PRINT-DOCUMENT-LINE
                       END-IF
               END-READ
           END-PERFORM

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE TRD-STOP-COUNT TO RPT-TOT-STOPS
           MOVE TRD-TOTAL-QTY TO RPT-TOT-QTY
           WRITE REPORT-LINE FROM RPT-DOC-TOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT SECTION.

      *> A NEW SCHOOL OPENS WITH ITS DELIVERY ADDRESS
       PRINT-DOCUMENT-LINE SECTION.
           IF TRL-SCHOOL-ID NOT = WS-PREV-SCHOOL THEN
               MOVE TRL-SCHOOL-ID TO WS-PREV-SCHOOL
               MOVE SPACES TO RPT-SCH-NAME
               MOVE SPACES TO RPT-SCH-ADDRESS
               MOVE ZEROS TO RPT-SCH-POSTAL1
               MOVE ZEROS TO RPT-SCH-POSTAL2
               MOVE SPACES TO RPT-SCH-TOWN
               MOVE TRL-SCHOOL-ID TO SCHOOL-INTERNAL-ID
               READ SCHOOLS
                   INVALID KEY MOVE "** UNKNOWN **" TO RPT-SCH-NAME
                   NOT INVALID KEY
                       MOVE SCHOOL-DESIGNATION1 TO RPT-SCH-NAME
                       MOVE SCHOOL-ADR-MAIN1 TO RPT-SCH-ADDRESS
                       MOVE SCHOOL-POSTAL-CODE1 TO RPT-SCH-POSTAL1
                       MOVE SCHOOL-POSTAL-CODE2 TO RPT-SCH-POSTAL2
                       MOVE SCHOOL-TOWN TO RPT-SCH-TOWN
               END-READ
               WRITE REPORT-LINE FROM RPT-SCHOOL-HEAD
               WRITE REPORT-LINE FROM RPT-SCHOOL-POSTAL
           END-IF
           MOVE TRL-ORDER-ID TO RPT-ITEM-ORDER
           MOVE TRL-SANDWICH-ID TO RPT-ITEM-SANDWICH-ID
           MOVE SPACES TO RPT-ITEM-SANDWICH
           MOVE TRL-SANDWICH-ID TO SR-IID
           READ SANDWICHES
               NOT INVALID KEY
                   MOVE SR-S-DESCRIPTION TO RPT-ITEM-SANDWICH
           END-READ
           MOVE TRL-QUANTITY TO RPT-ITEM-QUANTITY
           WRITE REPORT-LINE FROM RPT-ITEM-LINE
           EXIT SECTION.

      *> DOCUMENT NUMBER OF THE CANCELLED DOCUMENT THIS ONE REPLACES -
      *> READ ON THE PRIMARY KEY, THEN THE DAY'S BROWSE IS RESUMED
       GET-REPLACED-DOC-NO SECTION.
           MOVE SPACES TO WS-REPLACES-DOC-NO
           MOVE TRD-ID TO WS-FOUND-ID
           MOVE TRD-REPLACES-ID TO TRD-ID
           READ TRANSPDOCS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE TRD-DOC-NO TO WS-REPLACES-DOC-NO
           END-READ
           MOVE WS-FOUND-ID TO TRD-ID
           READ TRANSPDOCS
           END-READ
           START TRANSPDOCS KEY IS > TRD-LOAD-KEY
               INVALID KEY MOVE "E" TO FLAG-TRUE
           END-START
           EXIT SECTION.

       END PROGRAM TRANSPDOC.
