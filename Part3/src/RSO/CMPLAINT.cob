      ******************************************************************
      *    QUALITY COMPLAINTS REGISTER - LOG, RESOLVE AND A MONTHLY
      *    SUMMARY BY SCHOOL AND SUPPLIER | V0.1 | 22.08.2026
      ******************************************************************
      *    A QUALITY OR ALLERGEN COMPLAINT OPENS A HACCP CORRECTIVE
      *    ACTION (CRAOPEN) FOR THE ORDER'S KITCHEN
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           WITH DUPLICATES
           FILE STATUS IS ORDERS-FS.

      *> THE ORDER'S KITCHEN - THE SCHOOL'S OWN SITE UNLESS THE
      *> ORDER WAS BOOKED AGAINST AN ALTERNATE ONE
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

      *> RUNNING COUNTER FOR THE NEXT CMP-ID
           SELECT CMPKEYS ASSIGN TO "CMPKEYS"
           ORGANIZATION IS SEQUENTIAL
       FD  ORDERS.
       COPY RSOFD.

       FD  SCHSITES.
       COPY FD-SCHSITE.

       FD  SITEOVRS.
       COPY FD-SITEOVR.

       FD  CMPKEYS.
       01  FDCMPKEYS                            PIC 9(006).

       77  COMPLAINT-FS                         PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  CMPKEY-FS                            PIC 9(002).
       77  SCHSITE-FS                           PIC 9(002).
       77  SITEOVR-FS                           PIC 9(002).
       77  AUDIT-STATUS                         PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".
       78  CMP-COUNTER-NAME                     VALUE "CMPKEYS".
       78  DEFAULT-SITE-ID                      VALUE 1.

      *> CORRACT ACTION OPENED FOR A QUALITY OR ALLERGEN COMPLAINT
       01  CRQ-SOURCE                           PIC X(001).
       01  CRQ-SITE-ID                          PIC 9(003).
       01  CRQ-SOURCE-REF                       PIC X(020).
       01  CRQ-TEXT                             PIC X(040).
       01  CRQ-ID                               PIC 9(006).

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).
       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(038)
              VALUE "BREADWICH - MONTHLY COMPLAINTS SUMMARY".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-SUM-LINE.
           05 RPT-SUM-LABEL                     PIC X(010).
           05 RPT-SUM-ID                        PIC 9(003).
           EXIT SECTION.

       LOG-COMPLAINT SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-ENT-ORDER WS-ENT-SUPPLIER
           MOVE SPACES TO WS-ENT-LOT
           MOVE "Q" TO WS-ENT-CLASS
           END-WRITE
           CLOSE COMPLAINTS
           MOVE SPACES TO WS-STATUS-TEXT
           IF WS-ENT-CLASS = "Q" OR WS-ENT-CLASS = "A" THEN
               PERFORM OPEN-COMPLAINT-ACTION
               STRING "COMPLAINT " WS-NEW-CMP-ID
                   " LOGGED - CORRECTIVE ACTION " CRQ-ID
                   DELIMITED BY SIZE INTO WS-STATUS-TEXT
           ELSE
               STRING "COMPLAINT " WS-NEW-CMP-ID " LOGGED"
                   INTO WS-STATUS-TEXT
           END-IF
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

           END-PERFORM
           CLOSE COMPLAINTS

           CALL "BUSDATE" USING WS-TODAY-NUM
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           PERFORM VARYING IND-SUM FROM 1 BY 1
                   UNTIL IND-SUM > MAX-SUM
           ADD 1 TO TAB-SUM-COUNT (IND-SUM)
           EXIT SECTION.

      *> A QUALITY OR ALLERGEN COMPLAINT IS A HACCP EXCEPTION FOR THE
      *> KITCHEN THAT MADE THE ORDER; A LOT COMPLAINT WITH NO ORDER
      *> BEHIND IT GOES TO THE DEFAULT SITE
       OPEN-COMPLAINT-ACTION SECTION.
           MOVE "C" TO CRQ-SOURCE
           MOVE DEFAULT-SITE-ID TO CRQ-SITE-ID
           IF WS-ENT-ORDER NOT = ZEROS THEN
               OPEN INPUT SCHSITES
               IF SCHSITE-FS NOT = NOT-FILE THEN
                   MOVE WS-ENT-SCHOOL TO SCS-SCHOOL-ID
                   READ SCHSITES
                       NOT INVALID KEY
                           MOVE SCS-SITE-ID TO CRQ-SITE-ID
                   END-READ
               END-IF
               CLOSE SCHSITES
               OPEN INPUT SITEOVRS
               IF SITEOVR-FS NOT = NOT-FILE THEN
                   MOVE WS-ENT-ORDER TO SOV-ORDER-ID
                   READ SITEOVRS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SOV-SITE-ID TO CRQ-SITE-ID
                   END-READ
               END-IF
               CLOSE SITEOVRS
           END-IF
           MOVE SPACES TO CRQ-SOURCE-REF CRQ-TEXT
           STRING "COMPLAINT " WS-NEW-CMP-ID
               DELIMITED BY SIZE INTO CRQ-SOURCE-REF
           IF WS-ENT-CLASS = "A" THEN
               STRING "ALLERGEN COMPLAINT - ORDER " WS-ENT-ORDER
                   " LOT " WS-ENT-LOT DELIMITED BY SIZE INTO CRQ-TEXT
           ELSE
               STRING "QUALITY COMPLAINT - ORDER " WS-ENT-ORDER
                   " LOT " WS-ENT-LOT DELIMITED BY SIZE INTO CRQ-TEXT
           END-IF
           CALL "CRAOPEN" USING CRQ-SOURCE CRQ-SITE-ID
               CRQ-SOURCE-REF CRQ-TEXT CRQ-ID
           EXIT SECTION.

       GET-COMPLAINT-ID SECTION.
           OPEN I-O CMPKEYS
           READ CMPKEYS
