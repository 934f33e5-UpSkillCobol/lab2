      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    NIGHTLY PERSONAL-DATA RETENTION - EVERY SCHOOL CONTACT
      *    WHOSE SCHOOL HAS HAD NO DELIVERY WITHIN THE RETENTION
      *    PERIOD ON FXPDPOLICY IS ANONYMISED THE SAME WAY PERSDATA
      *    ERASES A PERSON, TOGETHER WITH THE OUTBOX NOTICES ADDRESSED
      *    TO THEM. EACH ONE IS JOURNALED WITHOUT ITS VALUES AND
      *    LISTED ON PDRETAINFILE | V0.1 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDRETAIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SCHCONTACTS ASSIGN TO "FXSCHCONTACTS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCT-KEY
           FILE STATUS IS SCHCONTACT-FS.

           SELECT ORDERS ASSIGN TO "FX-ORDERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ORDERS-ID
           ALTERNATE RECORD KEY IS FD-DELIVERY-DATE
           WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-ORDERS-SCHOOL-DATE-KEY
           WITH DUPLICATES
           FILE STATUS IS ORDERS-FS.

           SELECT NOTIFYBOX ASSIGN TO "FXNOTIFYOUT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NTF-ID
           FILE STATUS IS NOTIFY-FS.

           SELECT PDPOLICY ASSIGN TO "FXPDPOLICY"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PDPOLICY-FS.

           SELECT REPORTFILE ASSIGN TO "PDRETAINFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHCONTACTS.
       COPY CB-SCHCONTACT.

       FD  ORDERS.
       COPY RSOFD.

       FD  NOTIFYBOX.
       COPY FD-NOTIFY.

       FD  PDPOLICY.
       COPY FD-PDPOLICY.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       77  SCHCONTACT-FS                        PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  NOTIFY-FS                            PIC 9(002).
       77  PDPOLICY-FS                          PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

      *> MONTHS WITHOUT A DELIVERY, UNTIL FXPDPOLICY IS SET IN
      *> PERSDATA
       78  DEFAULT-RETAIN-MONTHS                VALUE 24.

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "PDRETAIN".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "PDRETAINFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-RETAIN-MONTHS                     PIC 9(003).
       01  WS-CUTOFF-NUM                        PIC 9(008).
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-NUM.
           05 WS-CUT-YEAR                       PIC 9(004).
           05 WS-CUT-MONTH                      PIC 9(002).
           05 WS-CUT-DAY                        PIC 9(002).
       77  WS-MONTH-COUNT                       PIC 9(006).
       77  WS-ORDERS-OPEN                       PIC X(001).

      *> CONTACTS COME IN SCHOOL ORDER, SO EACH SCHOOL'S ORDERS ARE
      *> ONLY READ ONCE: A ACTIVE, I INACTIVE, N NO ORDERS YET
       77  WS-LAST-SCHOOL                       PIC 9(004).
       77  WS-SCHOOL-STATE                      PIC X(001).
       77  WS-LAST-DELIVERY                     PIC 9(008).

      *> EMAILS OF THE CONTACTS ANONYMISED - THEIR OUTBOX NOTICES
      *> GO THE SAME WAY
       78  MAX-EMAILS                           VALUE 200.
       77  MAX-EMAIL-ROW                        PIC 9(003).
       01  EMAIL-TABLE.
           05 EMAIL-ROW OCCURS 200 TIMES INDEXED BY IND-EMAIL.
               10 TAB-EMAIL                     PIC X(050).
       77  WS-CMP-VALUE                         PIC X(050).
       77  WS-MATCHED                           PIC X(001).

       77  WS-CNT-CONTACTS                      PIC 9(005).
       77  WS-CNT-ANONYMISED                    PIC 9(005).
       77  WS-CNT-NO-ORDERS                     PIC 9(005).
       77  WS-CNT-NOTICES                       PIC 9(005).

       77  WS-FIELD-LIST                        PIC X(060).
       77  WS-ERASE-REASON                      PIC X(030)
           VALUE "ERASED BY RETENTION RUN:".

      *> THE NIGHT RUN HAS NO SIGNED-ON ROLE
       01  JRNL-FILE-TAG                        PIC X(010).
       01  JRNL-RECORD-KEY                      PIC X(012).
       01  JRNL-ACTION                          PIC X(001).
       01  JRNL-USER-ROLE                       PIC 9(001) VALUE ZEROS.
       01  JRNL-BEFORE                          PIC X(512).
       01  JRNL-AFTER                           PIC X(512).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(048)
              VALUE "BREADWICH - PERSONAL-DATA RETENTION RUN FOR".
           05 FILLER                            PIC X(001).
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-CUTOFF-LINE.
           05 FILLER                            PIC X(025)
              VALUE "RETENTION PERIOD (MONTHS)".
           05 FILLER                            PIC X(001).
           05 RPT-CUT-MONTHS                    PIC ZZ9.
           05 FILLER                            PIC X(025)
              VALUE " - NO DELIVERY ON/AFTER ".
           05 RPT-CUT-DATE                      PIC 9(008).

       01  RPT-COLUMNS.
           05 FILLER PIC X(008) VALUE "SCHOOL".
           05 FILLER PIC X(005) VALUE "SEQ".
           05 FILLER PIC X(022) VALUE "ROLE".
           05 FILLER PIC X(015) VALUE "LAST DELIVERY".
           05 FILLER PIC X(030) VALUE "RESULT".

       01  RPT-DETAIL.
           05 RPT-DET-SCHOOL                    PIC 9(003).
           05 FILLER                            PIC X(005).
           05 RPT-DET-SEQ                       PIC 9(002).
           05 FILLER                            PIC X(003).
           05 RPT-DET-ROLE                      PIC X(020).
           05 FILLER                            PIC X(002).
           05 RPT-DET-LAST                      PIC X(008).
           05 FILLER                            PIC X(007).
           05 RPT-DET-RESULT                    PIC X(030).

       01  RPT-TOTAL-LINE.
           05 RPT-TOT-LABEL                     PIC X(045).
           05 RPT-TOT-COUNT                     PIC ZZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "CONTACTS ANONYMISED BY RETENTION:"
              LINE 12 COL 10.
           05 SS-CNT PIC ZZZZ9 LINE 12 COL 45 FROM WS-CNT-ANONYMISED.
           05 VALUE "PRESS ANY KEY" LINE 14 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM READ-POLICY
           PERFORM COMPUTE-CUTOFF
           MOVE ZEROS TO WS-CNT-CONTACTS WS-CNT-ANONYMISED
               WS-CNT-NO-ORDERS WS-CNT-NOTICES MAX-EMAIL-ROW
           MOVE 9999 TO WS-LAST-SCHOOL

           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           MOVE WS-RETAIN-MONTHS TO RPT-CUT-MONTHS
           MOVE WS-CUTOFF-NUM TO RPT-CUT-DATE
           WRITE REPORT-LINE FROM RPT-CUTOFF-LINE
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE "Y" TO WS-ORDERS-OPEN
           OPEN INPUT ORDERS
           IF ORDERS-FS = NOT-FILE THEN
               CLOSE ORDERS
               MOVE "N" TO WS-ORDERS-OPEN
           END-IF
           OPEN I-O SCHCONTACTS
           IF SCHCONTACT-FS = NOT-FILE THEN
               CLOSE SCHCONTACTS
           ELSE
               MOVE SPACES TO FLAG-TRUE
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ SCHCONTACTS NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END PERFORM JUDGE-CONTACT
                   END-READ
               END-PERFORM
               CLOSE SCHCONTACTS
           END-IF
           IF WS-ORDERS-OPEN = "Y" THEN
               CLOSE ORDERS
           END-IF

           IF MAX-EMAIL-ROW > ZEROS THEN
               PERFORM ANONYMISE-NOTICES
           END-IF

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE "CONTACTS READ" TO RPT-TOT-LABEL
           MOVE WS-CNT-CONTACTS TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "CONTACTS ANONYMISED" TO RPT-TOT-LABEL
           MOVE WS-CNT-ANONYMISED TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "CONTACTS KEPT - SCHOOL HAS NO ORDERS YET"
             TO RPT-TOT-LABEL
           MOVE WS-CNT-NO-ORDERS TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE "OUTBOX NOTICES ANONYMISED" TO RPT-TOT-LABEL
           MOVE WS-CNT-NOTICES TO RPT-TOT-COUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           CLOSE REPORTFILE
           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

       READ-POLICY SECTION.
           MOVE DEFAULT-RETAIN-MONTHS TO WS-RETAIN-MONTHS
           OPEN INPUT PDPOLICY
           IF PDPOLICY-FS NOT = ZEROS THEN
               CLOSE PDPOLICY
               EXIT SECTION
           END-IF
           READ PDPOLICY
               AT END CONTINUE
               NOT AT END
                   IF PDP-RETAIN-MONTHS > ZEROS THEN
                       MOVE PDP-RETAIN-MONTHS TO WS-RETAIN-MONTHS
                   END-IF
           END-READ
           CLOSE PDPOLICY
           EXIT SECTION.

      *> THE BUSINESS DATE THAT MANY MONTHS BACK; A DAY THAT MONTH
      *> DOES NOT HAVE FALLS BACK TO ITS LAST DAY
       COMPUTE-CUTOFF SECTION.
           MOVE WS-TODAY-NUM TO WS-CUTOFF-NUM
           COMPUTE WS-MONTH-COUNT = WS-CUT-YEAR * 12 + WS-CUT-MONTH
               - 1 - WS-RETAIN-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CUT-YEAR
               REMAINDER WS-CUT-MONTH
           ADD 1 TO WS-CUT-MONTH
           PERFORM UNTIL TEST-DATE-YYYYMMDD (WS-CUTOFF-NUM) = ZEROS
               SUBTRACT 1 FROM WS-CUT-DAY
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    A CONTACT ALREADY ANONYMISED IS PASSED OVER. A SCHOOL THAT
      *    HAS NEVER HAD AN ORDER IS TOO NEW TO JUDGE AND KEEPS ITS
      *    CONTACTS
      ******************************************************************
       JUDGE-CONTACT SECTION.
           IF SCT-NAME = "ERASED" THEN
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CNT-CONTACTS
           IF SCT-SCHOOL-ID NOT = WS-LAST-SCHOOL THEN
               PERFORM JUDGE-SCHOOL
           END-IF
           EVALUATE WS-SCHOOL-STATE
           WHEN "A"
               EXIT SECTION
           WHEN "N"
               ADD 1 TO WS-CNT-NO-ORDERS
               EXIT SECTION
           END-EVALUATE

           MOVE SPACES TO RPT-DETAIL
           MOVE SCT-SCHOOL-ID TO RPT-DET-SCHOOL
           MOVE SCT-SEQ TO RPT-DET-SEQ
           MOVE SCT-ROLE TO RPT-DET-ROLE
           MOVE WS-LAST-DELIVERY TO RPT-DET-LAST
           MOVE "ANONYMISED" TO RPT-DET-RESULT
           WRITE REPORT-LINE FROM RPT-DETAIL

           IF SCT-EMAIL NOT = SPACES
              AND MAX-EMAIL-ROW < MAX-EMAILS THEN
               ADD 1 TO MAX-EMAIL-ROW
               MOVE UPPER-CASE (TRIM (SCT-EMAIL))
                 TO TAB-EMAIL (MAX-EMAIL-ROW)
           END-IF
           MOVE "ERASED" TO SCT-NAME
           MOVE SPACES TO SCT-PHONE SCT-EMAIL
           MOVE "N" TO SCT-PREFERRED
           REWRITE FD-SCHCONTACT
           END-REWRITE
           ADD 1 TO WS-CNT-ANONYMISED

           MOVE "SCT-NAME SCT-PHONE SCT-EMAIL" TO WS-FIELD-LIST
           MOVE "SCHCONTACT" TO JRNL-FILE-TAG
           MOVE SPACES TO JRNL-RECORD-KEY
           MOVE SCT-KEY TO JRNL-RECORD-KEY (1:5)
           MOVE FD-SCHCONTACT TO JRNL-AFTER
           PERFORM WRITE-ERASE-JOURNAL
           EXIT SECTION.

      *> READS THE SCHOOL'S ORDERS ON THE SCHOOL + DELIVERY DATE KEY
      *> FOR THE LATEST DELIVERY DATE
       JUDGE-SCHOOL SECTION.
           MOVE SCT-SCHOOL-ID TO WS-LAST-SCHOOL
           MOVE "N" TO WS-SCHOOL-STATE
           MOVE ZEROS TO WS-LAST-DELIVERY
           IF WS-ORDERS-OPEN NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE SCT-SCHOOL-ID TO FD-ORDERS-SDK-SCHOOL
           MOVE ZEROS TO FD-ORDERS-SDK-DATE
           START ORDERS KEY IS GREATER OR EQUAL
               FD-ORDERS-SCHOOL-DATE-KEY
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE SPACES TO WS-MATCHED
           PERFORM UNTIL WS-MATCHED = "E"
               READ ORDERS NEXT RECORD
                   AT END MOVE "E" TO WS-MATCHED
                   NOT AT END
                       IF FD-ORDERS-SDK-SCHOOL NOT = SCT-SCHOOL-ID
                           MOVE "E" TO WS-MATCHED
                       ELSE
                           MOVE FD-ORDERS-SDK-DATE
                             TO WS-LAST-DELIVERY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LAST-DELIVERY = ZEROS THEN
               EXIT SECTION
           END-IF
           IF WS-LAST-DELIVERY < WS-CUTOFF-NUM THEN
               MOVE "I" TO WS-SCHOOL-STATE
           ELSE
               MOVE "A" TO WS-SCHOOL-STATE
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    NOTICES ADDRESSED TO AN ANONYMISED CONTACT - RECIPIENT
      *    ERASED, AND ONE STILL WAITING IS CLOSED
      ******************************************************************
       ANONYMISE-NOTICES SECTION.
           OPEN I-O NOTIFYBOX
           IF NOTIFY-FS = NOT-FILE THEN
               CLOSE NOTIFYBOX
               EXIT SECTION
           END-IF
           MOVE SPACES TO FLAG-TRUE
           PERFORM UNTIL FLAG-TRUE = "E"
               READ NOTIFYBOX NEXT RECORD
                   AT END MOVE "E" TO FLAG-TRUE
                   NOT AT END PERFORM JUDGE-NOTICE
               END-READ
           END-PERFORM
           CLOSE NOTIFYBOX
           EXIT SECTION.

       JUDGE-NOTICE SECTION.
           IF NTF-RECIPIENT = SPACES OR NTF-RECIPIENT = "ERASED" THEN
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (TRIM (NTF-RECIPIENT)) TO WS-CMP-VALUE
           MOVE "N" TO WS-MATCHED
           PERFORM VARYING IND-EMAIL FROM 1 BY 1
                   UNTIL IND-EMAIL > MAX-EMAIL-ROW
               IF WS-CMP-VALUE = TAB-EMAIL (IND-EMAIL) THEN
                   MOVE "Y" TO WS-MATCHED
               END-IF
           END-PERFORM
           IF WS-MATCHED NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE "ERASED" TO NTF-RECIPIENT
           IF NTF-PENDING THEN
               MOVE "S" TO NTF-STATUS
           END-IF
           REWRITE FD-NOTIFY
           END-REWRITE
           ADD 1 TO WS-CNT-NOTICES
           MOVE "NTF-RECIPIENT" TO WS-FIELD-LIST
           MOVE "NOTIFYOUT" TO JRNL-FILE-TAG
           MOVE SPACES TO JRNL-RECORD-KEY
           MOVE NTF-ID TO JRNL-RECORD-KEY (1:6)
           MOVE FD-NOTIFY TO JRNL-AFTER
           PERFORM WRITE-ERASE-JOURNAL
           EXIT SECTION.

      *> SAME ENTRY SHAPE AS A PERSDATA ERASURE - WHY AND WHICH
      *> FIELDS IN THE BEFORE IMAGE, THE ANONYMISED ROW AFTER
       WRITE-ERASE-JOURNAL SECTION.
           MOVE SPACES TO JRNL-BEFORE
           STRING WS-ERASE-REASON " " WS-FIELD-LIST
               DELIMITED BY SIZE INTO JRNL-BEFORE
           MOVE "E" TO JRNL-ACTION
           CALL "MASTJRNL" USING JRNL-FILE-TAG JRNL-RECORD-KEY
               JRNL-ACTION JRNL-USER-ROLE JRNL-BEFORE JRNL-AFTER
           EXIT SECTION.

       END PROGRAM PDRETAIN.
