      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    AVERAGE COST VERSUS LIST PRICE - EVERY INGREDIENT AND SITE
      *    WHOSE WEIGHTED-AVERAGE COST ON FXSTOCKBAL IS MORE THAN THE
      *    KEYED PERCENTAGE AWAY FROM THE CURRENT SUPPLY LIST PRICE,
      *    EITHER WAY | V0.1 | 15.10.2026
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVGVAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STOCKBAL ASSIGN TO "FXSTOCKBAL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STB-KEY
           FILE STATUS IS STOCKBAL-FS.

           SELECT FXRISUPPLY ASSIGN TO "FXRISSUPLY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIS-ID
           FILE STATUS IS RIS-STATUS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INGREDS-ID
           FILE STATUS IS INGRED-STATUS.

           SELECT REPORTFILE ASSIGN TO "AVGVARFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCKBAL.
       COPY FD-STOCKBAL.

       FD  FXRISUPPLY.
       COPY FD-RIS.

       FD  FXINGRED.
       COPY FD-INGREDSFX.

       FD  REPORTFILE.
       01  REPORT-LINE                          PIC X(090).

       WORKING-STORAGE SECTION.
       77  KEYSTATUS                            PIC 9(004).
       78  F3                                   VALUE 1003.
       77  STOCKBAL-FS                          PIC 9(002).
       77  RIS-STATUS                           PIC 9(002).
       77  INGRED-STATUS                        PIC 9(002).
       77  REPORT-FS                            PIC 9(002).
       78  NOT-FILE                             VALUE "35".

       77  PRESS-KEY                            PIC X(001).
       77  FLAG-TRUE                            PIC X(001).

       01  SPOOL-REPORT-TYPE                    PIC X(012)
           VALUE "AVGCOSTVAR".
       01  SPOOL-SOURCE-NAME                    PIC X(016)
           VALUE "AVGVARFILE".

       01  WS-TODAY-NUM                         PIC 9(008).
       77  WS-PCT-THRESHOLD                     PIC 9(003).

       77  WS-LIST-PRICE                        PIC 9(003)V99.
       77  WS-BEST-EFF                          PIC 9(008).
       77  WS-IN-FORCE                          PIC X(001).
       77  WS-VAR-PCT                           PIC S9(007)V99.
       77  WS-ROWS-READ                         PIC 9(005).
       77  WS-ROWS-FLAGGED                      PIC 9(005).
       77  WS-NO-PRICE                          PIC 9(005).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(042)
              VALUE "BREADWICH - AVERAGE COST VS LIST PRICE AT:".
           05 FILLER                            PIC X(001).
           05 RPT-HEAD-DATE                     PIC 9(008).
           05 FILLER                            PIC X(016)
              VALUE "   THRESHOLD % :".
           05 RPT-HEAD-THRESH                   PIC ZZ9.

       01  RPT-COLUMNS.
           05 FILLER PIC X(008) VALUE "INGRED".
           05 FILLER PIC X(022) VALUE "NAME".
           05 FILLER PIC X(006) VALUE "SITE".
           05 FILLER PIC X(010) VALUE "ON HAND".
           05 FILLER PIC X(012) VALUE "AVG COST".
           05 FILLER PIC X(012) VALUE "LIST PRICE".
           05 FILLER PIC X(012) VALUE "VARIANCE %".

       01  RPT-DETAIL.
           05 RPT-DET-INGRED                    PIC 9(003).
           05 FILLER                            PIC X(005).
           05 RPT-DET-NAME                      PIC X(020).
           05 FILLER                            PIC X(002).
           05 RPT-DET-SITE                      PIC 9(003).
           05 FILLER                            PIC X(003).
           05 RPT-DET-ON-HAND                   PIC -ZZZZZ9.
           05 FILLER                            PIC X(003).
           05 RPT-DET-AVG                       PIC ZZ9.9999.
           05 FILLER                            PIC X(004).
           05 RPT-DET-LIST                      PIC ZZ9.99.
           05 FILLER                            PIC X(006).
           05 RPT-DET-PCT                       PIC -ZZZZZZ9.99.

       01  RPT-SUMMARY.
           05 FILLER                            PIC X(014)
              VALUE "ROWS CHECKED: ".
           05 RPT-SUM-READ                      PIC ZZZZ9.
           05 FILLER                            PIC X(012)
              VALUE "  FLAGGED:  ".
           05 RPT-SUM-FLAGGED                   PIC ZZZZ9.
           05 FILLER                            PIC X(021)
              VALUE "  NO LIST PRICE:     ".
           05 RPT-SUM-NO-PRICE                  PIC ZZZZ9.

      ******************************************************************

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  ASK-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "AVERAGE COST VERSUS LIST PRICE" LINE 03 COL 10.
           05 VALUE "FLAG A DIFFERENCE OVER (%):" LINE 06 COL 10.
           05 SS-THRESH PIC 9(003) LINE 06 COL 38
              USING WS-PCT-THRESHOLD AUTO.

       01  DONE-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05 VALUE "VARIANCE REPORT WRITTEN ON AVGVARFILE"
              LINE 12 COL 10.
           05 VALUE "ROWS FLAGGED:" LINE 14 COL 10.
           05 SS-ROWS PIC ZZZZ9 LINE 14 COL 25 FROM WS-ROWS-FLAGGED.
           05 VALUE "PRESS ANY KEY" LINE 16 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-ROWS-READ, WS-ROWS-FLAGGED, WS-NO-PRICE

           DISPLAY CLEAR-SCREEN
           MOVE 10 TO WS-PCT-THRESHOLD
           ACCEPT ASK-SCREEN
           IF KEYSTATUS = F3 THEN
               GOBACK
           END-IF

           PERFORM WRITE-REPORT

           CALL "SPOOLREG" USING SPOOL-REPORT-TYPE
               SPOOL-SOURCE-NAME

           DISPLAY CLEAR-SCREEN
           ACCEPT DONE-SCREEN
           GOBACK.

      ******************************************************************

       WRITE-REPORT SECTION.
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           MOVE WS-PCT-THRESHOLD TO RPT-HEAD-THRESH
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           WRITE REPORT-LINE FROM DIVIDER-LINE

           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT STOCKBAL
           IF STOCKBAL-FS NOT = NOT-FILE THEN
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ STOCKBAL NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           IF STB-AVG-COST > ZEROS THEN
                               PERFORM CHECK-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE STOCKBAL
           MOVE SPACES TO FLAG-TRUE

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-ROWS-READ TO RPT-SUM-READ
           MOVE WS-ROWS-FLAGGED TO RPT-SUM-FLAGGED
           MOVE WS-NO-PRICE TO RPT-SUM-NO-PRICE
           WRITE REPORT-LINE FROM RPT-SUMMARY
           CLOSE REPORTFILE
           EXIT SECTION.

      *> THE DIFFERENCE IS TAKEN AGAINST THE LIST PRICE, SO A PLUS
      *> MEANS THE STOCK IS CARRIED ABOVE WHAT IT WOULD COST TODAY
       CHECK-ONE-ROW SECTION.
           ADD 1 TO WS-ROWS-READ
           PERFORM GET-LIST-PRICE
           IF WS-LIST-PRICE = ZEROS THEN
               ADD 1 TO WS-NO-PRICE
               EXIT SECTION
           END-IF
           COMPUTE WS-VAR-PCT ROUNDED =
               (STB-AVG-COST - WS-LIST-PRICE) * 100 / WS-LIST-PRICE
           IF WS-VAR-PCT <= WS-PCT-THRESHOLD
              AND WS-VAR-PCT >= ZEROS - WS-PCT-THRESHOLD THEN
               EXIT SECTION
           END-IF

           ADD 1 TO WS-ROWS-FLAGGED
           MOVE STB-INGRED-ID TO RPT-DET-INGRED
           MOVE SPACES TO RPT-DET-NAME
           OPEN INPUT FXINGRED
           IF INGRED-STATUS NOT = NOT-FILE THEN
               MOVE STB-INGRED-ID TO INGREDS-ID
               READ FXINGRED
                   INVALID KEY MOVE "** UNKNOWN **" TO RPT-DET-NAME
                   NOT INVALID KEY MOVE INGREDS-NAME TO RPT-DET-NAME
               END-READ
           END-IF
           CLOSE FXINGRED
           MOVE STB-SITE-ID TO RPT-DET-SITE
           MOVE STB-ON-HAND TO RPT-DET-ON-HAND
           MOVE STB-AVG-COST TO RPT-DET-AVG
           MOVE WS-LIST-PRICE TO RPT-DET-LIST
           MOVE WS-VAR-PCT TO RPT-DET-PCT
           WRITE REPORT-LINE FROM RPT-DETAIL
           EXIT SECTION.

      *> THE LATEST PRICE IN FORCE TODAY FROM ANY SUPPLIER; WHEN NONE
      *> IS IN FORCE, THE LATEST EFFECTIVE PRICE THERE IS
       GET-LIST-PRICE SECTION.
           MOVE ZEROS TO WS-LIST-PRICE
           MOVE ZEROS TO WS-BEST-EFF
           MOVE SPACES TO WS-IN-FORCE
           OPEN INPUT FXRISUPPLY
           IF RIS-STATUS = NOT-FILE THEN
               CLOSE FXRISUPPLY
               EXIT SECTION
           END-IF
           PERFORM UNTIL RIS-STATUS NOT = ZEROS
               READ FXRISUPPLY NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF RIS-ID-ING = STB-INGRED-ID THEN
                           PERFORM NOTE-ONE-PRICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRISUPPLY
           EXIT SECTION.

       NOTE-ONE-PRICE SECTION.
           IF RIS-EFFECTIVE-DATE <= WS-TODAY-NUM
              AND RIS-EXPIRATION-DATE >= WS-TODAY-NUM THEN
               IF WS-IN-FORCE NOT = "Y"
                  OR RIS-EFFECTIVE-DATE >= WS-BEST-EFF THEN
                   MOVE RIS-EFFECTIVE-DATE TO WS-BEST-EFF
                   MOVE RIS-PRICE TO WS-LIST-PRICE
                   MOVE "Y" TO WS-IN-FORCE
               END-IF
           ELSE
               IF WS-IN-FORCE NOT = "Y"
                  AND RIS-EFFECTIVE-DATE >= WS-BEST-EFF THEN
                   MOVE RIS-EFFECTIVE-DATE TO WS-BEST-EFF
                   MOVE RIS-PRICE TO WS-LIST-PRICE
               END-IF
           END-IF
           EXIT SECTION.

       END PROGRAM AVGVAR.
