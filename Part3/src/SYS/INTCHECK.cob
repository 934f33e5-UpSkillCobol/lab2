      *    CROSS-FILE REFERENTIAL INTEGRITY CHECK - THE ORPHANS LEFT
      *    BY THE YEARS OF HARD DELETES GO ON ONE REPORT WITH ENOUGH
      *    KEY DETAIL TO FIX EACH CASE | V0.1 | 22.08.2026
      ******************************************************************
      *    THE REPORT HEADING CARRIES THE BUSINESS DATE (BUSDATE) IT WAS
      *    RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-FOUND                             PIC X(001).
       77  WS-ORPHAN-COUNT                      PIC 9(005).
       77  WS-MOVE-SEQ                          PIC 9(007).
       01  WS-TODAY-NUM                         PIC 9(008).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".

       01  RPT-HEADER.
           05 FILLER                            PIC X(047)
              VALUE "BREADWICH - REFERENTIAL INTEGRITY ORPHAN REPORT".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-HEAD-DATE                     PIC 9(008).

       01  RPT-ORPHAN-LINE.
           05 RPT-O-CHECK                       PIC X(026).
           05 FILLER                            PIC X(007)

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-ORPHAN-COUNT
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-HEADER
           WRITE REPORT-LINE FROM DIVIDER-LINE

           PERFORM CHECK-ORDERS
