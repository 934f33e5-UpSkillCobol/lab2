      ******************************************************************
      *    RESPONSE LINE: PO(6) LINE(3) FLAG(1) QTY(5) DATE(8),
      *    ONE-SPACE GAPS
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
      *    THE EARLIEST DATE PROMISED ON A PO'S CONFIRMED LINES MOVES
      *    ITS RECEIVING SLOT TO THAT DATE (DOCKBOOK); THE SLOTS ARE
      *    LISTED ON POACKFILE. THE RESPONSE FILE COMES GROUPED BY PO
      *    | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-ROWS-APPLIED                      PIC 9(004).
       77  WS-ROWS-REJECTED                     PIC 9(004).
       77  WS-ROWS-UNMATCHED                    PIC 9(004).
       77  WS-SLOTS-BOOKED                      PIC 9(004).

      *> RECEIVING SLOT FOR THE PROMISED DATE - SEE DOCKBOOK
       77  WS-SLOT-PO                           PIC 9(006).
       77  WS-SLOT-WANTED                       PIC 9(008).
       77  WS-SLOT-SOURCE                       PIC X(001).
       77  WS-SLOT-SITE                         PIC 9(003).
       77  WS-SLOT-DATE                         PIC 9(008).
       77  WS-SLOT-TIME                         PIC 9(004).
       77  WS-SLOT-RESULT                       PIC X(001).

       01  DIVIDER-LINE                         PIC X(090)
           VALUE ALL "-".
              VALUE " LINE: ".
           05 RPT-UNM-LINE                      PIC 9(003).

       01  RPT-SLOT-LINE.
           05 FILLER                            PIC X(015)
              VALUE "DOCK SLOT PO:  ".
           05 RPT-SLOT-PO                       PIC 9(006).
           05 FILLER                            PIC X(007)
              VALUE " SITE: ".
           05 RPT-SLOT-SITE                     PIC 9(003).
           05 FILLER                            PIC X(007)
              VALUE " DATE: ".
           05 RPT-SLOT-DATE                     PIC 9(008).
           05 FILLER                            PIC X(007)
              VALUE " TIME: ".
           05 RPT-SLOT-TIME                     PIC 9(004).
           05 FILLER                            PIC X(002)
              VALUE "  ".
           05 RPT-SLOT-TEXT                     PIC X(031).

       01  RPT-SUMMARY.
           05 FILLER                            PIC X(007)
              VALUE "ROWS:  ".
           05 VALUE "REJECTED LINES TO RE-SOURCE:" LINE 13 COL 10.
           05 SS-REJ PIC ZZZ9 LINE 13 COL 40
              FROM WS-ROWS-REJECTED.
           05 VALUE "RECEIVING SLOTS BOOKED:" LINE 14 COL 10.
           05 SS-SLOTS PIC ZZZ9 LINE 14 COL 35
              FROM WS-SLOTS-BOOKED.
           05 VALUE "SEE POACKFILE FOR THE LISTING" LINE 15 COL 10.
           05 VALUE "PRESS ANY KEY" LINE 17 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO WS-ROWS-READ, WS-ROWS-APPLIED
           MOVE ZEROS TO WS-ROWS-REJECTED, WS-ROWS-UNMATCHED
           MOVE ZEROS TO WS-SLOTS-BOOKED, WS-SLOT-PO, WS-SLOT-WANTED

           OPEN INPUT ACKFILE
           IF ACK-FS = NOT-FILE THEN
           END-PERFORM
           CLOSE ACKFILE
           MOVE SPACES TO FLAG-TRUE
           PERFORM BOOK-PROMISED-SLOT

           WRITE REPORT-LINE FROM DIVIDER-LINE
           MOVE WS-ROWS-READ TO RPT-SUM-READ
           GOBACK.

       APPLY-ONE-ACK SECTION.
           IF ACK-PO-ID NOT = WS-SLOT-PO THEN
               PERFORM BOOK-PROMISED-SLOT
               MOVE ACK-PO-ID TO WS-SLOT-PO
               MOVE ZEROS TO WS-SLOT-WANTED
           END-IF
           OPEN I-O POLINES
           IF POLINE-FS = NOT-FILE THEN
               CLOSE POLINES
                       MOVE ACK-QTY TO POL-CONFIRMED-QTY
                       MOVE ACK-PROMISE TO POL-PROMISE-DATE
                       ADD 1 TO WS-ROWS-APPLIED
                       IF ACK-PROMISE NOT = ZEROS
                          AND (WS-SLOT-WANTED = ZEROS
                          OR ACK-PROMISE < WS-SLOT-WANTED) THEN
                           MOVE ACK-PROMISE TO WS-SLOT-WANTED
                       END-IF
                   END-IF
                   REWRITE FD-POLINE
                   END-REWRITE
           CLOSE POLINES
           EXIT SECTION.

      ******************************************************************
      *    ONCE ALL OF A PO'S LINES ARE READ, ITS SLOT FOLLOWS THE
      *    EARLIEST PROMISED DATE - A PO WITH NOTHING CONFIRMED KEEPS
      *    THE SLOT PODISP BOOKED FOR THE DUE DATE
      ******************************************************************
       BOOK-PROMISED-SLOT SECTION.
           IF WS-SLOT-PO = ZEROS OR WS-SLOT-WANTED = ZEROS THEN
               EXIT SECTION
           END-IF
           MOVE "A" TO WS-SLOT-SOURCE
           CALL "DOCKBOOK" USING WS-SLOT-PO WS-SLOT-WANTED
               WS-SLOT-SOURCE WS-SLOT-SITE WS-SLOT-DATE WS-SLOT-TIME
               WS-SLOT-RESULT
           MOVE WS-SLOT-PO TO RPT-SLOT-PO
           MOVE WS-SLOT-SITE TO RPT-SLOT-SITE
           MOVE WS-SLOT-DATE TO RPT-SLOT-DATE
           MOVE WS-SLOT-TIME TO RPT-SLOT-TIME
           EVALUATE WS-SLOT-RESULT
               WHEN "B"
                   MOVE "BOOKED" TO RPT-SLOT-TEXT
                   ADD 1 TO WS-SLOTS-BOOKED
               WHEN "K"
                   MOVE "ALREADY BOOKED - KEPT" TO RPT-SLOT-TEXT
               WHEN "N"
                   MOVE "NO DOCK SET UP FOR THE KITCHEN"
                     TO RPT-SLOT-TEXT
               WHEN "F"
                   MOVE "NO FREE SLOT IN TWO WEEKS" TO RPT-SLOT-TEXT
               WHEN OTHER
                   MOVE "PO CLOSED OR NOT ON FILE" TO RPT-SLOT-TEXT
           END-EVALUATE
           WRITE REPORT-LINE FROM RPT-SLOT-LINE
           MOVE ZEROS TO WS-SLOT-WANTED
           EXIT SECTION.

       END PROGRAM POACK.
