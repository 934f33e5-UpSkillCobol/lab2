      *    ORDERS BY SCHOOL, YEAR OR SANDWICH AND THE PURGED
      *    MOVEMENTS BY INGREDIENT AND SITE; A CHOSEN SELECTION CAN
      *    BE COPIED BACK FOR REPROCESSING | V0.1 | 22.08.2026
      ******************************************************************
      *    BOTH INQUIRY REPORT HEADINGS CARRY THE BUSINESS DATE
      *    (BUSDATE) THEY WERE RUN FOR | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-RESTORED-COUNT                    PIC 9(005).
       77  WS-LINE-DONE                         PIC X(001).
       77  WS-STATUS-TEXT                       PIC X(060).
       01  WS-TODAY-NUM                         PIC 9(008).

       01  RPT-ORDER-HEADER.
           05 FILLER                            PIC X(035)
              VALUE "BREADWICH - ARCHIVED ORDERS INQUIRY".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-ORDER-HEAD-DATE               PIC 9(008).

       01  RPT-MOVE-HEADER.
           05 FILLER                            PIC X(038)
              VALUE "BREADWICH - ARCHIVED MOVEMENTS INQUIRY".
           05 FILLER                            PIC X(011)
              VALUE "   RUN OF: ".
           05 RPT-MOVE-HEAD-DATE                PIC 9(008).

       01  RPT-ORDER-LINE.
           05 FILLER                            PIC X(007)

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           PERFORM WITH TEST AFTER UNTIL WS-MENU-OPTION = 3
               MOVE ZEROS TO WS-MENU-OPTION
               DISPLAY CLEAR-SCREEN
               EXIT SECTION
           END-IF
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-ORDER-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-ORDER-HEADER
           PERFORM UNTIL FLAG-TRUE = "E"
               READ ORDERSARCHIVE
                   AT END MOVE "E" TO FLAG-TRUE
               EXIT SECTION
           END-IF
           OPEN OUTPUT REPORTFILE
           MOVE WS-TODAY-NUM TO RPT-MOVE-HEAD-DATE
           WRITE REPORT-LINE FROM RPT-MOVE-HEADER
           PERFORM UNTIL FLAG-TRUE = "E"
               READ INVENTORYARCHIVE
                   AT END MOVE "E" TO FLAG-TRUE
