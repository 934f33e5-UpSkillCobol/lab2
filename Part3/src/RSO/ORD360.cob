      *    PROOF OF DELIVERY, THE BILLING ROWS WITH RECEIPTS, AND
      *    ANY COMPLAINTS - THE FOUR-SCREEN TEN-MINUTE HUNT IN ONE
      *    PLACE | V0.1 | 02.09.2026
      ******************************************************************
      *    FAILED DELIVERY CALLS ARE SHOWN WITH THEIR REASON AND THE
      *    OFFICE'S DECISION | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-ORDER-FOUND                       PIC X(001).
       77  WS-DELIVERY-NUM                      PIC 9(008).
       77  WS-LOOK-INV                          PIC 9(006).
       77  WS-PANEL-AMOUNT                      PIC -ZZZZZZ9.99.

      *> ONE GENERIC TEN-LINE PANEL REFILLED PER SUBJECT
       77  WS-PANEL-TITLE                       PIC X(050).
           05 WS-PANEL-LINE OCCURS 10           PIC X(070).
       77  WS-PANEL-USED                        PIC 9(002).
       77  WS-PANEL-TEXT                        PIC X(070).
       77  WS-FAIL-REASON-TEXT                  PIC X(017).
       77  WS-FAIL-DECISION-TEXT                PIC X(022).

      ******************************************************************

                         TO WS-PANEL-TEXT
                       PERFORM PANEL-ADD
                   NOT INVALID KEY
                       IF POD-DELIVERED THEN
                           MOVE SPACES TO WS-PANEL-TEXT
                           STRING "DELIVERED AT " POD-ARRIVAL-TIME
                               " TO " POD-RECEIVED-BY
                               INTO WS-PANEL-TEXT
                           PERFORM PANEL-ADD
                       END-IF
               END-READ
      *> FAILED CALLS STAY ON THE DAY THEY HAPPENED, WHICH IS NOT THE
      *> DELIVERY DATE ONCE THE ORDER IS REDELIVERED - SWEEP FOR THEM
               MOVE SPACES TO FLAG-TRUE
               MOVE ZEROS TO POD-DATE POD-ORDER-ID
               START PODFILE KEY IS NOT LESS THAN POD-KEY
                   INVALID KEY MOVE "E" TO FLAG-TRUE
               END-START
               PERFORM UNTIL FLAG-TRUE = "E"
                   READ PODFILE NEXT RECORD
                       AT END MOVE "E" TO FLAG-TRUE
                       NOT AT END
                           IF POD-ORDER-ID = WS-ASK-ORDER
                              AND POD-FAILED THEN
                               PERFORM PANEL-ADD-FAILED-CALL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO FLAG-TRUE
           END-IF
           CLOSE PODFILE
           PERFORM PANEL-SHOW
           EXIT SECTION.

       PANEL-ADD-FAILED-CALL SECTION.
           EVALUATE TRUE
               WHEN POD-REASON-CLOSED
                   MOVE "SCHOOL CLOSED" TO WS-FAIL-REASON-TEXT
               WHEN POD-REASON-NOBODY
                   MOVE "NOBODY TO RECEIVE" TO WS-FAIL-REASON-TEXT
               WHEN POD-REASON-ACCESS
                   MOVE "ACCESS BLOCKED" TO WS-FAIL-REASON-TEXT
               WHEN OTHER
                   MOVE "NO REASON" TO WS-FAIL-REASON-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN POD-DECISION-REDELIVER
                   MOVE SPACES TO WS-FAIL-DECISION-TEXT
                   STRING "REDELIVER " POD-REDELIVERY-DATE
                       DELIMITED BY SIZE INTO WS-FAIL-DECISION-TEXT
               WHEN POD-DECISION-CANCEL AND POD-DISPOSED-DONATED
                   MOVE "CANCELLED - DONATED" TO WS-FAIL-DECISION-TEXT
               WHEN POD-DECISION-CANCEL
                   MOVE "CANCELLED - WASTED" TO WS-FAIL-DECISION-TEXT
               WHEN OTHER
                   MOVE "ON HOLD" TO WS-FAIL-DECISION-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-PANEL-TEXT
           STRING "DELIVERY FAILED " POD-DATE " "
               WS-FAIL-REASON-TEXT DELIMITED BY SIZE
               " - " WS-FAIL-DECISION-TEXT DELIMITED BY SIZE
               INTO WS-PANEL-TEXT
           PERFORM PANEL-ADD
           EXIT SECTION.

       SHOW-BILLING-PANEL SECTION.
           PERFORM PANEL-RESET
           MOVE "ORDER 360 - BILLING AND RECEIPTS"
                           MOVE "E" TO FLAG-TRUE
                       ELSE
                           MOVE SPACES TO WS-PANEL-TEXT
                           MOVE RCPT-AMOUNT TO WS-PANEL-AMOUNT
                           STRING "RECEIPT " RCPT-DATE
                               "  AMOUNT " WS-PANEL-AMOUNT
                               INTO WS-PANEL-TEXT
                           PERFORM PANEL-ADD
                       END-IF
