      *    FILE FROM THE FULL MOVEMENT JOURNAL AND REPORTS EVERY ROW
      *    WHERE THE MAINTAINED BALANCE HAD DRIFTED FROM THE JOURNAL
      *    TRUTH | V0.1 | 02.09.2026
      ******************************************************************
      *    THE WEIGHTED-AVERAGE COST ON EACH ROW IS CARRIED THROUGH THE
      *    REBUILD UNCHANGED - AVGBUILD RE-DERIVES IT FROM THE JOURNAL
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 TAB-BAL-ON-HAND                   PIC S9(007).
           05 TAB-BAL-OLD                       PIC S9(007).
           05 TAB-BAL-HAD-ROW                   PIC X(001).
           05 TAB-BAL-AVG                       PIC 9(003)V9999.
       77  WS-FOUND-INDEX                       PIC 9(004).
       77  WS-DRIFT-COUNT                       PIC 9(004).
       77  WS-ROWS-WRITTEN                      PIC 9(004).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO MAX-BAL, WS-DRIFT-COUNT, WS-ROWS-WRITTEN

           PERFORM SUM-JOURNAL-BALANCES
                   MOVE ZEROS TO TAB-BAL-ON-HAND (IND-BAL)
                   MOVE ZEROS TO TAB-BAL-OLD (IND-BAL)
                   MOVE SPACE TO TAB-BAL-HAD-ROW (IND-BAL)
                   MOVE ZEROS TO TAB-BAL-AVG (IND-BAL)
                   SET WS-FOUND-INDEX TO IND-BAL
               ELSE
                   EXIT SECTION
                   MOVE ZEROS TO TAB-BAL-ON-HAND (IND-BAL)
                   MOVE STB-ON-HAND TO TAB-BAL-OLD (IND-BAL)
                   MOVE "Y" TO TAB-BAL-HAD-ROW (IND-BAL)
                   MOVE STB-AVG-COST TO TAB-BAL-AVG (IND-BAL)
               END-IF
               EXIT SECTION
           END-IF
           SET IND-BAL TO WS-FOUND-INDEX
           MOVE STB-ON-HAND TO TAB-BAL-OLD (IND-BAL)
           MOVE "Y" TO TAB-BAL-HAD-ROW (IND-BAL)
           MOVE STB-AVG-COST TO TAB-BAL-AVG (IND-BAL)
           EXIT SECTION.

      *> THE BALANCE FILE IS WRITTEN FRESH FROM THE SUMMED TRUTH
               MOVE TAB-BAL-SITE (IND-BAL) TO STB-SITE-ID
               MOVE TAB-BAL-ON-HAND (IND-BAL) TO STB-ON-HAND
               MOVE WS-TODAY-NUM TO STB-LAST-POSTED
               MOVE TAB-BAL-AVG (IND-BAL) TO STB-AVG-COST
               WRITE FD-STOCKBAL
               END-WRITE
               ADD 1 TO WS-ROWS-WRITTEN
