      *    BUT JOURNALLED AS ONE SUMMARY ENTRY - THOUSANDS OF
      *    BEFORE/AFTER IMAGES WOULD DROWN THE TRAIL | V0.1
      *    02.09.2026
      ******************************************************************
      *    THE VICTIM'S WEIGHTED-AVERAGE COST FOLDS INTO THE SURVIVOR'S,
      *    WEIGHTED BY THE STOCK EACH ROW HOLDS
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  TAB-BAL-ROW OCCURS 99 INDEXED BY IND-BAL.
           05 TAB-BAL-SITE                      PIC 9(003).
           05 TAB-BAL-QTY                       PIC S9(007).
           05 TAB-BAL-AVG                       PIC 9(003)V9999.

       01  JRNL-FILE-TAG                        PIC X(010).
       01  JRNL-RECORD-KEY                      PIC X(012).
      *> AND DISAPPEAR, SO THE FAST-PATH ON-HAND CHECKS AGREE
      *> WITHOUT WAITING FOR A STOCKBLD REBUILD
       MERGE-STOCKBAL SECTION.
           CALL "BUSDATE" USING WS-TODAY-NUM
           MOVE ZEROS TO MAX-BAL-ROW
           MOVE SPACES TO FLAG-TRUE
           OPEN INPUT STOCKBAL
                                 TO TAB-BAL-SITE (IND-BAL)
                               MOVE STB-ON-HAND
                                 TO TAB-BAL-QTY (IND-BAL)
                               MOVE STB-AVG-COST
                                 TO TAB-BAL-AVG (IND-BAL)
                           END-IF
                       END-IF
               END-READ
                                 TO STB-ON-HAND
                               MOVE WS-TODAY-NUM
                                 TO STB-LAST-POSTED
                               MOVE TAB-BAL-AVG (IND-BAL)
                                 TO STB-AVG-COST
                               WRITE FD-STOCKBAL
                               END-WRITE
                           NOT INVALID KEY
                               PERFORM BLEND-AVERAGE-COST
                               ADD TAB-BAL-QTY (IND-BAL)
                                 TO STB-ON-HAND
                               MOVE WS-TODAY-NUM
           CLOSE STOCKBAL
           EXIT SECTION.

      *> THE SURVIVOR'S ROW TAKES THE VICTIM'S STOCK AT THE VICTIM'S
      *> AVERAGE COST - THE SAME WEIGHTING STOCKPOST USES FOR A MOVE-IN
       BLEND-AVERAGE-COST SECTION.
           IF TAB-BAL-AVG (IND-BAL) = ZEROS
              OR TAB-BAL-QTY (IND-BAL) <= ZEROS THEN
               EXIT SECTION
           END-IF
           IF STB-ON-HAND <= ZEROS OR STB-AVG-COST = ZEROS THEN
               MOVE TAB-BAL-AVG (IND-BAL) TO STB-AVG-COST
           ELSE
               COMPUTE STB-AVG-COST ROUNDED =
                   (STB-ON-HAND * STB-AVG-COST
                    + TAB-BAL-QTY (IND-BAL) * TAB-BAL-AVG (IND-BAL))
                   / (STB-ON-HAND + TAB-BAL-QTY (IND-BAL))
           END-IF
           EXIT SECTION.

       MERGE-LOTS SECTION.
           MOVE SPACES TO FLAG-TRUE
           OPEN I-O LOTEXP
