      *    MOVEMENT TO THE JOURNAL CALLS HERE WITH THE SAME SITE,
      *    INGREDIENT AND QUANTITIES SO THE FXSTOCKBAL BALANCE FILE
      *    STAYS IN STEP WITH THE JOURNAL | V0.1 | 02.09.2026
      ******************************************************************
      *    A MOVE-IN THAT CARRIES A UNIT COST (A RECEIPT AT ITS PO
      *    PRICE, A TRANSFER AT THE SENDING SITE'S AVERAGE) RE-WEIGHTS
      *    THE SITE'S AVERAGE COST; ISSUES AND UNCOSTED ADJUSTMENTS
      *    (COST ZERO) LEAVE IT WHERE IT IS
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  LK-INGRED-ID                         PIC 9(003).
       01  LK-IN-QTD                            PIC 9(003).
       01  LK-OUT-QTD                           PIC 9(003).
       01  LK-UNIT-COST                         PIC 9(003)V99.

      ******************************************************************

       PROCEDURE DIVISION USING LK-SITE-ID LK-INGRED-ID
           LK-IN-QTD LK-OUT-QTD LK-UNIT-COST.
       MAIN SECTION.
           OPEN I-O STOCKBAL
           IF STOCKBAL-FS = NOT-FILE THEN
                   MOVE LK-INGRED-ID TO STB-INGRED-ID
                   MOVE LK-SITE-ID TO STB-SITE-ID
                   MOVE ZEROS TO STB-ON-HAND
                   MOVE ZEROS TO STB-AVG-COST
                   PERFORM REWEIGH-AVERAGE-COST
                   ADD LK-IN-QTD TO STB-ON-HAND
                   SUBTRACT LK-OUT-QTD FROM STB-ON-HAND
                   CALL "BUSDATE" USING STB-LAST-POSTED
                   WRITE FD-STOCKBAL
                   END-WRITE
               NOT INVALID KEY
                   PERFORM REWEIGH-AVERAGE-COST
                   ADD LK-IN-QTD TO STB-ON-HAND
                   SUBTRACT LK-OUT-QTD FROM STB-ON-HAND
                   CALL "BUSDATE" USING STB-LAST-POSTED
                   REWRITE FD-STOCKBAL
                   END-REWRITE
           END-READ
           CLOSE STOCKBAL
           EXIT PROGRAM.

      *> MOVING AVERAGE OVER THE STOCK ALREADY ON HAND AND THE NEW
      *> QUANTITY; WITH NOTHING (OR NO KNOWN COST) ON HAND THE
      *> INCOMING COST SIMPLY BECOMES THE AVERAGE
       REWEIGH-AVERAGE-COST SECTION.
           IF LK-IN-QTD = ZEROS OR LK-UNIT-COST = ZEROS THEN
               EXIT SECTION
           END-IF
           IF STB-ON-HAND <= ZEROS OR STB-AVG-COST = ZEROS THEN
               MOVE LK-UNIT-COST TO STB-AVG-COST
           ELSE
               COMPUTE STB-AVG-COST ROUNDED =
                   (STB-ON-HAND * STB-AVG-COST
                    + LK-IN-QTD * LK-UNIT-COST)
                   / (STB-ON-HAND + LK-IN-QTD)
           END-IF
           EXIT SECTION.

       END PROGRAM STOCKPOST.
