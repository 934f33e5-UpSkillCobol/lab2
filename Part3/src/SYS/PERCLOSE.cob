      *    MONTH-END CLOSE - RUNS THE RECONCILIATIONS AND LOCKS THE
      *    PERIOD ONLY WHEN THEY BALANCE; AN ADMIN ROLE MAY REOPEN
      *    V0.1 | 22.08.2026
      ******************************************************************
      *    ONCE THE RECONCILIATIONS BALANCE THE GOODS-RECEIVED-NOT-
      *    INVOICED ACCRUAL IS RAISED (GRNIACCR) AND A GL POSTING RUN
      *    BOOKS IT BEFORE THE PERIOD LOCKS
      ******************************************************************
      *    THE MONTH'S DEPRECIATION ON THE FIXED ASSET REGISTER
      *    (ASSETDEP) IS CHARGED ALONGSIDE THE ACCRUAL AND BOOKED BY
      *    THE SAME POSTING RUN
      ******************************************************************
      *    SUPPLIER VOLUME REBATES (REBACCR) ARE ACCRUED AND CLAIMED IN
      *    THE SAME CLOSE, BEFORE THE POSTING RUN
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-OVR-ROLE                          PIC 9(001).
       77  WS-OVR-GRANTED                       PIC X(001).
       77  WS-STATUS-TEXT                       PIC X(060).
       77  WS-GRNI-TOTAL                        PIC 9(009)V99.
       77  WS-GRNI-SHOW                         PIC ZZZZZZZZ9.99.
       77  WS-DEP-TOTAL                         PIC 9(009)V99.
       77  WS-DEP-SHOW                          PIC ZZZZZZZZ9.99.
       77  WS-REBATE-MOVEMENT                   PIC S9(009)V99.

      ******************************************************************

               EXIT SECTION
           END-IF

      *>   THE ACCRUAL MUST REACH THE LEDGER WHILE THE PERIOD IS
      *>   STILL OPEN, OR GLPOST WOULD BOOK IT UNDER TODAY'S DATE
           MOVE ZEROS TO WS-GRNI-TOTAL
           CALL "GRNIACCR" USING WS-PER-YEAR WS-PER-MONTH
               WS-GRNI-TOTAL
           MOVE ZEROS TO WS-DEP-TOTAL
           CALL "ASSETDEP" USING WS-PER-YEAR WS-PER-MONTH
               WS-DEP-TOTAL
           MOVE ZEROS TO WS-REBATE-MOVEMENT
           CALL "REBACCR" USING WS-PER-YEAR WS-PER-MONTH
               WS-REBATE-MOVEMENT
           CALL "GLPOST"

           PERFORM MARK-PERIOD-CLOSED
           MOVE WS-GRNI-TOTAL TO WS-GRNI-SHOW
           MOVE WS-DEP-TOTAL TO WS-DEP-SHOW
           MOVE SPACES TO WS-STATUS-TEXT
           STRING "PERIOD CLOSED - GRNI "
               TRIM (WS-GRNI-SHOW)
               " DEPRECIATION "
               TRIM (WS-DEP-SHOW)
               DELIMITED BY SIZE INTO WS-STATUS-TEXT
           ACCEPT STATUS-SCREEN
           EXIT SECTION.

