      *    BREADWICH | CALENDAR MANAGEMENT
      ******************************************************************
      *    ADD MODULE | V0.6 | IN UPDATE | 27.01.2020
      ******************************************************************
      *    TODAY IS THE BUSINESS DATE ON FXBUSDATE (BUSDATE) RATHER THAN
      *    THE SYSTEM CLOCK | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAM-ADD.
              MOVE   REG-START-MONTH TO WS-MONTH
              ACCEPT REG-START-YEAR
              MOVE   REG-START-YEAR  TO WS-YEAR
              CALL "BUSDATE" USING WS-CURRENT-DATE
              PERFORM CHECK-DATE
           END-PERFORM
           MOVE WS-DAY TO WS-START-DT-DAY
              MOVE   REG-END-MONTH TO WS-MONTH
              ACCEPT REG-END-YEAR
              MOVE   REG-END-YEAR  TO WS-YEAR
              CALL "BUSDATE" USING WS-CURRENT-DATE
              PERFORM CHECK-DATE
           END-PERFORM
           MOVE WS-DAY TO WS-END-DT-DAY
