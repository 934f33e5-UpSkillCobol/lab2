      ******************************************************************

       PRINT-REPORT SECTION.
           *> EVERY PAGE HEADING CARRIES THE BUSINESS DATE
           CALL "BUSDATE" USING WS-EXPWARN-TODAY
           OPEN OUTPUT REPORTFILE
           MOVE ZEROS TO WS-PAGE-COUNT
           MOVE 99 TO WS-LINE-COUNT
      *> HORIZON - PRINTED UNDER THE STOCK FIGURES SO OLD STOCK
      *> CANNOT HIDE BEHIND NEW
       WRITE-EXPIRING-WARNING SECTION.
           *> TODAY IS THE BUSINESS DATE, NOT THE SYSTEM CLOCK
           CALL "BUSDATE" USING WS-EXPWARN-TODAY
           COMPUTE WS-EXPWARN-LIMIT = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-EXPWARN-TODAY)
               + EXPIRY-WARN-DAYS)
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING REPORTPAGECONST " " WS-PAGE-COUNT "   "
              REPORTBUSDATECONST " " WS-EXPWARN-TODAY INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
