       77  WS-MOVE-IN-SANDWICH-EQUIV           PIC 9(005).

       78  NOT-FILE                            VALUE "35".
      *> A MOVE-IN ON A SUPPLY LINK COMES IN AT THE LINK'S PRICE
       77  WS-STOCK-UNIT-COST                  PIC 9(003)V99.
       78  F1                                  VALUE "1001".
       78  F2                                  VALUE "1002".
       78  F3                                  VALUE "1003".
           END-IF
           EXIT SECTION.

      ******************************************************************

       GET-SUPPLY-LINK-PRICE SECTION.
           MOVE ZEROS TO WS-STOCK-UNIT-COST
           IF WS-MOVE-SUPPLY-ID = ZEROS OR WS-MOVE-IN-QTD = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN INPUT FXRISUPPLY
           IF RIS-STATUS = "35" THEN
              CLOSE FXRISUPPLY
              EXIT SECTION
           END-IF

           MOVE WS-MOVE-SUPPLY-ID TO RIS-ID
           READ FXRISUPPLY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF RIS-ID-ING = WS-INGRED-ID THEN
                    MOVE RIS-PRICE TO WS-STOCK-UNIT-COST
                 END-IF
           END-READ
           CLOSE FXRISUPPLY
           EXIT SECTION.

      ******************************************************************

       VALIDATE-SITE SECTION.

           WRITE FD-INVENTORY
           END-WRITE
           PERFORM GET-SUPPLY-LINK-PRICE
      *> KEEP THE MAINTAINED PER-SITE BALANCE IN STEP WITH THE
      *> JOURNAL SO THE SCREENS NO LONGER RESCAN EVERY MOVEMENT
           CALL "STOCKPOST" USING MOVE-SITE-ID INGRED-ID
               MOVE-IN-QTD MOVE-OUT-QTD WS-STOCK-UNIT-COST
           CLOSE INVENTORY
           EXIT SECTION.
