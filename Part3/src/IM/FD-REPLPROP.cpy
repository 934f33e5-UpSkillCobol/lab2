      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    REPLENISHMENT PROPOSAL - ONE PER SITE, INGREDIENT AND RUN
      *    DATE. THE PART THE SUPPLYING SITE CAN COVER IS PROPOSED AS
      *    A TRANSFER AND WAITS FOR APPROVAL; THE PART IT CANNOT IS A
      *    PURCHASE REQUIREMENT POGEN PICKS UP | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-REPLPROP.
           88 EOFREPLPROP                       VALUE HIGH-VALUES.
           05 RPP-KEY.
               10 RPP-RUN-DATE                  PIC 9(008).
               10 RPP-SITE-ID                   PIC 9(003).
               10 RPP-INGRED-ID                 PIC 9(003).
           05 RPP-SUPPLY-SITE                   PIC 9(003).
      *> BALANCE PLUS IN-TRANSIT WHEN THE RUN LOOKED
           05 RPP-POSITION                      PIC S9(007).
           05 RPP-NEED-QTY                      PIC 9(005).
           05 RPP-XFR-QTY                       PIC 9(003).
           05 RPP-STATUS                        PIC 9(001).
               88 RPP-NO-TRANSFER               VALUE 0.
               88 RPP-PROPOSED                  VALUE 1.
               88 RPP-APPROVED                  VALUE 2.
               88 RPP-REJECTED                  VALUE 9.
      *> THE IMTRANSFER DOCUMENT AN APPROVAL CREATED
           05 RPP-XFR-ID                        PIC 9(006).
           05 RPP-BUY-QTY                       PIC 9(005).
           05 RPP-BUY-STATUS                    PIC X(001).
               88 RPP-BUY-NONE                  VALUE SPACE.
               88 RPP-BUY-OPEN                  VALUE "O".
               88 RPP-BUY-ORDERED               VALUE "P".
