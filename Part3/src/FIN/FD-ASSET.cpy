      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | GENERAL LEDGER
      ******************************************************************
      *    FIXED ASSET REGISTER - ONE ROW PER VAN, FRIDGE, FREEZER OR
      *    OTHER PIECE OF KITCHEN EQUIPMENT | V0.1 | 15.10.2026
      ******************************************************************
      *    ASSETREG KEYS THE ASSET AND ITS DISPOSAL; ASSETDEP WRITES
      *    OFF (COST - RESIDUAL) OVER THE USEFUL LIFE IN EQUAL MONTHLY
      *    AMOUNTS FROM THE MONTH OF ACQUISITION. EVERY AMOUNT REACHES
      *    THE LEDGER AS A RELEASED JOURNAL ENTRY THAT GLPOST BOOKS

       01  FD-ASSET.
           88 EOFASSETS                         VALUE HIGH-VALUES.
           05 AST-ID                            PIC 9(006).
           05 AST-DESC                          PIC X(030).
           05 AST-CLASS                         PIC X(001).
               88 AST-CLASS-VAN                 VALUE "V".
               88 AST-CLASS-EQUIPMENT           VALUE "E".
               88 AST-CLASS-VALID               VALUE "V" "E".
           05 AST-SITE-ID                       PIC 9(003).
           05 AST-ACQ-DATE                      PIC 9(008).
           05 AST-COST                          PIC 9(007)V99.
           05 AST-LIFE-MONTHS                   PIC 9(003).
           05 AST-RESIDUAL                      PIC 9(007)V99.
      *> OPTIONAL LINK TO THE THING ITSELF - A VAN ON FXVEHICLES OR A
      *> STORAGE UNIT ON THE TEMPERATURE LOG AT THE ASSET'S SITE
           05 AST-VEH-ID                        PIC 9(003).
           05 AST-TEMP-UNIT                     PIC X(008).
           05 AST-ACCUM-DEP                     PIC 9(007)V99.
      *> LAST PERIOD (YYYYMM) DEPRECIATED - ZERO UNTIL THE FIRST RUN
           05 AST-LAST-DEP-PERIOD               PIC 9(006).
           05 AST-STATUS                        PIC X(001).
               88 AST-IN-USE                    VALUE "A".
               88 AST-DISPOSED                  VALUE "D".
           05 AST-DISP-DATE                     PIC 9(008).
           05 AST-DISP-PROCEEDS                 PIC 9(007)V99.
           05 AST-DISP-RESULT                   PIC S9(007)V99.
