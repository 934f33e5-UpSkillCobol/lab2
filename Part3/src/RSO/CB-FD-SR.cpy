      *> FINISHED-SANDWICH SHELF LIFE IN DAYS - CAPS THE USE-BY THE
      *> LABELLING RUN COMPUTES; ZERO MEANS THE HOUSE DEFAULT
           05 SR-SHELF-DAYS                 PIC 9(002).
      *> PRODUCT LIFECYCLE - D DEVELOPMENT, T TRIAL (PILOT SCHOOLS
      *> ONLY), P APPROVED (STILL PILOT ONLY), A ACTIVE, O PHASING
      *> OUT, R RETIRED. SPACE IS A RECORD FROM BEFORE THE LIFECYCLE
      *> AND COUNTS AS ACTIVE. THE STEPS ARE LOGGED ON FXSRLIFE
           05 SR-LIFECYCLE                  PIC X(001).
               88 SR-LIFE-DEVELOPMENT       VALUE "D".
               88 SR-LIFE-TRIAL             VALUE "T".
               88 SR-LIFE-APPROVED          VALUE "P".
               88 SR-LIFE-ACTIVE            VALUE "A" SPACE.
               88 SR-LIFE-PHASING-OUT       VALUE "O".
               88 SR-LIFE-RETIRED           VALUE "R".
               88 SR-LIFE-VALID             VALUE "D" "T" "P" "A"
                                                  "O" "R".
      *> LAST DELIVERY DATE A PHASING-OUT SANDWICH MAY STILL BE
      *> ORDERED FOR; ZERO MEANS NO DATE SET
           05 SR-PHASEOUT-DATE              PIC 9(008).
