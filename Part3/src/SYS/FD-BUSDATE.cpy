      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    BUSINESS-DATE CONTROL RECORD - THE ONE DATE THE BATCH AND
      *    DATE-SENSITIVE PROGRAMS TREAT AS TODAY (READ THROUGH
      *    BUSDATE). THE DATEROLL STEP AT THE END OF THE NIGHTLY
      *    CHAIN MOVES IT ON ONE DAY; BUSDATSET SETS IT BY HAND.
      *    A NIGHT THE CHAIN DID NOT RUN LEAVES IT BEHIND THE CLOCK
      *    UNTIL BATCHCTL CATCHES UP | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-BUSDATE.
           05 BSD-BUSINESS-DATE                 PIC 9(008).
      *> THE DATE THE LAST ROLL CLOSED, ZERO BEFORE THE FIRST ROLL
           05 BSD-PREVIOUS-DATE                 PIC 9(008).
      *> WALL-CLOCK STAMP AND ORIGIN OF THE LAST CHANGE - DATEROLL
      *> OR THE USER WHO SET IT BY HAND
           05 BSD-CHANGED-DATE                  PIC 9(008).
           05 BSD-CHANGED-TIME                  PIC 9(008).
           05 BSD-CHANGED-BY                    PIC X(008).
