      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    ACCEPTED SEGREGATION-OF-DUTIES CONFLICT - ONE USER AND ONE
      *    CONFLICT RULE, WITH THE DOCUMENTED REASON AND THE LAST
      *    BUSINESS DATE THE ACCEPTANCE HOLDS. AN EXPIRED ROW COUNTS
      *    AS NO OVERRIDE AT ALL | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-SODOVR.
           88 EOFSODOVERRIDES                   VALUE HIGH-VALUES.
           05 SOV-KEY.
               10 SOV-USER-CODE                 PIC X(008).
               10 SOV-RULE-ID                   PIC 9(003).
           05 SOV-REASON                        PIC X(060).
           05 SOV-EXPIRY-DATE                   PIC 9(008).
           05 SOV-GRANTED-BY                    PIC X(008).
           05 SOV-GRANTED-DATE                  PIC 9(008).
