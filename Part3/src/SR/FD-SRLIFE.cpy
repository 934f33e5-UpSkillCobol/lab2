      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH REGISTRATION
      ******************************************************************
      *    SANDWICH LIFECYCLE STEP - ONE ROW PER STATUS CHANGE WITH
      *    THE DATE OF THE STEP AND WHO APPROVED IT; THE CURRENT
      *    STATUS ITSELF STAYS ON THE FX-SR RECORD
      *    | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-SRLIFE.
           88 EOFSRLIFE                         VALUE HIGH-VALUES.
           05 SLF-KEY.
               10 SLF-SANDWICH-ID               PIC 9(003).
               10 SLF-SEQ                       PIC 9(003).
           05 SLF-FROM                          PIC X(001).
           05 SLF-TO                            PIC X(001).
           05 SLF-DATE                          PIC 9(008).
           05 SLF-APPROVER                      PIC X(030).
           05 SLF-NOTE                          PIC X(040).
