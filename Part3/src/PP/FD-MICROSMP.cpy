      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION PLANNING
      ******************************************************************
      *    MICROBIOLOGY SAMPLE PER PRODUCTION BATCH (PRODUCTION DATE,
      *    SITE, SANDWICH) - REGISTERED BY PPLABEL WHEN THE BATCH IS
      *    DUE FOR SAMPLING, RESULT KEYED IN MICRORES | V0.1
      *    15.10.2026
      ******************************************************************

       01  FD-MICROSMP.
           88 EOFMICROSMP                       VALUE HIGH-VALUES.
           05 MCS-KEY.
               10 MCS-PROD-DATE                 PIC 9(008).
               10 MCS-SITE-ID                   PIC 9(003).
               10 MCS-SANDWICH-ID               PIC 9(003).
           05 MCS-QUANTITY                      PIC 9(005).
           05 MCS-HIGH-RISK                     PIC X(001).
               88 MCS-IS-HIGH-RISK              VALUE "Y".
           05 MCS-RESULT                        PIC X(001).
               88 MCS-AWAITING                  VALUE "A".
               88 MCS-PASSED                    VALUE "P".
               88 MCS-FAILED                    VALUE "F".
           05 MCS-ORGANISM                      PIC X(020).
           05 MCS-RESULT-DATE                   PIC 9(008).
      *> THE COMPLAINT OPENED AS THE INCIDENT FOR A FAILED RESULT
           05 MCS-INCIDENT-ID                   PIC 9(006).
