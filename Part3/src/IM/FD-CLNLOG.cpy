      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    CLEANING LOG - ONE ROW PER TASK AND SHIFT DUE ON A DAY,
      *    WRITTEN BY THE DAILY TASK LIST AND SIGNED OFF WITH WHO
      *    CLEANED AND WHEN. A ROW STILL DUE AFTER ITS DAY IS A
      *    MISSED TASK | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-CLNLOG.
           88 EOFCLNLOG                         VALUE HIGH-VALUES.
           05 CLL-KEY.
               10 CLL-DATE                      PIC 9(008).
               10 CLL-SITE-ID                   PIC 9(003).
               10 CLL-TASK-ID                   PIC 9(004).
               10 CLL-SHIFT                     PIC 9(001).
      *> COPIED FROM THE MASTER WHEN THE ROW IS DUE
           05 CLL-AREA                          PIC X(010).
           05 CLL-DESCRIPTION                   PIC X(040).
           05 CLL-CRITICAL                      PIC X(001).
               88 CLL-IS-CRITICAL               VALUE "Y".
           05 CLL-STATUS                        PIC X(001).
               88 CLL-DUE                       VALUE "D".
               88 CLL-DONE                      VALUE "C".
           05 CLL-DONE-BY                       PIC X(020).
           05 CLL-DONE-TIME                     PIC 9(004).
           05 CLL-SIGNED-BY                     PIC X(008).
           05 CLL-SIGNED-DATE                   PIC 9(008).
