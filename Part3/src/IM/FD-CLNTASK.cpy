      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    CLEANING TASK MASTER - ONE HACCP CLEANING TASK PER SITE,
      *    AREA (A BIN-ROOM ON FXBINLOC OR ANY OTHER KITCHEN AREA)
      *    AND FREQUENCY: EVERY SHIFT, DAILY, WEEKLY ON A WEEKDAY OR
      *    MONTHLY ON A DAY OF THE MONTH | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-CLNTASK.
           88 EOFCLNTASK                        VALUE HIGH-VALUES.
           05 CLT-KEY.
               10 CLT-SITE-ID                   PIC 9(003).
               10 CLT-TASK-ID                   PIC 9(004).
           05 CLT-AREA                          PIC X(010).
           05 CLT-DESCRIPTION                   PIC X(040).
           05 CLT-FREQUENCY                     PIC X(001).
               88 CLT-EVERY-SHIFT               VALUE "S".
               88 CLT-DAILY                     VALUE "D".
               88 CLT-WEEKLY                    VALUE "W".
               88 CLT-MONTHLY                   VALUE "M".
               88 CLT-FREQUENCY-VALID           VALUE "S" "D"
                                                      "W" "M".
      *> SHIFTS PER DAY FOR AN EVERY-SHIFT TASK
           05 CLT-SHIFTS                        PIC 9(001).
      *> 1 = MONDAY ... 7 = SUNDAY FOR A WEEKLY TASK
           05 CLT-WEEKDAY                       PIC 9(001).
      *> DAY OF THE MONTH FOR A MONTHLY TASK - A DAY THE MONTH DOES
      *> NOT HAVE FALLS ON ITS LAST DAY
           05 CLT-MONTH-DAY                     PIC 9(002).
           05 CLT-CRITICAL                      PIC X(001).
               88 CLT-IS-CRITICAL               VALUE "Y".
