      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SYSTEM SERVICES
      ******************************************************************
      *    AD-HOC QUERY DATA DICTIONARY - ONE ROW PER FIELD A QUERY
      *    MAY NAME, TAKEN FROM THE FILE'S RECORD LAYOUT: WHERE THE
      *    FIELD SITS IN THE RECORD AND HOW TO READ IT. BUILT BY
      *    ADHOCQRY | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-QRYDICT.
           88 EOFQRYDICT                        VALUE HIGH-VALUES.
           05 QDD-KEY.
               10 QDD-FILE-CODE                 PIC X(014).
               10 QDD-FIELD-NAME                PIC X(030).
      *> FIRST BYTE OF THE FIELD IN THE RECORD, COUNTING FROM 1
           05 QDD-OFFSET                        PIC 9(004).
           05 QDD-LENGTH                        PIC 9(003).
      *> X TEXT, 9 UNSIGNED DISPLAY NUMBER WITH QDD-DECIMALS
      *> IMPLIED DECIMAL PLACES
           05 QDD-TYPE                          PIC X(001).
               88 QDD-IS-TEXT                   VALUE "X".
               88 QDD-IS-NUMBER                 VALUE "9".
           05 QDD-DECIMALS                      PIC 9(001).
