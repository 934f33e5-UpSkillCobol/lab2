      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVENTORY MANAGEMENT
      ******************************************************************
      *    HACCP CORRECTIVE-ACTION REGISTER - ONE OPEN ACTION PER
      *    FOOD-SAFETY EXCEPTION (OUT-OF-BAND STORAGE READING,
      *    RECEIVING REJECTION, QUALITY OR ALLERGEN COMPLAINT), WITH
      *    WHAT WAS DONE, WHO OWNS IT, WHEN IT IS DUE AND WHO
      *    VERIFIED IT | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-CORRACT.
           88 EOFCORRACT                        VALUE HIGH-VALUES.
           05 CRA-ID                            PIC 9(006).
           05 CRA-SOURCE                        PIC X(001).
               88 CRA-FROM-TEMPERATURE          VALUE "T".
               88 CRA-FROM-RECEIVING            VALUE "R".
               88 CRA-FROM-COMPLAINT            VALUE "C".
      *> THE EXCEPTION ITSELF - UNIT/DATE/SLOT, LOT OR COMPLAINT NO.
           05 CRA-SOURCE-REF                    PIC X(020).
           05 CRA-SITE-ID                       PIC 9(003).
           05 CRA-EXCEPTION-TEXT                PIC X(040).
           05 CRA-RAISED-DATE                   PIC 9(008).
           05 CRA-DUE-DATE                      PIC 9(008).
           05 CRA-ACTION-TEXT                   PIC X(050).
           05 CRA-RESPONSIBLE                   PIC X(030).
           05 CRA-ACTION-DATE                   PIC 9(008).
           05 CRA-STATUS                        PIC X(001).
               88 CRA-OPEN                      VALUE "O".
               88 CRA-ACTIONED                  VALUE "A".
               88 CRA-VERIFIED                  VALUE "V".
           05 CRA-VERIFIED-BY                   PIC X(008).
           05 CRA-VERIFIED-DATE                 PIC 9(008).
      *> SET ONCE THE OVERDUE ALERT HAS GONE ON THE OUTBOX
           05 CRA-OVERDUE-SENT                  PIC X(001).
               88 CRA-OVERDUE-WARNED            VALUE "Y".
