      *    MASTER-FILE UPDATE JOURNAL RECORD - BEFORE/AFTER IMAGE OF
      *    EVERY REWRITE OR DELETE ON THE MASTER FILES, WITH WHO AND
      *    WHEN | V0.1 | 22.08.2026
      ******************************************************************
      *    PERSONAL-DATA ERASURE ENTRIES (E) NAME THE FIELDS CLEARED
      *    BUT NEVER THEIR VALUES | 15.10.2026
      ******************************************************************

       01  FD-MASTJRNL.
               88 MJR-ACTION-ADD                VALUE "A".
               88 MJR-ACTION-REWRITE            VALUE "R".
               88 MJR-ACTION-DELETE             VALUE "D".
      *> A SUPERVISOR LETTING A CONTROL BE BYPASSED - NO MASTER ROW
      *> CHANGES, THE AFTER IMAGE SAYS WHAT WAS ALLOWED THROUGH
               88 MJR-ACTION-OVERRIDE           VALUE "O".
      *> PERSONAL DATA ANONYMISED - THE BEFORE IMAGE ONLY LISTS THE
      *> FIELDS CLEARED, THE AFTER IMAGE IS THE ANONYMISED RECORD
      *> (SPACES WHEN THE ROW ITSELF WAS REMOVED)
               88 MJR-ACTION-ERASE              VALUE "E".
      *> SELF-REPORTED ROLE CODE OF WHOEVER MADE THE CHANGE
           05 MJR-USER-ROLE                     PIC 9(001).
           05 MJR-BEFORE-IMAGE                  PIC X(512).
