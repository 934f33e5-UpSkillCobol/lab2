      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    CERTIFICATION STAMP PER ISSUED INVOICE OR CREDIT NOTE -
      *    SERIES NUMBER, ATCUD AND THE HASH CHAINED TO THE PREVIOUS
      *    DOCUMENT OF THE SAME SERIES. WRITTEN ONCE, NEVER REWRITTEN
      *    | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-DOCSTAMP.
           88 EOFDOCSTAMPS                      VALUE HIGH-VALUES.
           05 DST-KEY.
               10 DST-DOC-TYPE                  PIC X(002).
               10 DST-DOC-ID                    PIC 9(006).
      *> WALKS A SERIES IN ISSUE ORDER FOR THE INTEGRITY CHECK
           05 DST-CHAIN-KEY.
               10 DST-CHAIN-TYPE                PIC X(002).
               10 DST-SERIES                    PIC X(010).
               10 DST-SEQ-NO                    PIC 9(006).
           05 DST-DOC-NO                        PIC X(020).
           05 DST-ATCUD                         PIC X(020).
           05 DST-DOC-DATE                      PIC 9(008).
           05 DST-CUSTOMER-ID                   PIC 9(003).
           05 DST-GROSS                         PIC 9(007)V99.
           05 DST-STAMP-DATE                    PIC 9(008).
           05 DST-STAMP-TIME                    PIC 9(008).
           05 DST-HASH                          PIC X(040).
