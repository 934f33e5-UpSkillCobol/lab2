      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    DOCUMENT SERIES REGISTER - ONE SERIES PER DOCUMENT TYPE AND
      *    YEAR, HOLDING THE VALIDATION CODE THE TAX AUTHORITY GAVE
      *    FOR IT AND THE LAST NUMBER AND HASH ISSUED, SO THE NEXT
      *    DOCUMENT CHAINS ONTO THE LAST | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-DOCSERIES.
           88 EOFDOCSERIES                      VALUE HIGH-VALUES.
           05 DSR-KEY.
               10 DSR-DOC-TYPE                  PIC X(002).
                   88 DSR-TYPE-INVOICE          VALUE "FT".
                   88 DSR-TYPE-CREDIT           VALUE "NC".
                   88 DSR-TYPE-TRANSPORT        VALUE "GT".
                   88 DSR-TYPE-DEBIT            VALUE "ND".
               10 DSR-YEAR                      PIC 9(004).
           05 DSR-SERIES                        PIC X(010).
      *> SPACES UNTIL THE SERIES HAS BEEN COMMUNICATED - THE ATCUD
      *> IS THEN PRINTED AS "0"
           05 DSR-VALIDATION-CODE               PIC X(008).
           05 DSR-LAST-NUMBER                   PIC 9(006).
           05 DSR-LAST-HASH                     PIC X(040).
           05 DSR-LAST-DATE                     PIC 9(008).
           05 DSR-OPENED-DATE                   PIC 9(008).
