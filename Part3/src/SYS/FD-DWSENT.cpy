      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DATA WAREHOUSE INTERFACE
      ******************************************************************
      *    DATA-WAREHOUSE SENT ROWS - THE LAST ROW SENT FOR EVERY
      *    FACT RECORD, SO EACH RUN SENDS ONLY WHAT IS NEW, CHANGED OR
      *    GONE SINCE. ROWS ARE NEVER REMOVED | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-DWSENT.
           88 EOFDWSENT                         VALUE HIGH-VALUES.
           05 DWS-KEY.
      *> OR ORDERS, OL ORDER LINES, DL DELIVERIES, IV INVOICES,
      *> SM STOCK MOVEMENTS, PA PRODUCTION ACTUALS
               10 DWS-SUBJECT                   PIC X(002).
               10 DWS-RECORD-KEY                PIC X(030).
      *> THE RUN THAT LAST SENT THIS ROW, AND THE CHANGE IT SENT
           05 DWS-SENT-RUN                      PIC 9(006).
           05 DWS-CHANGE                        PIC X(001).
               88 DWS-CHANGE-NEW                VALUE "N".
               88 DWS-CHANGE-CHANGED            VALUE "C".
               88 DWS-CHANGE-DELETED            VALUE "D".
           05 DWS-STATE                         PIC X(001).
               88 DWS-LIVE                      VALUE "L".
               88 DWS-GONE                      VALUE "D".
      *> THE LAST RUN THAT FOUND THE RECORD ON ITS LIVE FILE
           05 DWS-SEEN-RUN                      PIC 9(006).
           05 DWS-ROW-IMAGE                     PIC X(200).
