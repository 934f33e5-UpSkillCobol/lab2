      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DATA WAREHOUSE INTERFACE
      ******************************************************************
      *    DATA-WAREHOUSE RUN LEDGER - ONE ROW PER EXTRACT RUN, WITH
      *    ITS STATE, THE JOURNAL ENTRIES IT COVERED AND THE ROWS IT
      *    SENT PER FILE. A RUN NOT YET COMPLETE, OR ONE ASKED TO BE
      *    SENT AGAIN, IS RUN AGAIN UNDER THE SAME NUMBER
      *    | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-DWRUN.
           88 EOFDWRUN                          VALUE HIGH-VALUES.
           05 DWR-RUN-NO                        PIC 9(006).
           05 DWR-BUSINESS-DATE                 PIC 9(008).
           05 DWR-START-DATE                    PIC 9(008).
           05 DWR-START-TIME                    PIC 9(008).
           05 DWR-END-DATE                      PIC 9(008).
           05 DWR-END-TIME                      PIC 9(008).
           05 DWR-STATUS                        PIC X(001).
               88 DWR-STARTED                   VALUE "S".
               88 DWR-COMPLETE                  VALUE "C".
               88 DWR-RESEND                    VALUE "R".
      *> Y ON THE FIRST RUN, WHICH SENDS EVERY MASTER RECORD
           05 DWR-BASELINE                      PIC X(001).
           05 DWR-RESEND-COUNT                  PIC 9(003).
           05 DWR-RESEND-BY                     PIC X(008).
      *> FXMASTJRNL ENTRIES AFTER DWR-JRNL-FROM UP TO AND INCLUDING
      *> DWR-JRNL-TO, COUNTING FROM THE START OF THE JOURNAL
           05 DWR-JRNL-FROM                     PIC 9(009).
           05 DWR-JRNL-TO                       PIC 9(009).
      *> ROWS SENT PER FILE, IN THE ORDER ORDERS, ORDLINES,
      *> DELIVERY, INVOICES, STOCKMOV, PRODACT, DIMS
           05 DWR-FILE-ROWS OCCURS 7 TIMES      PIC 9(007).
