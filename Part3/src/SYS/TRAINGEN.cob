       FD  TRNSR.
       01  TRN-SR-REC.
           05 TRN-SR-IID                        PIC 9(003).
           05 FILLER                            PIC X(146).

       FD  TRNSRPRICES.
       01  TRN-SPB-REC.
