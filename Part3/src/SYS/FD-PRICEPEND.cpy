      *    HERE INSTEAD OF GOING LIVE; ONLY A SUPERVISOR APPROVAL
      *    IN PRICEAPPR MAKES THEM REAL | V0.1 | 02.09.2026
      ******************************************************************
      *    BAD-DEBT WRITE-OFFS KEYED IN ARWRITEOFF WAIT IN THE SAME
      *    QUEUE: OLD VALUE IS THE BALANCE STILL OPEN, NEW VALUE THE
      *    AMOUNT TO WRITE OFF
      *    MANUAL JOURNAL ENTRIES ABOVE THE JNLENTRY THRESHOLD TOO:
      *    NEW VALUE IS THE ENTRY TOTAL (CAPPED AT WHAT THE FIELD
      *    HOLDS), THE FULL TOTAL TRAVELS IN THE PAYLOAD
      *    LATE-DELIVERY PENALTIES FROM PENRUN TOO: OLD VALUE IS WHAT
      *    THE CONTRACT RULE GAVE, NEW VALUE THE PENALTY LEFT UNDER
      *    THE MONTHLY CAP

       01  FD-PRICEPEND.
           88 EOFPRICEPEND                      VALUE HIGH-VALUES.
           05 PPD-KIND                          PIC X(001).
               88 PPD-KIND-SELL                 VALUE "S".
               88 PPD-KIND-SUPPLY               VALUE "R".
               88 PPD-KIND-WRITEOFF             VALUE "W".
               88 PPD-KIND-JOURNAL              VALUE "J".
               88 PPD-KIND-PENALTY              VALUE "L".
           05 PPD-OLD-VALUE                     PIC 9(005)V99.
           05 PPD-NEW-VALUE                     PIC 9(005)V99.
      *> SELF-REPORTED ROLE CODE OF WHOEVER KEYED THE CHANGE
               10 PPD-SUP-EXP                   PIC 9(008).
               10 PPD-SUP-RESORT                PIC X(001).
               10 FILLER                        PIC X(017).
           05 PPD-WRITEOFF REDEFINES PPD-PAYLOAD.
               10 PPD-WO-INV-ID                 PIC 9(006).
               10 FILLER                        PIC X(001).
               10 PPD-WO-REASON                 PIC X(033).
           05 PPD-JOURNAL REDEFINES PPD-PAYLOAD.
               10 PPD-JNL-ID                    PIC 9(006).
               10 FILLER                        PIC X(001).
               10 PPD-JNL-TOTAL                 PIC 9(008)V99.
               10 FILLER                        PIC X(001).
               10 PPD-JNL-DESC                  PIC X(022).
           05 PPD-PENALTY REDEFINES PPD-PAYLOAD.
               10 PPD-PEN-ORDER-ID              PIC 9(005).
               10 FILLER                        PIC X(001).
               10 PPD-PEN-SCHOOL-ID             PIC 9(003).
               10 FILLER                        PIC X(001).
               10 PPD-PEN-MINUTES               PIC 9(004).
               10 FILLER                        PIC X(001).
               10 PPD-PEN-DATE                  PIC 9(008).
               10 FILLER                        PIC X(017).
