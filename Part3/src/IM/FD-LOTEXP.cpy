           05 LOTX-WRITTEN-OFF                 PIC X(001).
               88 LOTX-IS-WRITTEN-OFF          VALUE "Y".
               88 LOTX-STILL-LIVE              VALUE "N".
      *> QUARANTINE HOLD - A HELD LOT IS KEPT OUT OF PICKING AND OUT
      *> OF AVAILABLE STOCK UNTIL LOTHOLD RELEASES OR DESTROYS IT.
      *> SPACE = NEVER HELD
           05 LOTX-HOLD-DETAILS.
               10 LOTX-HOLD-STATUS             PIC X(001).
                   88 LOTX-ON-HOLD             VALUE "H".
                   88 LOTX-HOLD-RELEASED       VALUE "R".
                   88 LOTX-HOLD-DESTROYED      VALUE "D".
               10 LOTX-HOLD-REASON             PIC X(001).
                   88 LOTX-HOLD-TEMPERATURE    VALUE "T".
                   88 LOTX-HOLD-COMPLAINT      VALUE "C".
                   88 LOTX-HOLD-RECALL         VALUE "R".
                   88 LOTX-HOLD-OTHER          VALUE "O".
                   88 LOTX-HOLD-REASON-VALID   VALUE "T" "C"
                                                     "R" "O".
               10 LOTX-HOLD-NOTE               PIC X(030).
               10 LOTX-HOLD-BY                 PIC X(008).
               10 LOTX-HOLD-DATE               PIC 9(008).
      *> WHAT WAS LEFT OF THE LOT, AND WHERE, WHEN IT WENT ON HOLD
               10 LOTX-HOLD-QTY                PIC 9(006).
               10 LOTX-HOLD-SITE               PIC 9(003).
               10 LOTX-DECIDED-BY              PIC X(008).
               10 LOTX-DECIDED-DATE            PIC 9(008).
