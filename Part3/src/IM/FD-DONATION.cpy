           05 DON-SOURCE                        PIC X(001).
               88 DON-SOURCE-CREDNOTE           VALUE "C".
               88 DON-SOURCE-LOT                VALUE "L".
      *> LOAD BROUGHT BACK FROM A FAILED DELIVERY - REFERENCE IS THE
      *> CANCELLED ORDER
               88 DON-SOURCE-FAILED             VALUE "F".
      *> THE CREDIT-NOTE ID OR THE BATCH LOT DONATED
           05 DON-REFERENCE                     PIC X(010).
      *> SANDWICH ID FOR A CREDIT-NOTE RETURN, INGREDIENT ID FOR A
