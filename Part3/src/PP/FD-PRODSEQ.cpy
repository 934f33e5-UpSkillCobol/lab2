      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION PLANNING
      ******************************************************************
      *    PRODUCTION SEQUENCE - THE ORDER PPSCHED RUNS EACH SITE'S
      *    BATCHES IN FOR A DAY, ALLERGEN-FREE FIRST, WITH THE LINE
      *    CLEAN-DOWN NEEDED BEFORE A BATCH. RECIPECARD PRINTS ITS
      *    CARDS IN THIS ORDER | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-PRODSEQ.
           88 EOFPRODSEQ                        VALUE HIGH-VALUES.
           05 PSQ-KEY.
               10 PSQ-DATE                      PIC 9(008).
               10 PSQ-SITE-ID                   PIC 9(003).
               10 PSQ-SEQ                       PIC 9(003).
           05 PSQ-SANDWICH-ID                   PIC 9(003).
           05 PSQ-QUANTITY                      PIC 9(003).
      *> PLANNED START ON THE LINE, MINUTES FROM MIDNIGHT
           05 PSQ-START-MINUTES                 PIC 9(004).
      *> Y PER STATUTORY ALLERGEN CODE 1-14 (SEE FD-INGALRG)
           05 PSQ-ALRG-FLAGS                    PIC X(014).
           05 PSQ-CLEAN-DOWN                    PIC X(001).
               88 PSQ-CLEAN-BEFORE              VALUE "Y".
      *> THE ALLERGENS THE CLEAN-DOWN MUST REMOVE FROM THE LINE
           05 PSQ-CLEAN-FLAGS                   PIC X(014).
