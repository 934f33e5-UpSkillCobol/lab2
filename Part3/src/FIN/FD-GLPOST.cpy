      *> WHICH FEEDER WROTE THE LEG - RSOBILL / ARPAY / APINV / IMVAL
           05 GLP-SOURCE                        PIC X(010).
           05 GLP-SOURCE-REF                    PIC X(015).
      *> KITCHEN THE LEG BELONGS TO - ZERO IS THE CENTRAL COST CENTRE,
      *> USED FOR COMPANY-WIDE LEGS AND ANY LEG THE FEEDER COULD NOT
      *> TRACE TO A KITCHEN
           05 GLP-SITE-ID                       PIC 9(003).
               88 GLP-SITE-CENTRAL              VALUE ZEROS.
