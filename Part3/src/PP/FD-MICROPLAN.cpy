      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION PLANNING
      ******************************************************************
      *    MICROBIOLOGY SAMPLING PLAN - ONE ROW PER SITE AND SANDWICH:
      *    A SAMPLE GOES TO THE LAB EVERY N PRODUCTION DAYS. PPLABEL
      *    KEEPS THE COUNT OF PRODUCTION DAYS SINCE THE LAST SAMPLE
      *    | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-MICROPLAN.
           88 EOFMICROPLAN                      VALUE HIGH-VALUES.
           05 MCP-KEY.
               10 MCP-SITE-ID                   PIC 9(003).
               10 MCP-SANDWICH-ID               PIC 9(003).
           05 MCP-EVERY-DAYS                    PIC 9(003).
      *> A HIGH-RISK PRODUCT'S BATCH IS HELD FROM DISPATCH UNTIL
      *> ITS SAMPLE PASSES
           05 MCP-HIGH-RISK                     PIC X(001).
               88 MCP-IS-HIGH-RISK              VALUE "Y".
           05 MCP-LAST-PROD-DATE                PIC 9(008).
           05 MCP-DAYS-SINCE                    PIC 9(003).
