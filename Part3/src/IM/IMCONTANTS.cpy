       78  REPORTNUMBERCONST   VALUE "NUMBER".
       78  REPORTNAMECONST     VALUE "NAME".
       78  REPORTPAGECONST     VALUE "PAGE".
       78  REPORTBUSDATECONST  VALUE "BUSINESS DATE".
       78  REPORTTITLECONST1
           VALUE "B R E A D W I C H   R E P O R T".
       78  REPORTTITLECONST2
