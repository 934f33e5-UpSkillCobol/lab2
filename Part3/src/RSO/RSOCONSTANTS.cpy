       78  REPORTORDERQUANTITY VALUE "QUANTITY".
       78  REPORTORDERDATE     VALUE "DATE".
       78  REPORTPAGE          VALUE "  PAGE:".
       78  REPORTBUSDATE       VALUE "   BUSINESS DATE:".

       78  REPORT-DONE VALUE "REPORT CREATED SUCESSFULLY | PRESS ANY KEY
      -    " TO CONTINUE".
