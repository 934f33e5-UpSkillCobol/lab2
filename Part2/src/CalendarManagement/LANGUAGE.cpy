       78  CONFLICTS-TITLE2
           VALUE "D O W N T I M E   C O N F L I C T S".
       78  CONFLICTS-PAGE VALUE "PAGE".
       78  CONFLICTS-BUSDATE VALUE "   BUSINESS DATE:".
