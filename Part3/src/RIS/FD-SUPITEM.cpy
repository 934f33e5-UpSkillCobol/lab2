      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION INGREDIENT SUPPLY
      ******************************************************************
      *    SUPPLIER ITEM CATALOGUE - HOW ONE SUPPLIER SELLS ONE OF OUR
      *    INGREDIENTS: ITS ARTICLE CODE, THE PACK IT COMES IN AND THE
      *    PACK SIZE IN OUR STOCK UNIT, PLUS THE MINIMUM AND MULTIPLE
      *    ORDER QUANTITIES, BOTH COUNTED IN PACKS | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-SUPITEM.
           88 EOFSUPITEM                        VALUE HIGH-VALUES.
           05 SIT-KEY.
               10 SIT-SUPPLIER-ID               PIC 9(003).
               10 SIT-INGRED-ID                 PIC 9(003).
      *> THE SUPPLIER'S OWN CODE, UNIQUE PER SUPPLIER
           05 SIT-ARTICLE-KEY.
               10 SIT-ART-SUPPLIER-ID           PIC 9(003).
               10 SIT-ARTICLE-CODE              PIC X(015).
           05 SIT-PACK-DESC                     PIC X(030).
           05 SIT-PACK-SIZE                     PIC 9(005).
           05 SIT-MIN-PACKS                     PIC 9(004).
           05 SIT-MULTIPLE-PACKS                PIC 9(004).
