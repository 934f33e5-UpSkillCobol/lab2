      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICHES AND RECIPES
      ******************************************************************
      *    EFFECTIVE-DATED PREPARED COMPONENT RECIPE LINE - QUANTITY
      *    OF A PURCHASED INGREDIENT (IN ITS SANDWICH UNITS) FOR ONE
      *    BATCH OF THE COMPONENT. THE LINE IN FORCE ON A DATE IS THE
      *    ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER IT (QUANTITY
      *    ZERO = REMOVED), AS ON FX-SR-ING-V | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-COMPRECV.
           88 EOFCOMPRECV                       VALUE HIGH-VALUES.
           05 CRV-KEY.
               10 CRV-COMPONENT-ID              PIC 9(003).
               10 CRV-INGREDIENT-ID             PIC 9(003).
               10 CRV-EFFECTIVE-DATE            PIC 9(008).
           05 CRV-QTD                           PIC 9(005).
