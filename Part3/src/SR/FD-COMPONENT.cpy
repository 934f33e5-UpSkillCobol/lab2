      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICHES AND RECIPES
      ******************************************************************
      *    PREPARED COMPONENT - A FILLING, SAUCE OR SLICED ITEM THE
      *    KITCHEN MAKES IN BULK. THE COMPONENT IS REGISTERED ON THE
      *    INGREDIENT MASTER UNDER ITS OWN ID SO IT CAN STAND AS A
      *    LINE IN ANY SANDWICH RECIPE; THIS ROW MARKS THAT ID AS
      *    PREPARED IN-HOUSE AND CARRIES ITS BATCH YIELD
      *    V0.1 | 15.10.2026
      ******************************************************************

       01  FD-COMPONENT.
           88 EOFCOMPONENTS                     VALUE HIGH-VALUES.
           05 CMP-ID                            PIC 9(003).
      *> SANDWICH UNITS OF THE COMPONENT ONE BATCH OF ITS RECIPE
      *> MAKES
           05 CMP-BATCH-YIELD                   PIC 9(005).
      *> DAYS BEFORE THE DELIVERY DAY THE BATCH IS PREPARED
           05 CMP-LEAD-DAYS                     PIC 9(001).
