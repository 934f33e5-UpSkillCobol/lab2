      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    NAMED SPECIAL-DIET ORDER LINE - SITS BESIDE THE FX-ORDLINES
      *    LINE OF THE SAME KEY AND NAMES THE PUPIL IT IS MADE FOR.
      *    THE DIET AND ITS RESTRICTIONS ARE COPIED AS THEY STOOD WHEN
      *    THE ORDER WAS TAKEN | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-ORDDIET.
           88 EOFORDDIET                        VALUE HIGH-VALUES.
           05 ODT-KEY.
               10 ODT-ORDER-ID                  PIC 9(005).
               10 ODT-LINE-NO                   PIC 9(003).
           05 ODT-SCHOOL-ID                     PIC 9(003).
           05 ODT-PUPIL-REF                     PIC X(010).
           05 ODT-DIET-NAME                     PIC X(020).
      *> Y PER STATUTORY ALLERGEN CODE THE PUPIL MUST NOT HAVE
           05 ODT-ALRG-FLAGS                    PIC X(014).
