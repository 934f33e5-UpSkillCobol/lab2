      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    SATISFACTION SURVEY COMMENT CODES 01-09 | V0.1 | 15.10.2026
      ******************************************************************

       01  SVY-COMMENT-VALUES.
           05 FILLER PIC X(020) VALUE "LIKED AS IT IS".
           05 FILLER PIC X(020) VALUE "TOO DRY".
           05 FILLER PIC X(020) VALUE "TOO SALTY OR SPICY".
           05 FILLER PIC X(020) VALUE "BLAND".
           05 FILLER PIC X(020) VALUE "PORTION TOO SMALL".
           05 FILLER PIC X(020) VALUE "PORTION TOO LARGE".
           05 FILLER PIC X(020) VALUE "SOGGY BREAD".
           05 FILLER PIC X(020) VALUE "LOOKS UNAPPEALING".
           05 FILLER PIC X(020) VALUE "OTHER".
       01  SVY-COMMENT-TABLE REDEFINES SVY-COMMENT-VALUES.
           05 SVY-COMMENT-TEXT OCCURS 9 TIMES   PIC X(020).
