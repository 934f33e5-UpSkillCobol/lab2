      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REGISTRATION OF SANDWICH ORDERS
      ******************************************************************
      *    SCHOOL SATISFACTION SURVEY RESULT PER SCHOOL AND SANDWICH -
      *    ONE PAPER FORM KEYED, OR ONE LINE OF A PAPER/ONLINE BATCH
      *    IMPORTED WITH ITS AVERAGE SCORES | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-SURVEY.
           05 SVY-KEY.
               10 SVY-SCHOOL-ID                 PIC 9(003).
               10 SVY-SANDWICH-ID               PIC 9(003).
               10 SVY-DATE                      PIC 9(008).
               10 SVY-SEQ                       PIC 9(003).
      *> PUPILS THE SCORES STAND FOR - 1 FOR A SINGLE FORM
           05 SVY-RESPONSES                     PIC 9(004).
      *> SCORES 1.0 (POOR) TO 5.0 (VERY GOOD)
           05 SVY-TASTE                         PIC 9(001)V9.
           05 SVY-PORTION                       PIC 9(001)V9.
           05 SVY-PRESENTATION                  PIC 9(001)V9.
           05 SVY-COMMENT-CODE                  PIC 9(002).
               88 SVY-NO-COMMENT                VALUE 0.
               88 SVY-COMMENT-VALID             VALUE 0 THRU 9.
           05 SVY-SOURCE                        PIC X(001).
               88 SVY-FROM-PAPER                VALUE "P".
               88 SVY-FROM-ONLINE               VALUE "O".
           05 SVY-ENTRY                         PIC X(001).
               88 SVY-KEYED                     VALUE "K".
               88 SVY-IMPORTED                  VALUE "I".
           05 SVY-RECORDED-BY                   PIC X(008).
           05 SVY-RECORDED-DATE                 PIC 9(008).
