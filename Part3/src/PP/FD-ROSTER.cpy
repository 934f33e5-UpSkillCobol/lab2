      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION PLANNING
      ******************************************************************
      *    WEEKLY SHIFT ROSTER - THE HOURS ONE STAFF MEMBER IS ROSTERED
      *    ON EACH DAY OF A WEEK STARTING MONDAY. KEYED BY WEEK FIRST
      *    SO A WEEK'S ROSTER READS AS ONE RUN | V0.1 | 15.10.2026
      ******************************************************************

       01  FD-ROSTER.
           88 EOFROSTER                         VALUE HIGH-VALUES.
           05 ROS-KEY.
               10 ROS-WEEK-START                PIC 9(008).
               10 ROS-STAFF-ID                  PIC 9(004).
      *> THE STAFF MEMBER'S SITE WHEN THE ROSTER WAS KEYED
           05 ROS-SITE-ID                       PIC 9(003).
      *> MONDAY TO SUNDAY
           05 ROS-DAY-HOURS OCCURS 7 TIMES      PIC 9(002)V9.
