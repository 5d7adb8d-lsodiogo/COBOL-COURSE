      *    WARNING IN BWCAPGATE AND THE UTILIZATION LINES ON THE
      *    PRODUCTION SCHEDULE (BWPRODPLAN), SO AN OVERLOADED HOUR
      *    SHOWS UP THE NIGHT BEFORE AND NOT AT 07:45.
      *    V2 | 15.10.2026 | ON A DAY WITH SHIFTS ROSTERED AT THE SITE
      *    (SEE BWROSTER) THE ROSTERED LINE STAFF GIVE THE CAPACITY
      *    (BWROSTCAP); THE PROFILE COVERS THE DAYS NOT YET ROSTERED.
      ******************************************************************

       IDENTIFICATION DIVISION.
