      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | KITCHEN STAFF RECORD
      ******************************************************************
      *    ONE RECORD PER KITCHEN EMPLOYEE: HOME SITE (01 = MAIN
      *    KITCHEN), THE SKILLS THE PERSON MAY BE ROSTERED FOR ("Y" =
      *    HAS THE SKILL), THE HOURS CONTRACTED PER WEEK AND THE
      *    SANDWICHES THE PERSON ASSEMBLES IN AN HOUR ON THE LINE.
      *    MAINTAINED IN BWKSTAFF; ROSTERED IN BWROSTER; THE LINE
      *    OUTPUT GIVES THE ROSTERED CAPACITY (SEE BWROSTCAP)
      *    | V1 | 15.10.2026
      ******************************************************************
       01  KS-DETAILS.
           88 EOFKSTAFF                            VALUE HIGH-VALUES.
           05 KS-STAFF-ID                          PIC 9(004).
           05 KS-NAME                              PIC X(030).
           05 KS-SITE-ID                           PIC 9(002).
           05 KS-SKILLS.
               10 KS-SKILL-LINE                    PIC X(001).
               10 KS-SKILL-PREP                    PIC X(001).
               10 KS-SKILL-PACK                    PIC X(001).
               10 KS-SKILL-SUPERVISE               PIC X(001).
           05 KS-CONTRACT-HOURS                    PIC 9(002).
           05 KS-OUTPUT-PER-HOUR                   PIC 9(003).
           05 KS-IS-ACTIVE                         PIC 9(001).
               88 KS-ACTIVE                        VALUE 1.
           05 KS-CHANGED-DATE                      PIC 9(008).
