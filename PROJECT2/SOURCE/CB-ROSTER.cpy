      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | KITCHEN SHIFT ROSTER RECORD
      ******************************************************************
      *    ONE SHIFT PER EMPLOYEE AND DAY: THE SITE WORKED, THE ROLE
      *    (L = SANDWICH LINE, P = PREPARATION, K = PACKING, S =
      *    SUPERVISION) AND THE START AND END TIME. ONLY LINE SHIFTS
      *    MAKE SANDWICHES, SO ONLY THEY COUNT TOWARDS THE ROSTERED
      *    CAPACITY (SEE BWROSTCAP) AND THE LABOUR HOURS SET AGAINST
      *    THE DAY'S LOAD (SEE BWROSTER) | V1 | 15.10.2026
      ******************************************************************
       01  RO-DETAILS.
           88 EOFROSTER                            VALUE HIGH-VALUES.
           05 RO-KEY.
               10 RO-DATE                          PIC 9(008).
               10 RO-STAFF-ID                      PIC 9(004).
           05 RO-SITE-ID                           PIC 9(002).
           05 RO-ROLE                              PIC X(001).
               88 RO-ROLE-LINE                     VALUE "L".
               88 RO-ROLE-PREP                     VALUE "P".
               88 RO-ROLE-PACK                     VALUE "K".
               88 RO-ROLE-SUPERVISE                VALUE "S".
               88 RO-VALID-ROLE                    VALUE "L" "P" "K"
                                                         "S".
           05 RO-START-TIME.
               10 RO-START-HOUR                    PIC 9(002).
               10 RO-START-MINUTE                  PIC 9(002).
           05 RO-END-TIME.
               10 RO-END-HOUR                      PIC 9(002).
               10 RO-END-MINUTE                    PIC 9(002).
           05 RO-CHANGED-DATE                      PIC 9(008).
