      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH AVAILABILITY WINDOW RECORD
      ******************************************************************
      *    ONE RECORD PER AVAILABILITY PERIOD OF A SANDWICH (SUMMER
      *    SALADS, THE CHRISTMAS SANDWICH, A TERM OF THE ROTATION),
      *    KEYED BY SANDWICH AND FIRST DAY. A SANDWICH WITH NO WINDOW
      *    IS ON THE MENU ALL YEAR; ONE WITH WINDOWS IS ON THE MENU
      *    ONLY FROM AV-FROM-DATE TO AV-TO-DATE INCLUSIVE OF ONE OF
      *    THEM. A YEARLY WINDOW REPEATS ON THE SAME DAYS EVERY YEAR
      *    FROM ITS FIRST YEAR ON (IT MAY RUN OVER THE NEW YEAR). SEE
      *    BWSRAVAIL / BWAVAILGATE | V1 | 15.10.2026
      ******************************************************************
       01  AV-DETAILS.
           88 EOFSRAVAIL                           VALUE HIGH-VALUES.
           05 AV-KEY.
               10 AV-SANDWICH-INTERNAL-ID          PIC 9(003).
               10 AV-FROM-DATE                     PIC 9(008).
           05 AV-TO-DATE                           PIC 9(008).
           05 AV-YEARLY                            PIC X(001).
               88 AV-REPEATS-YEARLY                VALUE "Y".
               88 VALID-AV-YEARLY                  VALUE "Y" "N".
           05 AV-REASON                            PIC X(030).
           05 AV-ENTERED-DATE                      PIC 9(008).
