      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DELIVERY ZONE
      *    V1 | 15.10.2026
      ******************************************************************
      *    ONE DELIVERY ZONE (FILE DELZONES, SEE BWDELZONES): THE RANGE
      *    OF POSTAL CODES (FIRST FOUR DIGITS, AS IN THE CPS FILE) IT
      *    COVERS, THE CHARGE PER DELIVERY TO A SCHOOL IN THE ZONE,
      *    AND THE MINIMUM ORDER VALUE (NET) PER DELIVERY BELOW WHICH
      *    THE SMALL-ORDER SURCHARGE IS ADDED. BILLED BY BWINVOICE.
      ******************************************************************
       01  DZ-DETAILS.
           88 EOFDELZONES                          VALUE HIGH-VALUES.
           05 DZ-ZONE-ID                           PIC 9(002).
           05 DZ-NAME                              PIC X(020).
           05 DZ-CP-FROM                           PIC 9(004).
           05 DZ-CP-TO                             PIC 9(004).
           05 DZ-CHARGE                            PIC 9(003)V99.
           05 DZ-MIN-ORDER                         PIC 9(005)V99.
           05 DZ-SURCHARGE                         PIC 9(003)V99.
