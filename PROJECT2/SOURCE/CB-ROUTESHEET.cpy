      ******************************************************************
      *    BREADWICH | ROUTE SHEET AND ORDER ASSIGNMENT RECORDS | V1
      *    22.08.2026
      *    V2 | 15.10.2026 | THE KITCHEN SITE THE SHEET'S VAN LEAVES
      *    FROM (ZERO = SITE 01, THE MAIN KITCHEN). OLD FILES ARE
      *    CONVERTED WITH BWROUTECONV.
      ******************************************************************
       01  RT-DETAILS.
           88 EOFROUTES                            VALUE HIGH-VALUES.
               10 RT-SHEET                         PIC 9(002).
           05 RT-DRIVER-ID                         PIC 9(003).
           05 RT-VEHICLE-ID                        PIC 9(003).
           05 RT-SITE-ID                           PIC 9(002).
