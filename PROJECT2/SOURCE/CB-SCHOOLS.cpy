      *     V0.2 | IN UPDATE | 03.09.2026 | PER-SCHOOL ORDER CUT-OFF
      *        OVERRIDE IN HOURS BEFORE DELIVERY (ZERO = USE THE
      *        DEFAULT FROM CUTOFFCFG, SEE BWCUTOFF / BWCUTGATE)
      *     V0.3 | IN UPDATE | 15.10.2026 | KITCHEN SITE THAT PRODUCES
      *        THE SCHOOL'S ORDERS BY DEFAULT (ZERO = SITE 01, THE
      *        MAIN KITCHEN; SEE BWSCHSITE)
      ******************************************************************
       01  SCHOOL-DETAILS.
           88 EOFSCHOOLS                           VALUE HIGH-VALUES.
               10 SCHOOL-DELIVERY-START            PIC 9(002).
               10 SCHOOL-DELIVERY-END              PIC 9(002).
           05 SCHOOL-CUTOFF-HOURS                  PIC 9(002).
           05 SCHOOL-PRODUCING-SITE                PIC 9(002).
