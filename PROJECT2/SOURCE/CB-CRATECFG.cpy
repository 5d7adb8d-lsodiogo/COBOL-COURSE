      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | CRATE PACKING SETTINGS | V1 | 15.10.2026
      ******************************************************************
      *    ONE RECORD (FILE CRATECFG, SEE BWCRATES): HOW MANY
      *    SANDWICHES GO IN ONE CRATE, THE WEIGHT OF A PACKED SANDWICH
      *    AND OF AN EMPTY CRATE IN GRAMS. EVERY STOP GETS ITS OWN
      *    CRATES, SO A STOP NEEDS ITS QUANTITY DIVIDED BY THE CRATE
      *    SIZE, ROUNDED UP (SEE BWROUTES).
      ******************************************************************
       01  CRC-DETAILS.
           05 CRC-SANDWICHES-PER-CRATE             PIC 9(003).
           05 CRC-SANDWICH-GRAMS                   PIC 9(004).
           05 CRC-CRATE-GRAMS                      PIC 9(005).
