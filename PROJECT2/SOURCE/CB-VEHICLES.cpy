      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | VEHICLE MASTER RECORD | V1 | 22.08.2026
      *    V2 | 15.10.2026 | LOAD CAPACITY: THE NUMBER OF CRATES AND
      *    THE WEIGHT IN KG THE VAN CAN CARRY (ZERO = NOT CHECKED, SEE
      *    BWROUTES). OLD FILES ARE CONVERTED WITH BWROUTECONV.
      ******************************************************************
       01  VEH-DETAILS.
           88 EOFVEHICLES                          VALUE HIGH-VALUES.
           05 VEH-PLATE                            PIC X(010).
           05 VEH-DESCRIPTION                      PIC X(030).
           05 VEH-IS-ACTIVE                        PIC 9(001).
           05 VEH-MAX-CRATES                       PIC 9(003).
           05 VEH-MAX-WEIGHT-KG                    PIC 9(005).
