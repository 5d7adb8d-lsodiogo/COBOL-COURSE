      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION BATCH RECORD
      ******************************************************************
      *    ONE BATCH PER PRODUCTION DAY, KITCHEN SITE AND SANDWICH:
      *    THE QUANTITY PLANNED (THE DAY'S ORDERS, SEE BWPRODPLAN),
      *    WHAT THE LINE ACTUALLY MADE GOOD AND SPOILED, WHEN IT RAN
      *    AND THE SUPERVISOR WHO SIGNED IT OFF. ONCE THE INGREDIENT
      *    CONSUMPTION IS POSTED FROM THE ACTUAL OUTPUT THE BATCH IS
      *    CLOSED (SEE BWPRODBATCH AND CB-PRODUSAGE) | V1 | 15.10.2026
      ******************************************************************
       01  PB-DETAILS.
           88 EOFPRODBATCH                         VALUE HIGH-VALUES.
           05 PB-KEY.
               10 PB-DATE                          PIC 9(008).
               10 PB-SITE                          PIC 9(002).
               10 PB-SANDWICH-ID                   PIC 9(003).
           05 PB-PLANNED-QTY                       PIC 9(005).
           05 PB-GOOD-QTY                          PIC 9(005).
           05 PB-REJECT-QTY                        PIC 9(005).
           05 PB-START-TIME.
               10 PB-START-HOUR                    PIC 9(002).
               10 PB-START-MINUTE                  PIC 9(002).
           05 PB-END-TIME.
               10 PB-END-HOUR                      PIC 9(002).
               10 PB-END-MINUTE                    PIC 9(002).
           05 PB-SUPERVISOR                        PIC X(020).
           05 PB-STATUS                            PIC X(001).
               88 PB-RECORDED                      VALUE "R".
               88 PB-POSTED                        VALUE "P".
           05 PB-POSTED-DATE                       PIC 9(008).
