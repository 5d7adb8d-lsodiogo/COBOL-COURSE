      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | REPRICING SCENARIO LINE
      *    V1 | 15.10.2026
      ******************************************************************
      *    ONE COST CHANGE OF A WHAT-IF REPRICING SCENARIO (FILE
      *    REPRICESC, SEE BWREPRICE): A PERCENTAGE UP OR DOWN ON THE
      *    SUPPLIER PRICES OF ONE INGREDIENT ("I") OR ON EVERYTHING
      *    ONE SUPPLIER SELLS ("S"). WHEN BOTH APPLY TO A SUPPLIER
      *    PRICE THE TWO CHANGES ARE COMPOUNDED.
      ******************************************************************
       01  RS-DETAILS.
           88 EOFREPRICESC                         VALUE HIGH-VALUES.
           05 RS-KEY.
               10 RS-TYPE                          PIC X(001).
                   88 RS-INGREDIENT                VALUE "I".
                   88 RS-SUPPLIER                  VALUE "S".
               10 RS-ID                            PIC 9(003).
           05 RS-DIRECTION                         PIC X(001).
               88 RS-UP                            VALUE "+".
               88 RS-DOWN                          VALUE "-".
           05 RS-PCT                               PIC 9(003)V9.
