      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION BATCH INGREDIENT USAGE RECORD
      ******************************************************************
      *    ONE RECORD PER BATCH AND RECIPE INGREDIENT, WRITTEN WHEN
      *    THE BATCH'S CONSUMPTION IS POSTED: THE RECIPE QUANTITY FOR
      *    THE GOOD OUTPUT (FX-SR-ING, VERSION IN FORCE ON THE DAY),
      *    THE QUANTITY ACTUALLY USED AND ISSUED FROM STOCK, IN
      *    SANDWICH UNITS, AND THE LOTS THE ISSUE WAS DRAWN FROM
      *    (SEE BWPRODBATCH) | V1 | 15.10.2026
      ******************************************************************
       01  PU-DETAILS.
           88 EOFPRODUSAGE                         VALUE HIGH-VALUES.
           05 PU-KEY.
               10 PU-DATE                          PIC 9(008).
               10 PU-SITE                          PIC 9(002).
               10 PU-SANDWICH-ID                   PIC 9(003).
               10 PU-INGREDS-ID                    PIC 9(003).
           05 PU-STANDARD-QTY                      PIC 9(007).
           05 PU-ACTUAL-QTY                        PIC 9(007).
           05 PU-LOT-COUNT                         PIC 9(002).
           05 PU-LOT OCCURS 5 TIMES.
               10 PU-LOT-NUMBER                    PIC X(010).
               10 PU-LOT-QTY                       PIC 9(005).
