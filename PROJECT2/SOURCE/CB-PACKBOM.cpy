      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PACKAGING BILL OF MATERIALS LINE
      *    V1 | 15.10.2026
      ******************************************************************
      *    THE PACKAGING AND CONSUMABLES (BAGS, FILM, LABELS, NAPKINS,
      *    CRATE LINERS) A SANDWICH USES (FILE PACKBOM, SEE BWPACKBOM).
      *    THE ITEMS ARE BOUGHT, STOCKED AND REORDERED LIKE ANY OTHER
      *    FXINGREDS ITEM BUT ARE KEPT OUT OF THE RECIPES. SANDWICH
      *    000 MEANS EVERY SANDWICH. THE QUANTITY (IN THE ITEM'S
      *    SANDWICH UNIT) IS USED PER SANDWICH MADE ("S") OR PER ORDER
      *    LINE DELIVERED ("O", E.G. ONE CRATE LINER PER ORDER).
      ******************************************************************
       01  PKB-DETAILS.
           88 EOFPACKBOM                           VALUE HIGH-VALUES.
           05 PKB-KEY.
               10 PKB-SANDWICH-ID                  PIC 9(003).
               10 PKB-ITEM-ID                      PIC 9(003).
           05 PKB-BASIS                            PIC X(001).
               88 PKB-PER-SANDWICH                 VALUE "S".
               88 PKB-PER-ORDER                    VALUE "O".
           05 PKB-QTY                              PIC 9(003).
