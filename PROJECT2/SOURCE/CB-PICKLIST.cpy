      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | FEFO LOT PICK LIST LINE
      *    V1 | 15.10.2026
      ******************************************************************
      *    ONE LINE PER PRODUCTION DAY, KITCHEN SITE, INGREDIENT AND
      *    LOT TO PICK (FILE BWPICKLIST, WRITTEN BY BWPRODPLAN): THE
      *    LOTS IN FIRST-EXPIRY-FIRST-OUT ORDER (PK-SEQ) AND HOW MUCH
      *    OF EACH, IN SANDWICH UNITS. THE ISSUE POSTING OF THE DAY'S
      *    PRODUCTION (BWSTOCKPOST, FROM BWPRODBATCH) DRAWS EXACTLY
      *    THESE LOTS AND KEEPS WHAT IT DREW IN PK-QTY-DRAWN.
      ******************************************************************
       01  PK-DETAILS.
           88 EOFPICKLIST                          VALUE HIGH-VALUES.
           05 PK-KEY.
               10 PK-DATE                          PIC 9(008).
               10 PK-SITE                          PIC 9(002).
               10 PK-INGREDS-ID                    PIC 9(003).
               10 PK-SEQ                           PIC 9(003).
           05 PK-LOT-NUMBER                        PIC X(010).
           05 PK-LOT-EXPIRY                        PIC 9(008).
           05 PK-QTY-PICK                          PIC 9(007).
           05 PK-QTY-DRAWN                         PIC 9(007).
