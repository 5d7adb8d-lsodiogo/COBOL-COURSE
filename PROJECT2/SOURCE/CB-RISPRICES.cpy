      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | VALIDITY-DATED SUPPLIER PRICE HISTORY
      *    V1 | 15.10.2026
      ******************************************************************
      *    ONE ROW PER INGREDIENT/SUPPLIER PAIR AND VALID-FROM DATE
      *    (FILE RISPRICES, SEE BWPRICEIMP). OLD ROWS ARE NEVER
      *    OVERWRITTEN: A NEW PRICE LIST ADDS ROWS AND CLOSES THE ROW
      *    BEFORE IT (RPH-VALID-TO). THE PRICE IN FORCE IS CARRIED
      *    INTO THE PAIR'S RIS RECORD (FXRISSUPLY) ONCE ITS VALID-FROM
      *    DATE IS REACHED (RPH-APPLIED). A ROW DATED 00000000 KEEPS
      *    THE PRICE THE PAIR HAD BEFORE ITS FIRST IMPORTED LIST.
      ******************************************************************
       01  RPH-DETAILS.
           88 EOFRISPRICES                         VALUE HIGH-VALUES.
           05 RPH-KEY.
               10 RPH-ING-ID                       PIC 9(003).
               10 RPH-SUPPLIER-ID                  PIC 9(003).
               10 RPH-VALID-FROM                   PIC 9(008).
           05 RPH-PRICE                            PIC 9(003).
           05 RPH-VALID-TO                         PIC 9(008).
           05 RPH-IMPORTED-ON                      PIC 9(008).
           05 RPH-APPLIED                          PIC X(001).
               88 RPH-IS-APPLIED                   VALUE "Y".
