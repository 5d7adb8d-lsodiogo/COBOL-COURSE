      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DUNNING LEVEL | V1 | 15.10.2026
      ******************************************************************
      *    ONE RECORD PER DUNNING LEVEL (FILE DUNLEVELS, SEE
      *    BWDUNNING): THE DAYS AFTER THE INVOICE DATE AT WHICH AN
      *    OPEN INVOICE REACHES THE LEVEL, THE LETTER'S TITLE AND ITS
      *    TEXT. A HIGHER LEVEL NEEDS MORE DAYS. THE FILE STARTS WITH
      *    A FRIENDLY REMINDER AT 15 DAYS, A FORMAL LETTER AT 30 AND A
      *    CREDIT HOLD WARNING AT 60.
      ******************************************************************
       01  DL-DETAILS.
           88 EOFDUNLEVELS                         VALUE HIGH-VALUES.
           05 DL-LEVEL                             PIC 9(001).
           05 DL-DAYS                              PIC 9(003).
           05 DL-TITLE                             PIC X(030).
           05 DL-TEXT OCCURS 3 TIMES               PIC X(070).
