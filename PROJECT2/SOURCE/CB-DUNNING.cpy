      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVOICE DUNNING STATUS | V1 | 15.10.2026
      ******************************************************************
      *    ONE RECORD PER SCHOOL INVOICE THAT HAS HAD A DUNNING LETTER
      *    (FILE DUNNING, SEE BWDUNNING): THE HIGHEST LEVEL SENT AND
      *    THE DATE EACH LEVEL WENT OUT. A LEVEL IS NEVER SENT TWICE
      *    FOR THE SAME INVOICE.
      ******************************************************************
       01  DN-DETAILS.
           88 EOFDUNNING                           VALUE HIGH-VALUES.
           05 DN-INVOICE-NUMBER                    PIC 9(008).
           05 DN-SCHOOL-INTERNAL-ID                PIC 9(003).
           05 DN-LEVEL                             PIC 9(001).
           05 DN-LEVEL-DATE OCCURS 9 TIMES         PIC 9(008).
