      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL CLOSURE RECORD
      ******************************************************************
      *    ONE RECORD PER CLOSURE PERIOD OF A SCHOOL (TERM BREAK, LOCAL
      *    HOLIDAY, ONE-OFF CLOSURE), KEYED BY SCHOOL AND FIRST DAY.
      *    NO DELIVERY IS TAKEN FOR THE SCHOOL FROM SC-FROM-DATE TO
      *    SC-TO-DATE INCLUSIVE (SEE BWCLOSURES / BWCLOSEGATE) | V1
      *    15.10.2026
      ******************************************************************
       01  SC-DETAILS.
           88 EOFSCHCLOSED                         VALUE HIGH-VALUES.
           05 SC-KEY.
               10 SC-SCHOOL-INTERNAL-ID            PIC 9(003).
               10 SC-FROM-DATE                     PIC 9(008).
           05 SC-TO-DATE                           PIC 9(008).
           05 SC-TYPE                              PIC X(001).
               88 SC-TERM-BREAK                    VALUE "T".
               88 SC-HOLIDAY                       VALUE "H".
               88 SC-ONE-OFF                       VALUE "C".
               88 VALID-SC-TYPE                    VALUE "T" "H" "C".
           05 SC-REASON                            PIC X(030).
           05 SC-SOURCE                            PIC X(001).
               88 SC-KEYED-IN                      VALUE "M".
               88 SC-FROM-SCHOOL-FILE              VALUE "F".
           05 SC-ENTERED-DATE                      PIC 9(008).
