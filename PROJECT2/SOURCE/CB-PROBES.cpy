      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | THERMOMETER / PROBE MASTER | V1 | 15.10.2026
      ******************************************************************
      *    ONE RECORD PER INSTRUMENT USED FOR THE HACCP TEMPERATURE
      *    READINGS (SEE BWPROBES): WHERE IT IS KEPT, HOW OFTEN IT IS
      *    CALIBRATED, WHEN THE NEXT CALIBRATION IS DUE AND THE DATE
      *    AND RESULT OF THE LAST ONE (P = PASSED, F = FAILED, SPACE =
      *    NEVER CALIBRATED HERE). A PROBE THAT FAILED IS OUT OF
      *    SERVICE UNTIL IT PASSES AGAIN (SEE BWPROBEGATE).
      ******************************************************************
       01  PB-DETAILS.
           88 EOFPROBES                            VALUE HIGH-VALUES.
           05 PB-ID                                PIC 9(003).
           05 PB-DESCRIPTION                       PIC X(030).
           05 PB-SERIAL                            PIC X(020).
           05 PB-LOCATION                          PIC X(020).
           05 PB-INTERVAL-DAYS                     PIC 9(003).
           05 PB-DUE-DATE                          PIC 9(008).
           05 PB-LAST-CAL-DATE                     PIC 9(008).
           05 PB-LAST-RESULT                       PIC X(001).
               88 PB-PASSED                        VALUE "P".
               88 PB-FAILED                        VALUE "F".
           05 PB-IS-ACTIVE                         PIC 9(001).
               88 PB-ACTIVE                        VALUE 1.
