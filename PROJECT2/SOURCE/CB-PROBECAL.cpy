      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PROBE CALIBRATION RECORD | V1 | 15.10.2026
      ******************************************************************
      *    ONE RECORD PER CALIBRATION OF A PROBE (SEE BWPROBES): THE
      *    REFERENCE TEMPERATURE, WHAT THE PROBE SHOWED, THE RESULT
      *    (P = PASSED, F = FAILED), WHO DID IT, THE CERTIFICATE AND
      *    THE NEXT DUE DATE IT SET. THE FILE IS APPEND-ONLY AND IS
      *    THE INSPECTOR'S PROOF BEHIND EVERY READING IN TEMPLOG.
      ******************************************************************
       01  PC-DETAILS.
           88 EOFPROBECAL                          VALUE HIGH-VALUES.
           05 PC-KEY.
               10 PC-PROBE-ID                      PIC 9(003).
               10 PC-DATE                          PIC 9(008).
           05 PC-REFERENCE                         PIC S9(003)V9.
           05 PC-MEASURED                          PIC S9(003)V9.
           05 PC-RESULT                            PIC X(001).
               88 PC-PASSED                        VALUE "P".
               88 PC-FAILED                        VALUE "F".
           05 PC-DONE-BY                           PIC X(020).
           05 PC-CERTIFICATE                       PIC X(020).
           05 PC-NEXT-DUE                          PIC 9(008).
