      *    THE SYSTEM ALREADY KNOWS: THE PRODUCTION RUN OF THE DAY OR
      *    A ROUTE SHEET STOP (SEE BWTEMPLOG). THE FILE IS APPEND-ONLY
      *    AND KEPT FOR THE INSPECTION PERIOD | V1 | 03.09.2026
      *    V2 | 15.10.2026 | THE PROBE THAT TOOK THE READING (SEE
      *    BWPROBES; ZERO = TAKEN BEFORE PROBES WERE RECORDED) AND
      *    "O" WHEN THE PROBE WAS OVERDUE FOR CALIBRATION AT THE TIME.
      ******************************************************************
       01  TL-DETAILS.
           88 EOFTEMPLOG                           VALUE HIGH-VALUES.
           05 TL-READING                           PIC S9(003)V9.
           05 TL-TIME                              PIC 9(004).
           05 TL-TAKEN-BY                          PIC X(020).
           05 TL-PROBE-ID                          PIC 9(003).
           05 TL-PROBE-FLAG                        PIC X(001).
               88 TL-PROBE-OVERDUE                 VALUE "O".
