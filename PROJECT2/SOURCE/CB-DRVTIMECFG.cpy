      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DRIVER TIME SETTINGS | V1 | 15.10.2026
      ******************************************************************
      *    ONE RECORD (FILE DRVTIMECFG, SEE BWDRVTIME) WITH THE
      *    MINUTES USED TO ESTIMATE A ROUTE SHEET (BWROUTETIME):
      *    LOADING AT THE KITCHEN, HANDLING AT EACH STOP, A DRIVE
      *    BETWEEN STOPS OF THE SAME POSTAL ZONE (SAME CP4 OR SAME
      *    CPS LOCALITY) AND BETWEEN ZONES (ALSO THE DRIVE OUT TO THE
      *    FIRST STOP AND BACK FROM THE LAST), AND THE MOST HOURS A
      *    DRIVER SHOULD BE PLANNED ON ONE DAY.
      ******************************************************************
       01  DTC-DETAILS.
           05 DTC-LOAD-MINUTES                     PIC 9(003).
           05 DTC-STOP-MINUTES                     PIC 9(003).
           05 DTC-NEAR-MINUTES                     PIC 9(003).
           05 DTC-FAR-MINUTES                      PIC 9(003).
           05 DTC-MAX-DAY-HOURS                    PIC 9(002).
