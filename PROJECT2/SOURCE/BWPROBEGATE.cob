      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PROBE CALIBRATION CHECK | V1 | 15.10.2026
      ******************************************************************
      *    CALLED BY BWTEMPLOG WITH A PROBE AND A READING DATE.
      *    LK-STATUS RETURNS, WITH THE REASON:
      *    "U" - PROBE NOT ON THE MASTER OR NOT ACTIVE (REFUSED);
      *    "F" - ITS LAST CALIBRATION FAILED (OUT OF SERVICE, REFUSED);
      *    "O" - ITS CALIBRATION WAS DUE BEFORE THE DATE (FLAGGED);
      *    "K" - CALIBRATED AND IN DATE.
      *    WITHOUT THE PROBE MASTER EVERY PROBE IS "U" (SEE BWPROBES).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWPROBEGATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROBES ASSIGN TO "PROBES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PB-ID
              FILE STATUS IS PROBES-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROBES.
       COPY CB-PROBES.

       WORKING-STORAGE SECTION.
       77  PROBES-FS                            PIC 9(002).

       LINKAGE SECTION.
       01  LK-PROBE-GATE.
           05 LK-PROBE-ID                       PIC 9(003).
           05 LK-DATE                           PIC 9(008).
           05 LK-STATUS                         PIC X(001).
           05 LK-REASON                         PIC X(040).

       PROCEDURE DIVISION USING LK-PROBE-GATE.

       MAIN SECTION.
           MOVE "U" TO LK-STATUS
           MOVE "PROBE NOT ON THE PROBE MASTER" TO LK-REASON

           OPEN INPUT PROBES
           IF PROBES-FS NOT = 00 THEN
              EXIT PROGRAM
           END-IF

           MOVE LK-PROBE-ID TO PB-ID
           READ PROBES
              INVALID KEY
                 CLOSE PROBES
                 EXIT PROGRAM
           END-READ
           CLOSE PROBES

           MOVE SPACES TO LK-REASON
           IF NOT PB-ACTIVE THEN
              MOVE "PROBE IS NOT ACTIVE" TO LK-REASON
              EXIT PROGRAM
           END-IF
           IF PB-FAILED THEN
              MOVE "F" TO LK-STATUS
              STRING "FAILED CALIBRATION ON " PB-LAST-CAL-DATE
                 " - OUT OF SERVICE" INTO LK-REASON
              END-STRING
              EXIT PROGRAM
           END-IF
           IF PB-DUE-DATE < LK-DATE THEN
              MOVE "O" TO LK-STATUS
              STRING "CALIBRATION OVERDUE SINCE " PB-DUE-DATE
                 INTO LK-REASON
              END-STRING
              EXIT PROGRAM
           END-IF

           MOVE "K" TO LK-STATUS
           EXIT PROGRAM.

       END PROGRAM BWPROBEGATE.
