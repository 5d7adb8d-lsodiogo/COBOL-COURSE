      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PROBE CALIBRATION REGISTER | V1 | 15.10.2026
      ******************************************************************
      *    PROVES TO THE FOOD INSPECTOR THAT THE THERMOMETERS AND
      *    PROBES USED FOR THE HACCP READINGS (SEE BWTEMPLOG) WERE
      *    CALIBRATED. THE PROBE MASTER (FILE PROBES) HOLDS EACH
      *    INSTRUMENT WITH ITS CALIBRATION INTERVAL, NEXT DUE DATE AND
      *    LAST RESULT; EVERY CALIBRATION IS KEPT IN FILE PROBECAL
      *    (REFERENCE AND MEASURED TEMPERATURE, RESULT, WHO, WHICH
      *    CERTIFICATE). A PASS SETS THE NEXT DUE DATE ONE INTERVAL ON;
      *    A FAIL TAKES THE PROBE OUT OF SERVICE UNTIL IT PASSES. THE
      *    DUE REPORT (PROBEDUE.RPT) LISTS THE ACTIVE PROBES OVERDUE,
      *    FAILED OR DUE IN THE NEXT 30 DAYS. BWTEMPLOG CHECKS THE
      *    PROBE OF EVERY READING THROUGH BWPROBEGATE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWPROBES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROBES ASSIGN TO "PROBES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PB-ID
              FILE STATUS IS PROBES-FS.

           SELECT PROBECAL ASSIGN TO "PROBECAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PC-KEY
              FILE STATUS IS PROBECAL-FS.

           SELECT DUEREPORT ASSIGN TO "PROBEDUE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DUEREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROBES.
       COPY CB-PROBES.

       FD  PROBECAL.
       COPY CB-PROBECAL.

       FD  DUEREPORT.
       01  DUE-LINE                             PIC X(120).

       WORKING-STORAGE SECTION.
       77  PROBES-FS                            PIC 9(002).
       77  PROBECAL-FS                          PIC 9(002).
       77  DUEREPORT-FS                         PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  ILIN                                 PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  NEW-PROBE                            PIC X(001).
       77  TODAY-DATE                           PIC 9(008).
       77  LIMIT-DATE                           PIC 9(008).
       77  DATE-INT                             PIC 9(008).
       77  DAYS-AHEAD                           PIC 9(003) VALUE 30.
       77  DAYS-LEFT                            PIC S9(005).
       77  DEVIATION                            PIC S9(003)V9.
       77  TOLERANCE                            PIC 9(001)V9 VALUE 0.5.
       77  STATUS-TEXT                          PIC X(012).
       77  COUNT-OVERDUE                        PIC 9(005).
       77  COUNT-FAILED                         PIC 9(005).
       77  COUNT-DUE-SOON                       PIC 9(005).
       77  EDIT-DAYS                            PIC -(4)9.
       77  EDIT-REFERENCE                       PIC ---9.9.
       77  EDIT-MEASURED                        PIC ---9.9.

       01  ENTRY-PROBE.
           05 ENTRY-ID                          PIC 9(003).
           05 ENTRY-DESCRIPTION                 PIC X(030).
           05 ENTRY-SERIAL                      PIC X(020).
           05 ENTRY-LOCATION                    PIC X(020).
           05 ENTRY-INTERVAL-DAYS               PIC 9(003).
           05 ENTRY-DUE-DATE                    PIC 9(008).
           05 ENTRY-IS-ACTIVE                   PIC 9(001).

       01  ENTRY-CAL.
           05 ENTRY-CAL-PROBE                   PIC 9(003).
           05 ENTRY-CAL-DATE                    PIC 9(008).
           05 ENTRY-REFERENCE                   PIC S9(003)V9.
           05 ENTRY-MEASURED                    PIC S9(003)V9.
           05 ENTRY-RESULT                      PIC X(001).
               88 ENTRY-VALID-RESULT            VALUE "P" "F".
           05 ENTRY-DONE-BY                     PIC X(020).
           05 ENTRY-CERTIFICATE                 PIC X(020).

       01  AUDIT-CALL.
           05 AC-PROGRAM                         PIC X(012).
           05 AC-ACTION                          PIC X(010).
           05 AC-KEY                             PIC X(020).
           05 AC-BEFORE                          PIC X(060).
           05 AC-AFTER                           PIC X(060).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  TITLE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "BREADWICH | PROBE CALIBRATION REGISTER"
              LINE 02 COL 40.
           05 VALUE "1 - ADD OR CHANGE A PROBE" LINE 08 COL 40.
           05 VALUE "2 - RECORD A CALIBRATION" LINE 10 COL 40.
           05 VALUE "3 - LIST A PROBE'S CALIBRATIONS" LINE 12 COL 40.
           05 VALUE "4 - CALIBRATION DUE REPORT" LINE 14 COL 40.
           05 VALUE "0 - EXIT" LINE 16 COL 40.
           05 VALUE "OPTION:" LINE 20 COL 40.
           05 SS-OPTION PIC 9(001) LINE 20 COL 48 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  ASK-PROBE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "PROBE ID:" LINE 06 COL 10.
           05 SS-A-PROBE PIC 9(003) LINE 06 COL 20 TO ENTRY-ID
              BLANK WHEN ZERO.

       01  PROBE-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "PROBE ID:" LINE 06 COL 10.
           05 PF-ID PIC 9(003) LINE 06 COL 20 FROM ENTRY-ID.
           05 VALUE "DESCRIPTION:" LINE 08 COL 10.
           05 SS-P-DESC PIC X(030) LINE 08 COL 30
              USING ENTRY-DESCRIPTION.
           05 VALUE "SERIAL NUMBER:" LINE 10 COL 10.
           05 SS-P-SERIAL PIC X(020) LINE 10 COL 30
              USING ENTRY-SERIAL.
           05 VALUE "KEPT AT:" LINE 12 COL 10.
           05 SS-P-LOCATION PIC X(020) LINE 12 COL 30
              USING ENTRY-LOCATION.
           05 VALUE "CALIBRATE EVERY (DAYS):" LINE 14 COL 10.
           05 SS-P-INTERVAL PIC 9(003) LINE 14 COL 34
              USING ENTRY-INTERVAL-DAYS.
           05 VALUE "NEXT DUE (YYYYMMDD):" LINE 16 COL 10.
           05 SS-P-DUE PIC 9(008) LINE 16 COL 31 USING ENTRY-DUE-DATE.
           05 VALUE "ACTIVE (1/0):" LINE 18 COL 10.
           05 SS-P-ACTIVE PIC 9(001) LINE 18 COL 24
              USING ENTRY-IS-ACTIVE.

       01  CAL-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "PROBE ID:" LINE 06 COL 10.
           05 SS-C-PROBE PIC 9(003) LINE 06 COL 20 TO ENTRY-CAL-PROBE
              BLANK WHEN ZERO.
           05 VALUE "CALIBRATED ON (YYYYMMDD):" LINE 06 COL 30.
           05 SS-C-DATE PIC 9(008) LINE 06 COL 56 USING ENTRY-CAL-DATE.
           05 VALUE "REFERENCE (C):" LINE 08 COL 10.
           05 SS-C-REFERENCE PIC S9(003)V9 LINE 08 COL 25
              TO ENTRY-REFERENCE.
           05 VALUE "PROBE SHOWED (C):" LINE 08 COL 36.
           05 SS-C-MEASURED PIC S9(003)V9 LINE 08 COL 54
              TO ENTRY-MEASURED.
           05 VALUE "RESULT (P PASSED / F FAILED, BLANK = +/- 0.5 C):"
              LINE 10 COL 10.
           05 SS-C-RESULT PIC X(001) LINE 10 COL 60 TO ENTRY-RESULT.
           05 VALUE "DONE BY:" LINE 12 COL 10.
           05 SS-C-DONE-BY PIC X(020) LINE 12 COL 19
              TO ENTRY-DONE-BY.
           05 VALUE "CERTIFICATE:" LINE 12 COL 42.
           05 SS-C-CERT PIC X(020) LINE 12 COL 55
              TO ENTRY-CERTIFICATE.

       01  CAL-RESULT-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "SAVED - RESULT:" LINE 22 COL 30.
           05 CR-RESULT PIC X(001) LINE 22 COL 46 FROM PC-RESULT.
           05 VALUE "NEXT DUE:" LINE 22 COL 50.
           05 CR-DUE PIC 9(008) LINE 22 COL 60 FROM PB-DUE-DATE.
           05 VALUE "- PRESS ANY KEY" LINE 23 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  CAL-LINE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 LINE ILIN COL 05.
               10 CL-DATE PIC 9(008) FROM PC-DATE.
               10 VALUE " REF ".
               10 CL-REF PIC ---9.9 FROM PC-REFERENCE.
               10 VALUE " SHOWED ".
               10 CL-MEAS PIC ---9.9 FROM PC-MEASURED.
               10 VALUE " ".
               10 CL-RESULT PIC X(001) FROM PC-RESULT.
               10 VALUE " BY ".
               10 CL-BY PIC X(020) FROM PC-DONE-BY.
               10 VALUE " CERT ".
               10 CL-CERT PIC X(020) FROM PC-CERTIFICATE.

       01  SAVED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "SAVED - PRESS ANY KEY" LINE 22 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NOT-FOUND-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "PROBE NOT FOUND - PRESS ANY KEY" LINE 22 COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  BAD-ENTRY-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "INCOMPLETE OR INVALID ENTRY - PRESS ANY KEY"
              LINE 22 COL 40.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  LIST-END-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "END OF LIST - PRESS ANY KEY" LINE 24 COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  REPORT-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "PROBEDUE.RPT WRITTEN | OVERDUE:" LINE 24 COL 15.
           05 RD-OVER PIC ZZZZ9 LINE 24 COL 47 FROM COUNT-OVERDUE.
           05 VALUE "FAILED:" LINE 24 COL 54.
           05 RD-FAIL PIC ZZZZ9 LINE 24 COL 62 FROM COUNT-FAILED.
           05 VALUE "DUE SOON:" LINE 24 COL 69.
           05 RD-SOON PIC ZZZZ9 LINE 24 COL 79 FROM COUNT-DUE-SOON.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           PERFORM CREATE-PROBE-FILES

           PERFORM UNTIL MAIN-OPTION = 0 AND KEYSTATUS NOT = 0
              MOVE ZEROS TO MAIN-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY TITLE-SCREEN
              ACCEPT SS-OPTION
              IF KEYSTATUS = 1003 OR MAIN-OPTION = 0 THEN
                 STOP RUN
              END-IF

              EVALUATE MAIN-OPTION
                 WHEN 1 PERFORM MAINTAIN-PROBE
                 WHEN 2 PERFORM RECORD-CALIBRATION
                 WHEN 3 PERFORM LIST-CALIBRATIONS
                 WHEN 4 PERFORM DUE-REPORT
              END-EVALUATE
           END-PERFORM
           STOP RUN.

       CREATE-PROBE-FILES SECTION.
           OPEN I-O PROBES
           IF PROBES-FS = 35 THEN
              OPEN OUTPUT PROBES
           END-IF
           CLOSE PROBES
           OPEN I-O PROBECAL
           IF PROBECAL-FS = 35 THEN
              OPEN OUTPUT PROBECAL
           END-IF
           CLOSE PROBECAL
           EXIT SECTION.

       MAINTAIN-PROBE SECTION.
      ******************************************************************
      *    ADDS A PROBE OR CHANGES ONE ON FILE. A NEW PROBE NEEDS THE
      *    DATE ITS FIRST CALIBRATION IS DUE (TODAY IF NOT KNOWN); THE
      *    LAST RESULT IS ONLY SET BY A CALIBRATION (OPTION 2).
      ******************************************************************
           INITIALIZE ENTRY-PROBE
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT ASK-PROBE-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-ID = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN I-O PROBES
           MOVE ENTRY-ID TO PB-ID
           READ PROBES
              INVALID KEY
                 MOVE "Y" TO NEW-PROBE
                 MOVE 365 TO ENTRY-INTERVAL-DAYS
                 MOVE TODAY-DATE TO ENTRY-DUE-DATE
                 MOVE 1 TO ENTRY-IS-ACTIVE
                 MOVE SPACES TO AC-BEFORE
              NOT INVALID KEY
                 MOVE "N" TO NEW-PROBE
                 MOVE PB-DESCRIPTION TO ENTRY-DESCRIPTION
                 MOVE PB-SERIAL TO ENTRY-SERIAL
                 MOVE PB-LOCATION TO ENTRY-LOCATION
                 MOVE PB-INTERVAL-DAYS TO ENTRY-INTERVAL-DAYS
                 MOVE PB-DUE-DATE TO ENTRY-DUE-DATE
                 MOVE PB-IS-ACTIVE TO ENTRY-IS-ACTIVE
                 MOVE SPACES TO AC-BEFORE
                 STRING "EVERY " PB-INTERVAL-DAYS " DUE " PB-DUE-DATE
                    " ACTIVE " PB-IS-ACTIVE
                    DELIMITED BY SIZE INTO AC-BEFORE
                 END-STRING
           END-READ

           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           DISPLAY PROBE-FORM-SCREEN
           ACCEPT PROBE-FORM-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE PROBES
              EXIT SECTION
           END-IF
           IF ENTRY-DESCRIPTION = SPACES
           OR ENTRY-INTERVAL-DAYS = ZEROS
           OR FUNCTION TEST-DATE-YYYYMMDD (ENTRY-DUE-DATE) NOT = 0
           OR ENTRY-IS-ACTIVE > 1 THEN
              CLOSE PROBES
              ACCEPT BAD-ENTRY-SCREEN
              EXIT SECTION
           END-IF

           IF NEW-PROBE = "Y" THEN
              MOVE ENTRY-ID TO PB-ID
              MOVE ZEROS TO PB-LAST-CAL-DATE
              MOVE SPACES TO PB-LAST-RESULT
           END-IF
           MOVE ENTRY-DESCRIPTION TO PB-DESCRIPTION
           MOVE ENTRY-SERIAL TO PB-SERIAL
           MOVE ENTRY-LOCATION TO PB-LOCATION
           MOVE ENTRY-INTERVAL-DAYS TO PB-INTERVAL-DAYS
           MOVE ENTRY-DUE-DATE TO PB-DUE-DATE
           MOVE ENTRY-IS-ACTIVE TO PB-IS-ACTIVE
           IF NEW-PROBE = "Y" THEN
              WRITE PB-DETAILS
              END-WRITE
           ELSE
              REWRITE PB-DETAILS
              END-REWRITE
           END-IF
           CLOSE PROBES

           MOVE "BWPROBES" TO AC-PROGRAM
           MOVE "PROBE" TO AC-ACTION
           MOVE SPACES TO AC-KEY, AC-AFTER
           MOVE PB-ID TO AC-KEY
           STRING "EVERY " PB-INTERVAL-DAYS " DUE " PB-DUE-DATE
              " ACTIVE " PB-IS-ACTIVE
              DELIMITED BY SIZE INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT SAVED-SCREEN
           EXIT SECTION.

       RECORD-CALIBRATION SECTION.
      ******************************************************************
      *    RECORDS A CALIBRATION AND UPDATES THE PROBE: A PASS MOVES
      *    THE NEXT DUE DATE ONE INTERVAL ON FROM THE CALIBRATION
      *    DATE, A FAIL LEAVES IT AND PUTS THE PROBE OUT OF SERVICE.
      *    WITHOUT A RESULT THE PROBE PASSES WHEN IT READ WITHIN
      *    0.5 C OF THE REFERENCE.
      ******************************************************************
           INITIALIZE ENTRY-CAL
           MOVE TODAY-DATE TO ENTRY-CAL-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT CAL-FORM-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-CAL-PROBE = ZEROS THEN
              EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE (ENTRY-RESULT) TO ENTRY-RESULT
           IF ENTRY-RESULT = SPACES THEN
              COMPUTE DEVIATION = ENTRY-MEASURED - ENTRY-REFERENCE
              IF DEVIATION < ZEROS THEN
                 COMPUTE DEVIATION = ZEROS - DEVIATION
              END-IF
              IF DEVIATION > TOLERANCE THEN
                 MOVE "F" TO ENTRY-RESULT
              ELSE
                 MOVE "P" TO ENTRY-RESULT
              END-IF
           END-IF
           IF NOT ENTRY-VALID-RESULT
           OR FUNCTION TEST-DATE-YYYYMMDD (ENTRY-CAL-DATE) NOT = 0
           OR ENTRY-CAL-DATE > TODAY-DATE
           OR ENTRY-DONE-BY = SPACES THEN
              ACCEPT BAD-ENTRY-SCREEN
              EXIT SECTION
           END-IF

           OPEN I-O PROBES
           MOVE ENTRY-CAL-PROBE TO PB-ID
           READ PROBES
              INVALID KEY
                 CLOSE PROBES
                 ACCEPT NOT-FOUND-SCREEN
                 EXIT SECTION
           END-READ

           OPEN I-O PROBECAL
           MOVE ENTRY-CAL-PROBE TO PC-PROBE-ID
           MOVE ENTRY-CAL-DATE TO PC-DATE
           MOVE ENTRY-REFERENCE TO PC-REFERENCE
           MOVE ENTRY-MEASURED TO PC-MEASURED
           MOVE ENTRY-RESULT TO PC-RESULT
           MOVE ENTRY-DONE-BY TO PC-DONE-BY
           MOVE ENTRY-CERTIFICATE TO PC-CERTIFICATE
           IF PC-PASSED THEN
              COMPUTE DATE-INT =
                 FUNCTION INTEGER-OF-DATE (PC-DATE) + PB-INTERVAL-DAYS
              COMPUTE PC-NEXT-DUE = FUNCTION DATE-OF-INTEGER (DATE-INT)
           ELSE
              MOVE PB-DUE-DATE TO PC-NEXT-DUE
           END-IF
           WRITE PC-DETAILS
              INVALID KEY
                 CLOSE PROBECAL
                 CLOSE PROBES
                 ACCEPT BAD-ENTRY-SCREEN
                 EXIT SECTION
           END-WRITE
           CLOSE PROBECAL

      *    AN OLDER CALIBRATION ENTERED LATE DOES NOT OVERRIDE THE
      *    PROBE'S CURRENT STATE.
           IF PC-DATE >= PB-LAST-CAL-DATE THEN
              MOVE PC-DATE TO PB-LAST-CAL-DATE
              MOVE PC-RESULT TO PB-LAST-RESULT
              MOVE PC-NEXT-DUE TO PB-DUE-DATE
              REWRITE PB-DETAILS
              END-REWRITE
           END-IF
           CLOSE PROBES

           MOVE "BWPROBES" TO AC-PROGRAM
           MOVE "CALIBRATE" TO AC-ACTION
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           STRING PC-PROBE-ID "/" PC-DATE
              DELIMITED BY SIZE INTO AC-KEY
           END-STRING
           MOVE PC-REFERENCE TO EDIT-REFERENCE
           MOVE PC-MEASURED TO EDIT-MEASURED
           STRING "REF " EDIT-REFERENCE " SHOWED " EDIT-MEASURED
              " RESULT " PC-RESULT " NEXT DUE " PC-NEXT-DUE
              DELIMITED BY SIZE INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT CAL-RESULT-SCREEN
           EXIT SECTION.

       LIST-CALIBRATIONS SECTION.
      ******************************************************************
      *    LISTS THE CALIBRATIONS OF ONE PROBE, OLDEST FIRST.
      ******************************************************************
           INITIALIZE ENTRY-PROBE
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT ASK-PROBE-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-ID = ZEROS THEN
              EXIT SECTION
           END-IF

           DISPLAY CLEAR-SCREEN
           MOVE 04 TO ILIN
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT PROBECAL
           MOVE ENTRY-ID TO PC-PROBE-ID
           MOVE ZEROS TO PC-DATE
           START PROBECAL KEY IS NOT LESS THAN PC-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ PROBECAL NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF PC-PROBE-ID NOT = ENTRY-ID THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       DISPLAY CAL-LINE-SCREEN
                       ADD 1 TO ILIN
                       IF ILIN > 20 THEN
                          ACCEPT LIST-END-SCREEN
                          DISPLAY CLEAR-SCREEN
                          MOVE 04 TO ILIN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROBECAL

           ACCEPT LIST-END-SCREEN
           EXIT SECTION.

       DUE-REPORT SECTION.
      ******************************************************************
      *    PROBEDUE.RPT: EVERY ACTIVE PROBE WITH ITS DUE DATE, LAST
      *    CALIBRATION AND STATUS - FAILED (OUT OF SERVICE), OVERDUE,
      *    DUE SOON (WITHIN 30 DAYS) OR OK.
      ******************************************************************
           MOVE ZEROS TO COUNT-OVERDUE, COUNT-FAILED, COUNT-DUE-SOON
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE)
              + DAYS-AHEAD
           COMPUTE LIMIT-DATE = FUNCTION DATE-OF-INTEGER (DATE-INT)

           OPEN INPUT PROBES
           IF PROBES-FS NOT = 00 THEN
              ACCEPT NOT-FOUND-SCREEN
              EXIT SECTION
           END-IF
           OPEN OUTPUT DUEREPORT

           MOVE SPACES TO DUE-LINE
           STRING "PROBE CALIBRATION DUE REPORT - " TODAY-DATE
              INTO DUE-LINE
           END-STRING
           WRITE DUE-LINE
           END-WRITE
           MOVE SPACES TO DUE-LINE
           MOVE "PROBE DESCRIPTION" TO DUE-LINE (1:17)
           MOVE "SERIAL" TO DUE-LINE (38:6)
           MOVE "DUE DATE LAST CAL RES" TO DUE-LINE (59:21)
           MOVE "STATUS" TO DUE-LINE (81:6)
           MOVE "DAYS" TO DUE-LINE (95:4)
           WRITE DUE-LINE
           END-WRITE
           MOVE ALL "-" TO DUE-LINE
           WRITE DUE-LINE
           END-WRITE

           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ PROBES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF PB-ACTIVE THEN
                       PERFORM WRITE-DUE-LINE
                    END-IF
              END-READ
           END-PERFORM

           MOVE SPACES TO DUE-LINE
           WRITE DUE-LINE
           END-WRITE
           STRING "OVERDUE: " COUNT-OVERDUE " | FAILED: " COUNT-FAILED
              " | DUE IN 30 DAYS: " COUNT-DUE-SOON INTO DUE-LINE
           END-STRING
           WRITE DUE-LINE
           END-WRITE

           CLOSE PROBES
           CLOSE DUEREPORT
           ACCEPT REPORT-DONE-SCREEN
           EXIT SECTION.

       WRITE-DUE-LINE SECTION.
           COMPUTE DAYS-LEFT = FUNCTION INTEGER-OF-DATE (PB-DUE-DATE)
              - FUNCTION INTEGER-OF-DATE (TODAY-DATE)
           EVALUATE TRUE
              WHEN PB-FAILED
                 MOVE "FAILED" TO STATUS-TEXT
                 ADD 1 TO COUNT-FAILED
              WHEN PB-DUE-DATE < TODAY-DATE
                 MOVE "OVERDUE" TO STATUS-TEXT
                 ADD 1 TO COUNT-OVERDUE
              WHEN PB-DUE-DATE <= LIMIT-DATE
                 MOVE "DUE SOON" TO STATUS-TEXT
                 ADD 1 TO COUNT-DUE-SOON
              WHEN OTHER
                 MOVE "OK" TO STATUS-TEXT
           END-EVALUATE

           MOVE DAYS-LEFT TO EDIT-DAYS
           MOVE SPACES TO DUE-LINE
           STRING PB-ID "   " PB-DESCRIPTION " " PB-SERIAL " "
              PB-DUE-DATE " " PB-LAST-CAL-DATE " " PB-LAST-RESULT
              "   " STATUS-TEXT " " EDIT-DAYS
              DELIMITED BY SIZE INTO DUE-LINE
           END-STRING
           WRITE DUE-LINE
           END-WRITE
           EXIT SECTION.

       END PROGRAM BWPROBES.
