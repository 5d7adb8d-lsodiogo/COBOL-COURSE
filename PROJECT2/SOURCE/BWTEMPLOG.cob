      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | HACCP TEMPERATURE LOG | V1 | 03.09.2026
      *    V2 | 15.10.2026 | EVERY READING NAMES THE PROBE THAT TOOK
      *    IT (PROBE MASTER, SEE BWPROBES). A PROBE UNKNOWN, INACTIVE
      *    OR OUT OF SERVICE AFTER A FAILED CALIBRATION IS REFUSED; A
      *    PROBE OVERDUE FOR CALIBRATION IS ACCEPTED BUT THE READING
      *    IS FLAGGED. THE EXCEPTIONS REPORT LISTS THE FLAGGED
      *    READINGS AND THOSE TAKEN WITH A PROBE WHOSE NEXT
      *    CALIBRATION FAILED; THE DAY LOG SHOWS THE PROBE.
      ******************************************************************
      *    FOOD-SAFETY AUDITS REQUIRE DOCUMENTED TEMPERATURE CHECKS
      *    THAT UNTIL NOW LIVED ON A CLIPBOARD. READINGS ARE CAPTURED
              RECORD KEY IS RT-KEY
              FILE STATUS IS ROUTES-FS.

           SELECT PROBECAL ASSIGN TO "PROBECAL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PC-KEY
              FILE STATUS IS PROBECAL-FS.

           SELECT LOGPRINT ASSIGN TO "TEMPLOG.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOGPRINT-FS.
       FD  ROUTES.
       COPY CB-ROUTESHEET.

       FD  PROBECAL.
       COPY CB-PROBECAL.

       FD  LOGPRINT.
       01  LOG-LINE                             PIC X(120).

       WORKING-STORAGE SECTION.
       77  TEMPLOG-FS                           PIC 9(002).
       77  TEMPRANGE-FS                         PIC 9(002).
       77  ROUTES-FS                            PIC 9(002).
       77  LOGPRINT-FS                          PIC 9(002).
       77  PROBECAL-FS                          PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  SAW-ROUTE                            PIC X(001).
       77  DAY-HAS-SHEETS                       PIC X(001).
       77  READING-EDITED                       PIC ---9.9.
       77  WS-PROBE                             PIC 9(003).
       77  PROBE-MARK                           PIC X(050).
       77  COUNTED-FLAG                         PIC X(001).
       01  PROBE-GATE-CALL.
           05 PG-PROBE-ID                       PIC 9(003).
           05 PG-DATE                           PIC 9(008).
           05 PG-STATUS                         PIC X(001).
               88 PG-REFUSED                    VALUE "U" "F".
               88 PG-OVERDUE                    VALUE "O".
           05 PG-REASON                         PIC X(040).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
              BLANK WHEN ZERO.
           05 VALUE "TAKEN BY:" LINE 09 COL 56.
           05 SS-TAKEN PIC X(020) LINE 09 COL 66 TO WS-TAKEN-BY.
           05 VALUE "PROBE ID:" LINE 11 COL 10.
           05 SS-PROBE PIC 9(003) LINE 11 COL 20 TO WS-PROBE
              BLANK WHEN ZERO.

       01  RANGE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "POINT (1=PRODUCTION 2=ROUTE):" LINE 07 COL 20.
              COL 44.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  PROBE-REFUSED-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "READING REFUSED - PROBE" LINE 20 COL 20.
           05 PR-PROBE PIC 9(003) LINE 20 COL 44 FROM WS-PROBE.
           05 PR-REASON PIC X(040) LINE 20 COL 48 FROM PG-REASON.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  PROBE-FLAGGED-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "READING SAVED BUT FLAGGED - PROBE" LINE 20 COL 10.
           05 PF-PROBE PIC 9(003) LINE 20 COL 44 FROM WS-PROBE.
           05 PF-REASON PIC X(040) LINE 20 COL 48 FROM PG-REASON.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DONE - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.
      *    ROUTE SHEET THAT EXISTS FOR THE DATE.
      ******************************************************************
           MOVE ZEROS TO WS-DATE, WS-POINT, WS-SHEET, WS-ORDER,
              WS-READING, WS-TIME, WS-PROBE
           MOVE SPACES TO WS-TAKEN-BY
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
              EXIT SECTION
           END-IF

      *    THE PROBE MUST BE CALIBRATED AND IN SERVICE ON THE DATE OF
      *    THE READING.
           MOVE WS-PROBE TO PG-PROBE-ID
           MOVE WS-DATE TO PG-DATE
           CALL "BWPROBEGATE" USING PROBE-GATE-CALL
           IF PG-REFUSED THEN
              ACCEPT PROBE-REFUSED-SCREEN
              EXIT SECTION
           END-IF

           IF WS-POINT = 2 THEN
              OPEN INPUT ROUTES
              IF ROUTES-FS = 00 THEN
           MOVE WS-READING TO TL-READING
           MOVE WS-TIME TO TL-TIME
           MOVE WS-TAKEN-BY TO TL-TAKEN-BY
           MOVE WS-PROBE TO TL-PROBE-ID
           MOVE SPACES TO TL-PROBE-FLAG
           IF PG-OVERDUE THEN
              MOVE "O" TO TL-PROBE-FLAG
           END-IF
           WRITE TL-DETAILS
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE TEMPLOG

           IF PG-OVERDUE THEN
              ACCEPT PROBE-FLAGGED-SCREEN
           ELSE
              ACCEPT DONE-SCREEN
           END-IF
           EXIT SECTION.

       NEXT-LOG-SEQ SECTION.
      ******************************************************************
      *    LISTS THE OUT-OF-RANGE READINGS OF A DAY AND FLAGS MISSING
      *    CHECKS: A DAY WITHOUT A PRODUCTION READING, OR WITH ROUTE
      *    SHEETS BUT NO ROUTE READING. READINGS TAKEN WITH A PROBE
      *    OVERDUE FOR CALIBRATION, OR WITH A PROBE THAT FAILED ITS
      *    NEXT CALIBRATION, ARE LISTED AS PROBE EXCEPTIONS.
      ******************************************************************
           MOVE ZEROS TO WS-DATE
           DISPLAY CLEAR-SCREEN
              EXIT SECTION
           END-IF
           OPEN INPUT TEMPRANGE
           OPEN INPUT PROBECAL

           MOVE WS-DATE TO TL-DATE
           MOVE ZEROS TO TL-SEQ

           CLOSE TEMPLOG
           CLOSE TEMPRANGE
           IF PROBECAL-FS = 00 THEN
              CLOSE PROBECAL
           END-IF
           EXIT SECTION.

       CHECK-ONE-READING SECTION.
              END-READ
           END-IF

           MOVE "N" TO COUNTED-FLAG
           IF TL-READING < WS-MIN OR TL-READING > WS-MAX THEN
              ADD 1 TO COUNT-EXCEPTIONS
              MOVE "Y" TO COUNTED-FLAG
              MOVE TL-READING TO READING-EDITED
              MOVE SPACES TO LOG-LINE
              STRING "OUT OF RANGE: SEQ " TL-SEQ
              WRITE LOG-LINE
              END-WRITE
           END-IF

           PERFORM CHECK-READING-PROBE
           IF PROBE-MARK NOT = SPACES THEN
              IF COUNTED-FLAG = "N" THEN
                 ADD 1 TO COUNT-EXCEPTIONS
              END-IF
              MOVE TL-READING TO READING-EDITED
              MOVE SPACES TO LOG-LINE
              STRING "PROBE EXCEPTION: SEQ " TL-SEQ
                 " | " READING-EDITED " C"
                 " | PROBE " TL-PROBE-ID
                 " | " PROBE-MARK INTO LOG-LINE
              END-STRING
              WRITE LOG-LINE
              END-WRITE
           END-IF
           EXIT SECTION.

       CHECK-READING-PROBE SECTION.
      ******************************************************************
      *    PROBE-MARK IS SET WHEN THE READING IN TL-DETAILS WAS TAKEN
      *    WITH A PROBE OVERDUE FOR CALIBRATION, OR WHEN THE FIRST
      *    CALIBRATION OF THE PROBE ON OR AFTER THE READING DATE
      *    FAILED - THE READING CANNOT BE TRUSTED. READINGS FROM
      *    BEFORE PROBES WERE RECORDED (PROBE ZERO) ARE NOT MARKED.
      ******************************************************************
           MOVE SPACES TO PROBE-MARK
           IF TL-PROBE-ID = ZEROS THEN
              EXIT SECTION
           END-IF
           IF TL-PROBE-OVERDUE THEN
              MOVE "PROBE WAS OVERDUE FOR CALIBRATION" TO PROBE-MARK
           END-IF
           IF PROBECAL-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE TL-PROBE-ID TO PC-PROBE-ID
           MOVE TL-DATE TO PC-DATE
           START PROBECAL KEY IS NOT LESS THAN PC-KEY
              INVALID KEY
                 EXIT SECTION
           END-START
           READ PROBECAL NEXT RECORD
              AT END
                 EXIT SECTION
           END-READ
           IF PC-PROBE-ID = TL-PROBE-ID AND PC-FAILED THEN
              MOVE SPACES TO PROBE-MARK
              STRING "PROBE FAILED CALIBRATION ON " PC-DATE
                 INTO PROBE-MARK
              END-STRING
           END-IF
           EXIT SECTION.

       CHECK-DAY-SHEETS SECTION.
                          " | ORDER " TL-ORDERS-ID
                          " | " READING-EDITED " C"
                          " | AT " TL-TIME
                          " | BY " TL-TAKEN-BY
                          " | PROBE " TL-PROBE-ID
                          " " TL-PROBE-FLAG INTO LOG-LINE
                       END-STRING
                       WRITE LOG-LINE
                       END-WRITE
