      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DRIVER WORKING TIME | V1 | 15.10.2026
      ******************************************************************
      *    KEEPS THE SETTINGS USED TO ESTIMATE HOW LONG A ROUTE SHEET
      *    TAKES (FILE DRVTIMECFG: LOADING, HANDLING PER STOP, DRIVES
      *    WITHIN AND BETWEEN POSTAL ZONES, DAILY LIMIT PER DRIVER -
      *    SEE BWROUTETIME) AND PRINTS THE WEEKLY DRIVER-HOURS REPORT
      *    (DRVHOURS.RPT): EVERY SHEET OF THE WEEK WITH ITS DRIVER,
      *    THE ESTIMATED START, RETURN AND WORKING TIME, AND THE TIME
      *    SEEN IN THE DELIVERY CONFIRMATIONS (FIRST TO LAST DLV-TIME
      *    PLUS THE SAME LOADING AND DRIVING OUT AND BACK), THEN THE
      *    TOTALS PER DRIVER. BWROUTES USES THE SAME ESTIMATE TO
      *    REFUSE OVERLAPPING SHEETS FOR ONE DRIVER.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWDRVTIME.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRVTIMECFG ASSIGN TO "DRVTIMECFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DRVTIMECFG-FS.

           SELECT DRIVERS ASSIGN TO "BWDRIVERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DRV-ID
              FILE STATUS IS DRIVERS-FS.

           SELECT ROUTES ASSIGN TO "BWROUTES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RT-KEY
              FILE STATUS IS ROUTES-FS.

           SELECT ROUTEORD ASSIGN TO "BWROUTEORD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RO-ORDERS-ID
              FILE STATUS IS ROUTEORD-FS.

           SELECT ORDERS ASSIGN TO "ORDERSFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT DELIVERYLOG ASSIGN TO "DELIVERYLOG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DLV-ORDERS-ID
              FILE STATUS IS DELIVERYLOG-FS.

           SELECT HOURSREPORT ASSIGN TO "DRVHOURS.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HOURSREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRVTIMECFG.
       COPY CB-DRVTIMECFG.

       FD  DRIVERS.
       COPY CB-ROUTES.

       FD  ROUTES.
       COPY CB-ROUTESHEET.

       FD  ROUTEORD.
       COPY CB-ROUTEORD.

       FD  ORDERS.
       COPY RSOFD.

       FD  DELIVERYLOG.
       COPY CB-DELIVERY.

       FD  HOURSREPORT.
       01  REP-LINE                             PIC X(120).

       WORKING-STORAGE SECTION.
       77  DRVTIMECFG-FS                        PIC 9(002).
       77  DRIVERS-FS                           PIC 9(002).
       77  ROUTES-FS                            PIC 9(002).
       77  ROUTEORD-FS                          PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  DELIVERYLOG-FS                       PIC 9(002).
       77  HOURSREPORT-FS                       PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  EOF-FLAG                             PIC X(001).
       77  LINE-EOF                             PIC X(001).
       77  FOUND-FLAG                           PIC X(001).
       77  WEEK-START                           PIC 9(008).
       77  WEEK-END                             PIC 9(008).
       77  DATE-INT                             PIC 9(008).
       77  SHEET-IDX                            PIC 9(003).
       77  SHEET-MAX                            PIC 9(003).
       77  DRIVER-IDX                           PIC 9(003).
       77  DRIVER-MAX                           PIC 9(003).
       77  FIRST-DLV                            PIC 9(004).
       77  LAST-DLV                             PIC 9(004).
       77  DLV-MINUTE-OF-DAY                    PIC 9(004).
       77  ACTUAL-MINUTES                       PIC 9(004).
       77  DIFF-MINUTES                         PIC S9(005).
       77  SHOW-MINUTES                         PIC 9(005).
       77  SHOW-HH                              PIC 9(003).
       77  SHOW-MM                              PIC 9(002).
       77  EDIT-DIFF                            PIC -(4)9.
       77  EDIT-STOPS                           PIC ZZ9.

       01  ENTRY-SETTINGS.
           05 ENTRY-LOAD-MINUTES                PIC 9(003).
           05 ENTRY-STOP-MINUTES                PIC 9(003).
           05 ENTRY-NEAR-MINUTES                PIC 9(003).
           05 ENTRY-FAR-MINUTES                 PIC 9(003).
           05 ENTRY-MAX-DAY-HOURS               PIC 9(002).

       01  ROUTE-TIME-CALL.
           05 RTC-DATE                          PIC 9(008).
           05 RTC-SHEET                         PIC 9(002).
           05 RTC-STOPS                         PIC 9(003).
           05 RTC-START-MINUTE                  PIC 9(004).
           05 RTC-END-MINUTE                    PIC 9(004).
           05 RTC-MINUTES                       PIC 9(004).
           05 RTC-STOPS-MINUTES                 PIC 9(004).
           05 RTC-MAX-DAY-MINUTES               PIC 9(004).

      *    THE WEEK'S SHEETS, IN DATE AND SHEET ORDER.
       01  SHEET-TABLE.
           05 SHEET-ENTRY OCCURS 300 TIMES.
               10 SH-DATE                       PIC 9(008).
               10 SH-SHEET                      PIC 9(002).
               10 SH-DRIVER-ID                  PIC 9(003).

      *    TOTALS PER DRIVER; ACTUAL AND ITS PLAN ONLY FOR THE SHEETS
      *    THAT HAVE DELIVERY CONFIRMATIONS.
       01  DRIVER-TABLE.
           05 DRIVER-ENTRY OCCURS 100 TIMES.
               10 DT-DRIVER-ID                  PIC 9(003).
               10 DT-SHEETS                     PIC 9(003).
               10 DT-PLANNED                    PIC 9(005).
               10 DT-CONFIRMED-PLAN             PIC 9(005).
               10 DT-ACTUAL                     PIC 9(005).

       01  TIME-TEXT.
           05 TIME-HH                           PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ":".
           05 TIME-MM                           PIC 9(002).
       01  HOURS-TEXT.
           05 HOURS-HH                          PIC ZZ9.
           05 FILLER                            PIC X(001) VALUE ":".
           05 HOURS-MM                          PIC 9(002).
       01  START-TEXT                           PIC X(005).
       01  END-TEXT                             PIC X(005).
       01  PLAN-TEXT                            PIC X(006).
       01  ACTUAL-TEXT                          PIC X(006).
       01  FIRST-TEXT                           PIC X(005).
       01  LAST-TEXT                            PIC X(005).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  TITLE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "BREADWICH | DRIVER WORKING TIME" LINE 02 COL 44.
           05 VALUE "1 - ROUTE TIME SETTINGS" LINE 08 COL 40.
           05 VALUE "2 - WEEKLY DRIVER-HOURS REPORT" LINE 10 COL 40.
           05 VALUE "0 - EXIT" LINE 12 COL 40.
           05 VALUE "OPTION:" LINE 14 COL 40.
           05 SS-OPTION PIC 9(001) LINE 14 COL 48 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  SETTINGS-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "LOADING AT THE KITCHEN (MINUTES):" LINE 16
              COL 10.
           05 SS-LOAD PIC 9(003) LINE 16 COL 52
              USING ENTRY-LOAD-MINUTES.
           05 VALUE "HANDLING AT EACH STOP (MINUTES):" LINE 17
              COL 10.
           05 SS-STOP PIC 9(003) LINE 17 COL 52
              USING ENTRY-STOP-MINUTES.
           05 VALUE "DRIVE WITHIN A POSTAL ZONE (MINUTES):" LINE 18
              COL 10.
           05 SS-NEAR PIC 9(003) LINE 18 COL 52
              USING ENTRY-NEAR-MINUTES.
           05 VALUE "DRIVE BETWEEN ZONES, OUT, BACK (MINUTES):"
              LINE 19 COL 10.
           05 SS-FAR PIC 9(003) LINE 19 COL 52
              USING ENTRY-FAR-MINUTES.
           05 VALUE "MOST HOURS PER DRIVER PER DAY:" LINE 20 COL 10.
           05 SS-MAX PIC 9(002) LINE 20 COL 52
              USING ENTRY-MAX-DAY-HOURS.

       01  WEEK-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "FIRST DAY OF THE WEEK (YYYYMMDD):" LINE 16
              COL 10.
           05 SS-WEEK PIC 9(008) LINE 16 COL 44 TO WEEK-START
              BLANK WHEN ZERO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "SAVED - PRESS ANY KEY" LINE 22 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  REPORT-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "REPORT WRITTEN TO DRVHOURS.RPT - PRESS ANY KEY"
              LINE 22 COL 40.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM UNTIL MAIN-OPTION = 0 AND KEYSTATUS NOT = 0
              MOVE ZEROS TO MAIN-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY TITLE-SCREEN
              ACCEPT SS-OPTION
              IF KEYSTATUS = 1003 OR MAIN-OPTION = 0 THEN
                 STOP RUN
              END-IF

              EVALUATE MAIN-OPTION
                 WHEN 1 PERFORM SET-TIME-SETTINGS
                 WHEN 2 PERFORM WEEKLY-HOURS-REPORT
              END-EVALUATE
           END-PERFORM
           STOP RUN.

       SET-TIME-SETTINGS SECTION.
      ******************************************************************
      *    SHOWS AND CHANGES THE ROUTE TIME SETTINGS. UNTIL THEY ARE
      *    FIRST SAVED BWROUTETIME WORKS WITH ITS OWN DEFAULTS, SHOWN
      *    HERE.
      ******************************************************************
           MOVE 030 TO ENTRY-LOAD-MINUTES
           MOVE 010 TO ENTRY-STOP-MINUTES
           MOVE 010 TO ENTRY-NEAR-MINUTES
           MOVE 025 TO ENTRY-FAR-MINUTES
           MOVE 09 TO ENTRY-MAX-DAY-HOURS
           OPEN INPUT DRVTIMECFG
           IF DRVTIMECFG-FS = 00 THEN
              READ DRVTIMECFG
                 AT END
                    CONTINUE
                 NOT AT END
                    IF DTC-DETAILS IS NUMERIC THEN
                       MOVE DTC-DETAILS TO ENTRY-SETTINGS
                    END-IF
              END-READ
              CLOSE DRVTIMECFG
           END-IF

           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT SETTINGS-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-MAX-DAY-HOURS = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN OUTPUT DRVTIMECFG
           MOVE ENTRY-SETTINGS TO DTC-DETAILS
           WRITE DTC-DETAILS
           END-WRITE
           CLOSE DRVTIMECFG

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       WEEKLY-HOURS-REPORT SECTION.
      ******************************************************************
      *    SEVEN DAYS FROM THE DATE GIVEN: ONE LINE PER SHEET, THEN
      *    THE TOTALS PER DRIVER.
      ******************************************************************
           MOVE ZEROS TO WEEK-START
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT WEEK-SCREEN
           IF KEYSTATUS = 1003 OR WEEK-START = ZEROS THEN
              EXIT SECTION
           END-IF
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE (WEEK-START)
              + 6
           COMPUTE WEEK-END = FUNCTION DATE-OF-INTEGER (DATE-INT)

           PERFORM LOAD-WEEK-SHEETS
           INITIALIZE DRIVER-TABLE
           MOVE ZEROS TO DRIVER-MAX

           OPEN OUTPUT HOURSREPORT
           MOVE SPACES TO REP-LINE
           STRING "DRIVER HOURS | WEEK " WEEK-START " TO " WEEK-END
              INTO REP-LINE
           END-STRING
           WRITE REP-LINE
           MOVE SPACES TO REP-LINE
           WRITE REP-LINE
           MOVE "DATE     SHEET DRIVER STOPS START  BACK  PLANNED"
              TO REP-LINE
           MOVE "FIRST DLV LAST DLV  ACTUAL  DIFF MIN"
              TO REP-LINE (52:36)
           WRITE REP-LINE

           OPEN INPUT ROUTEORD
           OPEN INPUT ORDERS
           OPEN INPUT DELIVERYLOG
           PERFORM VARYING SHEET-IDX FROM 1 BY 1
              UNTIL SHEET-IDX > SHEET-MAX
              PERFORM REPORT-ONE-SHEET
           END-PERFORM
           IF ROUTEORD-FS = 00 THEN
              CLOSE ROUTEORD
           END-IF
           IF ORDERS-FS = 00 THEN
              CLOSE ORDERS
           END-IF
           IF DELIVERYLOG-FS = 00 THEN
              CLOSE DELIVERYLOG
           END-IF

           PERFORM REPORT-DRIVER-TOTALS
           CLOSE HOURSREPORT

           ACCEPT REPORT-DONE-SCREEN
           EXIT SECTION.

       LOAD-WEEK-SHEETS SECTION.
           MOVE ZEROS TO SHEET-MAX
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ROUTES
           IF ROUTES-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           MOVE WEEK-START TO RT-DATE
           MOVE ZEROS TO RT-SHEET
           START ROUTES KEY IS NOT LESS THAN RT-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ ROUTES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF RT-DATE > WEEK-END THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF SHEET-MAX < 300 THEN
                          ADD 1 TO SHEET-MAX
                          MOVE RT-DATE TO SH-DATE (SHEET-MAX)
                          MOVE RT-SHEET TO SH-SHEET (SHEET-MAX)
                          MOVE RT-DRIVER-ID TO
                             SH-DRIVER-ID (SHEET-MAX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ROUTES
           EXIT SECTION.

       REPORT-ONE-SHEET SECTION.
      ******************************************************************
      *    THE ACTUAL TIME COUNTS THE SAME LOADING, DRIVE OUT, LAST
      *    STOP AND DRIVE BACK AS THE ESTIMATE, AROUND THE FIRST TO
      *    LAST CONFIRMED DELIVERY TIME.
      ******************************************************************
           MOVE SH-DATE (SHEET-IDX) TO RTC-DATE
           MOVE SH-SHEET (SHEET-IDX) TO RTC-SHEET
           CALL "BWROUTETIME" USING ROUTE-TIME-CALL

           PERFORM FIND-DRIVER-ROW
           ADD 1 TO DT-SHEETS (DRIVER-IDX)
           ADD RTC-MINUTES TO DT-PLANNED (DRIVER-IDX)

           PERFORM FIND-SHEET-DELIVERIES

           MOVE RTC-START-MINUTE TO SHOW-MINUTES
           PERFORM FORMAT-TIME
           MOVE TIME-TEXT TO START-TEXT
           MOVE RTC-END-MINUTE TO SHOW-MINUTES
           PERFORM FORMAT-TIME
           MOVE TIME-TEXT TO END-TEXT
           MOVE RTC-MINUTES TO SHOW-MINUTES
           PERFORM FORMAT-HOURS
           MOVE HOURS-TEXT TO PLAN-TEXT
           MOVE RTC-STOPS TO EDIT-STOPS

           MOVE SPACES TO REP-LINE
           IF FIRST-DLV = 9999 THEN
              STRING SH-DATE (SHEET-IDX) " " SH-SHEET (SHEET-IDX)
                 "    " SH-DRIVER-ID (SHEET-IDX) "    " EDIT-STOPS
                 "   " START-TEXT " " END-TEXT " " PLAN-TEXT
                 "   NOT CONFIRMED"
                 INTO REP-LINE
              END-STRING
              WRITE REP-LINE
              EXIT SECTION
           END-IF

           COMPUTE ACTUAL-MINUTES = LAST-DLV - FIRST-DLV
              + RTC-MINUTES - RTC-STOPS-MINUTES
           COMPUTE DIFF-MINUTES = ACTUAL-MINUTES - RTC-MINUTES
           ADD RTC-MINUTES TO DT-CONFIRMED-PLAN (DRIVER-IDX)
           ADD ACTUAL-MINUTES TO DT-ACTUAL (DRIVER-IDX)

           MOVE FIRST-DLV TO SHOW-MINUTES
           PERFORM FORMAT-TIME
           MOVE TIME-TEXT TO FIRST-TEXT
           MOVE LAST-DLV TO SHOW-MINUTES
           PERFORM FORMAT-TIME
           MOVE TIME-TEXT TO LAST-TEXT
           MOVE ACTUAL-MINUTES TO SHOW-MINUTES
           PERFORM FORMAT-HOURS
           MOVE HOURS-TEXT TO ACTUAL-TEXT
           MOVE DIFF-MINUTES TO EDIT-DIFF

           STRING SH-DATE (SHEET-IDX) " " SH-SHEET (SHEET-IDX)
              "    " SH-DRIVER-ID (SHEET-IDX) "    " EDIT-STOPS
              "   " START-TEXT " " END-TEXT " " PLAN-TEXT
              "   " FIRST-TEXT "     " LAST-TEXT "     " ACTUAL-TEXT
              "  " EDIT-DIFF
              INTO REP-LINE
           END-STRING
           WRITE REP-LINE
           EXIT SECTION.

       FIND-SHEET-DELIVERIES SECTION.
      ******************************************************************
      *    FIRST-DLV / LAST-DLV: THE EARLIEST AND LATEST CONFIRMATION
      *    TIME OF THE SHEET'S ORDERS, IN MINUTES (9999 WHEN NONE). A
      *    CONFIRMATION MAY BE KEYED AGAINST THE ORDER OR ONE OF ITS
      *    LINES.
      ******************************************************************
           MOVE 9999 TO FIRST-DLV
           MOVE ZEROS TO LAST-DLV
           IF ROUTEORD-FS NOT = 00 OR DELIVERYLOG-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           MOVE SPACES TO EOF-FLAG
           MOVE ZEROS TO RO-ORDERS-ID
           START ROUTEORD KEY IS NOT LESS THAN RO-ORDERS-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ ROUTEORD NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF RO-DATE = SH-DATE (SHEET-IDX)
                    AND RO-SHEET = SH-SHEET (SHEET-IDX) THEN
                       PERFORM FIND-ORDER-DELIVERY
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       FIND-ORDER-DELIVERY SECTION.
           MOVE "N" TO FOUND-FLAG
           MOVE RO-ORDERS-ID TO DLV-ORDERS-ID
           READ DELIVERYLOG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO FOUND-FLAG
           END-READ

           IF FOUND-FLAG = "N" AND ORDERS-FS = 00 THEN
              MOVE SPACES TO LINE-EOF
              MOVE RO-ORDERS-ID TO FD-ORDERS-HEADER-ID
              START ORDERS KEY IS EQUAL FD-ORDERS-HEADER-ID
                 INVALID KEY
                    MOVE "Y" TO LINE-EOF
              END-START
              PERFORM UNTIL LINE-EOF = "Y" OR FOUND-FLAG = "Y"
                 READ ORDERS NEXT RECORD
                    AT END
                       MOVE "Y" TO LINE-EOF
                    NOT AT END
                       IF FD-ORDERS-HEADER-ID NOT = RO-ORDERS-ID THEN
                          MOVE "Y" TO LINE-EOF
                       ELSE
                          MOVE FD-ORDERS-ID TO DLV-ORDERS-ID
                          READ DELIVERYLOG
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                MOVE "Y" TO FOUND-FLAG
                          END-READ
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF FOUND-FLAG = "N" OR DLV-TIME IS NOT NUMERIC
           OR DLV-TIME = ZEROS THEN
              EXIT SECTION
           END-IF
           COMPUTE DLV-MINUTE-OF-DAY = DLV-HOUR * 60 + DLV-MINUTE
           IF DLV-MINUTE-OF-DAY < FIRST-DLV THEN
              MOVE DLV-MINUTE-OF-DAY TO FIRST-DLV
           END-IF
           IF DLV-MINUTE-OF-DAY > LAST-DLV THEN
              MOVE DLV-MINUTE-OF-DAY TO LAST-DLV
           END-IF
           EXIT SECTION.

       FIND-DRIVER-ROW SECTION.
      *    DRIVER-IDX = THE ROW OF THE SHEET'S DRIVER, ADDED IF NEW.
           PERFORM VARYING DRIVER-IDX FROM 1 BY 1
              UNTIL DRIVER-IDX > DRIVER-MAX
              OR DT-DRIVER-ID (DRIVER-IDX) = SH-DRIVER-ID (SHEET-IDX)
              CONTINUE
           END-PERFORM
           IF DRIVER-IDX > DRIVER-MAX THEN
              IF DRIVER-MAX < 100 THEN
                 ADD 1 TO DRIVER-MAX
              END-IF
              MOVE DRIVER-MAX TO DRIVER-IDX
              MOVE SH-DRIVER-ID (SHEET-IDX) TO DT-DRIVER-ID (DRIVER-IDX)
           END-IF
           EXIT SECTION.

       REPORT-DRIVER-TOTALS SECTION.
           MOVE SPACES TO REP-LINE
           WRITE REP-LINE
           MOVE "TOTALS PER DRIVER" TO REP-LINE
           WRITE REP-LINE
           MOVE "DRIVER NAME                  SHEETS  PLANNED"
              TO REP-LINE
           MOVE "CONFIRMED: PLANNED  ACTUAL  DIFF MIN"
              TO REP-LINE (48:36)
           WRITE REP-LINE

           OPEN INPUT DRIVERS
           PERFORM VARYING DRIVER-IDX FROM 1 BY 1
              UNTIL DRIVER-IDX > DRIVER-MAX
              MOVE SPACES TO DRV-NAME
              IF DRIVERS-FS = 00 THEN
                 MOVE DT-DRIVER-ID (DRIVER-IDX) TO DRV-ID
                 READ DRIVERS
                    INVALID KEY
                       MOVE SPACES TO DRV-NAME
                 END-READ
              END-IF
              MOVE DT-PLANNED (DRIVER-IDX) TO SHOW-MINUTES
              PERFORM FORMAT-HOURS
              MOVE HOURS-TEXT TO PLAN-TEXT
              MOVE DT-SHEETS (DRIVER-IDX) TO EDIT-STOPS
              MOVE SPACES TO REP-LINE
              STRING DT-DRIVER-ID (DRIVER-IDX) "    " DRV-NAME (1:25)
                 "   " EDIT-STOPS "   " PLAN-TEXT
                 INTO REP-LINE
              END-STRING
              MOVE DT-CONFIRMED-PLAN (DRIVER-IDX) TO SHOW-MINUTES
              PERFORM FORMAT-HOURS
              MOVE HOURS-TEXT TO REP-LINE (59:6)
              MOVE DT-ACTUAL (DRIVER-IDX) TO SHOW-MINUTES
              PERFORM FORMAT-HOURS
              MOVE HOURS-TEXT TO REP-LINE (67:6)
              COMPUTE DIFF-MINUTES = DT-ACTUAL (DRIVER-IDX)
                 - DT-CONFIRMED-PLAN (DRIVER-IDX)
              MOVE DIFF-MINUTES TO EDIT-DIFF
              MOVE EDIT-DIFF TO REP-LINE (75:5)
              WRITE REP-LINE
           END-PERFORM
           IF DRIVERS-FS = 00 THEN
              CLOSE DRIVERS
           END-IF
           EXIT SECTION.

       FORMAT-TIME SECTION.
      *    SHOW-MINUTES AS A TIME OF DAY HH:MM IN TIME-TEXT.
           DIVIDE SHOW-MINUTES BY 60 GIVING SHOW-HH
              REMAINDER SHOW-MM
           MOVE SHOW-HH TO TIME-HH
           MOVE SHOW-MM TO TIME-MM
           EXIT SECTION.

       FORMAT-HOURS SECTION.
      *    SHOW-MINUTES AS A LENGTH OF TIME HHH:MM IN HOURS-TEXT.
           DIVIDE SHOW-MINUTES BY 60 GIVING SHOW-HH
              REMAINDER SHOW-MM
           MOVE SHOW-HH TO HOURS-HH
           MOVE SHOW-MM TO HOURS-MM
           EXIT SECTION.
