      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ORDER FORECAST FOR PRE-PRODUCTION PLANNING | V1
      *    15.10.2026
      ******************************************************************
      *    FORECAST-INGREDS WORKS ONLY FROM THE ORDERS ALREADY ON FILE,
      *    AND MANY SCHOOLS ORDER LATE. THE FORECAST RUN PROJECTS THE
      *    QUANTITIES PER SCHOOL, SANDWICH AND WEEKDAY FOR THE NEXT 2
      *    TO 4 WEEKS FROM THE ORDER HISTORY (ORDERSFILE AND THE
      *    ARCHIVE, ORDERSARCHIVE):
      *    - THE HISTORY WINDOW IS THE LAST N WEEKS (DEFAULT 8). THE
      *      AVERAGE OF A SCHOOL, SANDWICH AND WEEKDAY IS THE QUANTITY
      *      ORDERED IN THE WINDOW OVER THE NUMBER OF THOSE WEEKDAYS
      *      THE SCHOOL WAS OPEN (SEE BWCLOSEGATE) AND THE KITCHEN WAS
      *      NOT DOWN (CALENDARFILE) AT THE USUAL DELIVERY TIME;
      *    - AN ACTIVE STANDING ORDER TEMPLATE (SEE BWSTANDING) IS A
      *      FLOOR: THE FORECAST IS NEVER BELOW IT;
      *    - NO FORECAST IS MADE FOR A DAY THE SCHOOL IS CLOSED OR THE
      *      KITCHEN IS DOWN, NOR FOR AN INACTIVE SCHOOL OR SANDWICH.
      *    EACH DAY IS WRITTEN TO FILE FORECAST (CB-FORECAST) WITH THE
      *    QUANTITY ALREADY CONFIRMED BY ORDERS AND THE ADDITIONAL
      *    QUANTITY STILL EXPECTED, WHICH THE PRODUCTION PLAN
      *    (BWPRODPLAN) AND THE PO RUN (BWPURCHASE) USE ALONGSIDE THE
      *    CONFIRMED ORDERS. A NEW RUN REPLACES THE FORECASTS OF ALL
      *    FUTURE DATES; THOSE OF PAST DATES ARE KEPT, AND THE ACCURACY
      *    REPORT (FCACCURACY.RPT) COMPARES THEM AFTER THE FACT WITH
      *    THE QUANTITIES ACTUALLY ORDERED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWFORECAST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST ASSIGN TO "FORECAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FC-KEY
              FILE STATUS IS FORECAST-FS.

           SELECT ORDERS ASSIGN TO "ORDERSFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT ORDERSDEL ASSIGN TO "ORDERSARCHIVE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DEL-ORDERS-ID
              FILE STATUS IS ORDERSDEL-FS.

           SELECT STANDING ASSIGN TO "STANDING"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ST-ID
              FILE STATUS IS STANDING-FS.

           SELECT CALENDAR ASSIGN TO "CALENDARFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-DOWNTIME-ID
              ALTERNATE KEY IS FD-START-DOWNTIME WITH DUPLICATES
              FILE STATUS IS CALENDAR-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
              ORGANIZATION IS INDEXED
              RECORD KEY IS SCHOOL-INTERNAL-ID
              ALTERNATE KEY IS SCHOOL-EXTERNAL-ID WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-TOWN WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-POSTAL-CODE WITH DUPLICATES
              ACCESS IS DYNAMIC
              FILE STATUS IS SCHOOL-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SR-IID
              ALTERNATE KEY IS SR-EID WITH DUPLICATES
              FILE STATUS IS SANDWICH-FS.

           SELECT RUNREPORT ASSIGN TO "FORECAST.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNREPORT-FS.

           SELECT ACCREPORT ASSIGN TO "FCACCURACY.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACCREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORECAST.
       COPY CB-FORECAST.

       FD  ORDERS.
       COPY RSOFD.

       FD  ORDERSDEL.
       COPY DELORDERS.

       FD  STANDING.
       COPY CB-STANDING.

       FD  CALENDAR.
       COPY FDCALENDAR.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  RUNREPORT.
       01  RUN-LINE                             PIC X(100).

       FD  ACCREPORT.
       01  ACC-LINE                             PIC X(100).

       WORKING-STORAGE SECTION.
       77  FORECAST-FS                          PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDERSDEL-FS                         PIC 9(002).
       77  STANDING-FS                          PIC 9(002).
       77  CALENDAR-FS                          PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  RUNREPORT-FS                         PIC 9(002).
       77  ACCREPORT-FS                         PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  EOF-FLAG                             PIC X(001).
       77  FOUND-FLAG                           PIC X(001).
       77  DOWNTIME-FLAG                        PIC X(001).
       77  TODAY-DATE                           PIC 9(008).
       77  TODAY-INT                            PIC 9(007).
       77  FC-WEEKS                             PIC 9(001).
       77  HIST-WEEKS                           PIC 9(002).
       77  HIST-FROM                            PIC 9(008).
       77  HIST-TO                              PIC 9(008).
       77  HIST-FROM-INT                        PIC 9(007).
       77  HIST-TO-INT                          PIC 9(007).
       77  RUN-FROM                             PIC 9(008).
       77  RUN-TO                               PIC 9(008).
       77  RUN-FROM-INT                         PIC 9(007).
       77  RUN-TO-INT                           PIC 9(007).
       77  ACC-FROM                             PIC 9(008).
       77  ACC-TO                               PIC 9(008).
       77  DAY-INT                              PIC 9(007).
       77  DAY-DATE                             PIC 9(008).
       77  DAY-WEEKDAY                          PIC 9(001).
       77  FIRST-OFFSET                         PIC 9(001).
       77  AVG-QTY                              PIC 9(005).
       77  POINT-NUM                            PIC 9(012).
       77  DT-WORK-DATE                         PIC 9(008).
       77  DT-WORK-TIME                         PIC 9(004).
       77  ERROR-QTY                            PIC S9(007).
       77  PCT-WORK                             PIC S9(007).
       77  ACC-PCT                              PIC 9(003).
       77  SANDWICH-NAME                        PIC X(025).
       77  WEEKDAY-TEXT                         PIC X(003).
       77  SKIP-REASON                          PIC X(030).
       77  COUNT-WRITTEN                        PIC 9(005).
       77  COUNT-CLEARED                        PIC 9(005).
       77  COUNT-CLOSED                         PIC 9(005).
       77  COUNT-DOWN                           PIC 9(005).
       77  COUNT-UNUSABLE                       PIC 9(005).
       77  COUNT-COMPARED                       PIC 9(005).
       77  TOTAL-FORECAST                       PIC 9(007).
       77  TOTAL-CONFIRMED                      PIC 9(007).
       77  TOTAL-ADDITIONAL                     PIC 9(007).
       77  QTY-EDITED                           PIC ZZZZZZ9.
       77  BIAS-EDITED                          PIC -(6)9.
       77  PCT-EDITED                           PIC ZZ9.

      *    THE KEY BEING LOOKED UP IN THE HISTORY TABLE.
       01  HIST-KEY.
           05 KEY-SCHOOL                        PIC 9(003).
           05 KEY-SANDWICH                      PIC 9(003).
           05 KEY-WEEKDAY                       PIC 9(001).

      *    ONE ENTRY PER SCHOOL, SANDWICH AND WEEKDAY WITH HISTORY OR
      *    AN ACTIVE STANDING TEMPLATE: THE QUANTITY ORDERED IN THE
      *    WINDOW, THE OPEN DAYS IT IS SPREAD OVER, THE LATEST DELIVERY
      *    TIME SEEN AND THE RESULTING DAILY FORECAST.
       77  HT-IDX                               PIC 9(004).
       77  HT-MAX                               PIC 9(004).
       01  HIST-TABLE.
           05 HT-ENTRY OCCURS 2000 TIMES.
               10 HT-SCHOOL                     PIC 9(003).
               10 HT-SANDWICH                   PIC 9(003).
               10 HT-WEEKDAY                    PIC 9(001).
               10 HT-HOUR                       PIC 9(002).
               10 HT-MINUTE                     PIC 9(002).
               10 HT-LAST-DATE                  PIC 9(008).
               10 HT-QTY                        PIC 9(007).
               10 HT-DAYS                       PIC 9(003).
               10 HT-STANDING                   PIC 9(005).
               10 HT-FORECAST                   PIC 9(005).
               10 HT-BASIS                      PIC X(001).
               10 HT-SITE                       PIC 9(002).
               10 HT-USABLE                     PIC X(001).

      *    THE KITCHEN DOWNTIME BLOCKS AS YYYYMMDDHHMM FROM / TO.
       77  DT-IDX                               PIC 9(003).
       77  DT-MAX                               PIC 9(003).
       01  DOWNTIME-TABLE.
           05 DT-ENTRY OCCURS 300 TIMES.
               10 DT-START-NUM                  PIC 9(012).
               10 DT-END-NUM                    PIC 9(012).

      *    THE QUANTITIES ORDERED PER DATE, SCHOOL AND SANDWICH:
      *    ALREADY CONFIRMED FOR THE FORECAST RUN, ACTUALLY ORDERED
      *    FOR THE ACCURACY REPORT.
       77  CF-IDX                               PIC 9(004).
       77  CF-MAX                               PIC 9(004).
       01  ORDERED-TABLE.
           05 CF-ENTRY OCCURS 5000 TIMES.
               10 CF-DATE                       PIC 9(008).
               10 CF-SCHOOL                     PIC 9(003).
               10 CF-SANDWICH                   PIC 9(003).
               10 CF-QTY                        PIC 9(005).
               10 CF-MATCHED                    PIC X(001).
       01  ORDERED-KEY.
           05 OK-DATE                           PIC 9(008).
           05 OK-SCHOOL                         PIC 9(003).
           05 OK-SANDWICH                       PIC 9(003).
           05 OK-QTY                            PIC 9(005).

      *    THE DATES THE FORECAST FILE COVERS IN THE ACCURACY RANGE:
      *    AN ORDER ON ANY OTHER DATE WAS NEVER FORECAST AT ALL.
       77  CV-IDX                               PIC 9(003).
       77  CV-MAX                               PIC 9(003).
       01  COVERED-TABLE.
           05 CV-DATE OCCURS 400 TIMES          PIC 9(008).

      *    FORECAST AGAINST ACTUAL PER SCHOOL AND SANDWICH, PER
      *    WEEKDAY AND OVERALL.
       77  SA-IDX                               PIC 9(004).
       77  SA-MAX                               PIC 9(004).
       01  ACCURACY-TABLE.
           05 SA-ENTRY OCCURS 1000 TIMES.
               10 SA-SCHOOL                     PIC 9(003).
               10 SA-SANDWICH                   PIC 9(003).
               10 SA-FORECAST                   PIC 9(007).
               10 SA-ACTUAL                     PIC 9(007).
               10 SA-ABS-ERROR                  PIC 9(007).
       01  WEEKDAY-ACCURACY.
           05 WK-ENTRY OCCURS 7 TIMES.
               10 WK-FORECAST                   PIC 9(007).
               10 WK-ACTUAL                     PIC 9(007).
               10 WK-ABS-ERROR                  PIC 9(007).
       01  OVERALL-ACCURACY.
           05 ALL-FORECAST                      PIC 9(007).
           05 ALL-ACTUAL                        PIC 9(007).
           05 ALL-ABS-ERROR                     PIC 9(007).
       01  LINE-ACCURACY.
           05 LN-FORECAST                       PIC 9(007).
           05 LN-ACTUAL                         PIC 9(007).
           05 LN-ABS-ERROR                      PIC 9(007).
       77  LINE-WEEKDAY                         PIC 9(001).

       01  WEEKDAY-NAMES                        PIC X(021)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01  WEEKDAY-NAME-TABLE REDEFINES WEEKDAY-NAMES.
           05 WEEKDAY-NAME OCCURS 7 TIMES       PIC X(003).

       01  CLOSE-GATE-CALL.
           05 CL-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 CL-DATE                           PIC 9(008).
           05 CL-CLOSED                         PIC X(001).
           05 CL-TYPE                           PIC X(001).
           05 CL-REASON                         PIC X(030).

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
           05 VALUE "BREADWICH | ORDER FORECAST" LINE 02 COL 40.
           05 VALUE "1 - FORECAST RUN" LINE 06 COL 35.
           05 VALUE "2 - FORECAST ACCURACY REPORT" LINE 08 COL 35.
           05 VALUE "0 - EXIT" LINE 10 COL 35.
           05 VALUE "OPTION:" LINE 12 COL 35.
           05 SS-OPTION PIC 9(001) LINE 12 COL 43 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  RUN-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "WEEKS TO FORECAST (2-4, 0 = 3):" LINE 14 COL 10.
           05 SS-WEEKS PIC 9(001) LINE 14 COL 43 TO FC-WEEKS
              BLANK WHEN ZERO.
           05 VALUE "WEEKS OF HISTORY (1-26, 0 = 8):" LINE 15 COL 10.
           05 SS-HISTORY PIC 9(002) LINE 15 COL 43 TO HIST-WEEKS
              BLANK WHEN ZERO.

       01  RANGE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "DELIVERY DATES FROM (YYYYMMDD):" LINE 14 COL 10.
           05 SS-FROM PIC 9(008) LINE 14 COL 42 TO ACC-FROM
              BLANK WHEN ZERO.
           05 VALUE "TO (YYYYMMDD):" LINE 15 COL 27.
           05 SS-TO PIC 9(008) LINE 15 COL 42 TO ACC-TO
              BLANK WHEN ZERO.

       01  RUN-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "FORECAST RUN FINISHED - RECORDS WRITTEN:" LINE 20
              COL 30.
           05 SS-WRITTEN PIC ZZZZ9 LINE 20 COL 71 FROM COUNT-WRITTEN.
           05 VALUE "(SEE FORECAST.RPT)" LINE 21 COL 30.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  ACC-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "ACCURACY REPORT WRITTEN - FORECASTS COMPARED:"
              LINE 20 COL 25.
           05 SS-COMPARED PIC ZZZZ9 LINE 20 COL 71 FROM
              COUNT-COMPARED.
           05 VALUE "(SEE FCACCURACY.RPT)" LINE 21 COL 25.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  INVALID-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "INVALID ENTRY - PRESS ANY KEY" LINE 20 COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE)
           PERFORM CREATE-FORECAST-FILE

           PERFORM UNTIL MAIN-OPTION = 0 AND KEYSTATUS NOT = 0
              MOVE ZEROS TO MAIN-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY TITLE-SCREEN
              ACCEPT SS-OPTION
              IF KEYSTATUS = 1003 OR MAIN-OPTION = 0 THEN
                 STOP RUN
              END-IF

              EVALUATE MAIN-OPTION
                 WHEN 1 PERFORM FORECAST-RUN
                 WHEN 2 PERFORM ACCURACY-REPORT
              END-EVALUATE
           END-PERFORM
           STOP RUN.

       CREATE-FORECAST-FILE SECTION.
           OPEN I-O FORECAST
           IF FORECAST-FS = 35 THEN
              OPEN OUTPUT FORECAST
           END-IF
           CLOSE FORECAST
           EXIT SECTION.

       FORECAST-RUN SECTION.
      ******************************************************************
      *    ASKS FOR THE HORIZON AND THE HISTORY WINDOW, BUILDS THE
      *    AVERAGES, AND REPLACES THE FORECASTS OF ALL FUTURE DATES.
      ******************************************************************
           MOVE ZEROS TO FC-WEEKS, HIST-WEEKS
           DISPLAY RUN-SCREEN
           ACCEPT RUN-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF
           IF FC-WEEKS = ZEROS THEN
              MOVE 3 TO FC-WEEKS
           END-IF
           IF HIST-WEEKS = ZEROS THEN
              MOVE 8 TO HIST-WEEKS
           END-IF
           IF FC-WEEKS < 2 OR FC-WEEKS > 4 OR HIST-WEEKS > 26 THEN
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF

      *    THE HISTORY ENDS YESTERDAY; THE FORECAST STARTS TOMORROW.
           COMPUTE HIST-TO-INT = TODAY-INT - 1
           COMPUTE HIST-FROM-INT = TODAY-INT - (HIST-WEEKS * 7)
           COMPUTE HIST-FROM = FUNCTION DATE-OF-INTEGER (HIST-FROM-INT)
           COMPUTE HIST-TO = FUNCTION DATE-OF-INTEGER (HIST-TO-INT)
           COMPUTE RUN-FROM-INT = TODAY-INT + 1
           COMPUTE RUN-TO-INT = TODAY-INT + (FC-WEEKS * 7)
           COMPUTE RUN-FROM = FUNCTION DATE-OF-INTEGER (RUN-FROM-INT)
           COMPUTE RUN-TO = FUNCTION DATE-OF-INTEGER (RUN-TO-INT)

           MOVE ZEROS TO HT-MAX, DT-MAX, CF-MAX
           MOVE ZEROS TO COUNT-WRITTEN, COUNT-CLEARED, COUNT-CLOSED,
              COUNT-DOWN, COUNT-UNUSABLE
           MOVE ZEROS TO TOTAL-FORECAST, TOTAL-CONFIRMED,
              TOTAL-ADDITIONAL

           OPEN OUTPUT RUNREPORT
           MOVE SPACES TO RUN-LINE
           STRING "ORDER FORECAST RUN " TODAY-DATE
              " | FORECAST " RUN-FROM " TO " RUN-TO
              " | HISTORY " HIST-FROM " TO " HIST-TO
              DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           END-WRITE

           PERFORM LOAD-CALENDAR
           PERFORM LOAD-ORDER-HISTORY
           PERFORM LOAD-ARCHIVE-HISTORY
           PERFORM LOAD-STANDING
           PERFORM SET-ENTRY-FORECASTS
           PERFORM LOAD-CONFIRMED
           PERFORM CLEAR-FUTURE-FORECAST

           OPEN I-O FORECAST
           OPEN INPUT SANDWICHES
           PERFORM VARYING DAY-INT FROM RUN-FROM-INT BY 1
              UNTIL DAY-INT > RUN-TO-INT
              COMPUTE DAY-DATE = FUNCTION DATE-OF-INTEGER (DAY-INT)
              COMPUTE DAY-WEEKDAY = FUNCTION MOD (DAY-INT - 1, 7) + 1
              PERFORM VARYING HT-IDX FROM 1 BY 1
                 UNTIL HT-IDX > HT-MAX
                 IF HT-WEEKDAY (HT-IDX) = DAY-WEEKDAY
                 AND HT-FORECAST (HT-IDX) > ZEROS
                 AND HT-USABLE (HT-IDX) = "Y" THEN
                    PERFORM WRITE-ONE-FORECAST
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE SANDWICHES
           CLOSE FORECAST

           PERFORM WRITE-RUN-TOTALS
           CLOSE RUNREPORT

           MOVE "BWFORECAST" TO AC-PROGRAM
           MOVE "FCRUN" TO AC-ACTION
           MOVE TODAY-DATE TO AC-KEY
           MOVE SPACES TO AC-BEFORE, AC-AFTER
           STRING "REPLACED " COUNT-CLEARED DELIMITED BY SIZE
              INTO AC-BEFORE
           END-STRING
           STRING RUN-FROM " TO " RUN-TO " RECORDS " COUNT-WRITTEN
              " HISTORY WEEKS " HIST-WEEKS DELIMITED BY SIZE
              INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT RUN-DONE-SCREEN
           EXIT SECTION.

       LOAD-CALENDAR SECTION.
      ******************************************************************
      *    KEEPS THE KITCHEN DOWNTIME BLOCKS IN MEMORY FOR THE RUN.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT CALENDAR
           IF CALENDAR-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO FD-DOWNTIME-ID
           START CALENDAR KEY IS NOT LESS THAN FD-DOWNTIME-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ CALENDAR NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF DT-MAX < 300 THEN
                       ADD 1 TO DT-MAX
                       MOVE FD-START-DOWNTIME TO DT-WORK-DATE
                       MOVE FD-START-TIME TO DT-WORK-TIME
                       COMPUTE DT-START-NUM (DT-MAX) =
                          DT-WORK-DATE * 10000 + DT-WORK-TIME
                       MOVE FD-END-DOWNTIME TO DT-WORK-DATE
                       MOVE FD-END-TIME TO DT-WORK-TIME
                       COMPUTE DT-END-NUM (DT-MAX) =
                          DT-WORK-DATE * 10000 + DT-WORK-TIME
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CALENDAR
           EXIT SECTION.

       LOAD-ORDER-HISTORY SECTION.
      ******************************************************************
      *    ADDS THE LIVE ORDERS DELIVERED IN THE HISTORY WINDOW.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE HIST-FROM TO FD-DELIVERY-DATE
           START ORDERS KEY IS NOT LESS THAN FD-DELIVERY-DATE
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF FD-DELIVERY-DATE > HIST-TO THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       MOVE FD-DELIVERY-DATE TO DAY-DATE
                       MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO KEY-SCHOOL
                       MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO
                          KEY-SANDWICH
                       PERFORM ADD-HISTORY
                       IF HT-IDX > ZEROS THEN
                          ADD FD-ORDERS-QUANTITY TO HT-QTY (HT-IDX)
                          IF DAY-DATE >= HT-LAST-DATE (HT-IDX) THEN
                             MOVE DAY-DATE TO HT-LAST-DATE (HT-IDX)
                             MOVE FD-DELIVERY-HOUR TO HT-HOUR (HT-IDX)
                             MOVE FD-DELIVERY-MINUTE TO
                                HT-MINUTE (HT-IDX)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ORDERS
           EXIT SECTION.

       LOAD-ARCHIVE-HISTORY SECTION.
      ******************************************************************
      *    ADDS THE ARCHIVED ORDERS DELIVERED IN THE HISTORY WINDOW.
      *    THE ARCHIVE HAS NO DATE ACCESS PATH, SO IT IS READ WHOLE.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ORDERSDEL
           IF ORDERSDEL-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO DEL-ORDERS-ID
           START ORDERSDEL KEY IS NOT LESS THAN DEL-ORDERS-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDERSDEL NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF DEL-DELIVERY-DATE >= HIST-FROM
                    AND DEL-DELIVERY-DATE <= HIST-TO THEN
                       MOVE DEL-DELIVERY-DATE TO DAY-DATE
                       MOVE DEL-ORDERS-SCHOOL-INTERNAL-ID TO KEY-SCHOOL
                       MOVE DEL-ORDERS-SANDWICH-INTERNAL-ID TO
                          KEY-SANDWICH
                       PERFORM ADD-HISTORY
                       IF HT-IDX > ZEROS THEN
                          ADD DEL-ORDERS-QUANTITY TO HT-QTY (HT-IDX)
                          IF DAY-DATE >= HT-LAST-DATE (HT-IDX) THEN
                             MOVE DAY-DATE TO HT-LAST-DATE (HT-IDX)
                             MOVE DEL-DELIVERY-HOUR TO HT-HOUR (HT-IDX)
                             MOVE DEL-DELIVERY-MINUTE TO
                                HT-MINUTE (HT-IDX)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ORDERSDEL
           EXIT SECTION.

       ADD-HISTORY SECTION.
      ******************************************************************
      *    FINDS (OR ADDS) THE ENTRY OF KEY-SCHOOL AND KEY-SANDWICH ON
      *    THE WEEKDAY OF DAY-DATE. HT-IDX IS ZERO WHEN THE TABLE IS
      *    FULL.
      ******************************************************************
           COMPUTE DAY-INT = FUNCTION INTEGER-OF-DATE (DAY-DATE)
           COMPUTE KEY-WEEKDAY = FUNCTION MOD (DAY-INT - 1, 7) + 1
           PERFORM FIND-ENTRY
           EXIT SECTION.

       FIND-ENTRY SECTION.
      ******************************************************************
      *    FINDS (OR ADDS) THE HISTORY ENTRY OF HIST-KEY.
      ******************************************************************
           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING HT-IDX FROM 1 BY 1
              UNTIL HT-IDX > HT-MAX OR FOUND-FLAG = "Y"
              IF HT-SCHOOL (HT-IDX) = KEY-SCHOOL
              AND HT-SANDWICH (HT-IDX) = KEY-SANDWICH
              AND HT-WEEKDAY (HT-IDX) = KEY-WEEKDAY THEN
                 MOVE "Y" TO FOUND-FLAG
              END-IF
           END-PERFORM

           IF FOUND-FLAG = "Y" THEN
              SUBTRACT 1 FROM HT-IDX
              EXIT SECTION
           END-IF

           IF HT-MAX >= 2000 THEN
              MOVE ZEROS TO HT-IDX
              EXIT SECTION
           END-IF

           ADD 1 TO HT-MAX
           MOVE HT-MAX TO HT-IDX
           INITIALIZE HT-ENTRY (HT-IDX)
           MOVE KEY-SCHOOL TO HT-SCHOOL (HT-IDX)
           MOVE KEY-SANDWICH TO HT-SANDWICH (HT-IDX)
           MOVE KEY-WEEKDAY TO HT-WEEKDAY (HT-IDX)
           EXIT SECTION.

       LOAD-STANDING SECTION.
      ******************************************************************
      *    ADDS THE ACTIVE STANDING ORDER TEMPLATES AS A FLOOR. A
      *    TEMPLATE WITHOUT HISTORY GIVES ITS DELIVERY TIME.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT STANDING
           IF STANDING-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO ST-ID
           START STANDING KEY IS NOT LESS THAN ST-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ STANDING NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF ST-ACTIVE AND ST-WEEKDAY >= 1
                    AND ST-WEEKDAY <= 7 THEN
                       MOVE ST-SCHOOL-INTERNAL-ID TO KEY-SCHOOL
                       MOVE ST-SANDWICH-INTERNAL-ID TO KEY-SANDWICH
                       MOVE ST-WEEKDAY TO KEY-WEEKDAY
                       PERFORM FIND-ENTRY
                       IF HT-IDX > ZEROS THEN
                          ADD ST-QUANTITY TO HT-STANDING (HT-IDX)
                          IF HT-LAST-DATE (HT-IDX) = ZEROS THEN
                             MOVE ST-HOUR TO HT-HOUR (HT-IDX)
                             MOVE ST-MINUTE TO HT-MINUTE (HT-IDX)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE STANDING
           EXIT SECTION.

       SET-ENTRY-FORECASTS SECTION.
      ******************************************************************
      *    COUNTS THE OPEN DAYS OF EACH ENTRY IN THE WINDOW, TURNS THE
      *    HISTORY INTO A DAILY AVERAGE, APPLIES THE STANDING FLOOR
      *    AND CHECKS THE SCHOOL AND SANDWICH ARE STILL ACTIVE.
      ******************************************************************
           OPEN INPUT SCHOOLS
           OPEN INPUT SANDWICHES

           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-MAX
              IF HT-QTY (HT-IDX) > ZEROS THEN
                 PERFORM COUNT-OPEN-DAYS
              END-IF

              MOVE ZEROS TO AVG-QTY
              IF HT-DAYS (HT-IDX) > ZEROS THEN
                 COMPUTE AVG-QTY ROUNDED =
                    HT-QTY (HT-IDX) / HT-DAYS (HT-IDX)
              END-IF
              IF HT-STANDING (HT-IDX) > AVG-QTY THEN
                 MOVE HT-STANDING (HT-IDX) TO HT-FORECAST (HT-IDX)
              ELSE
                 MOVE AVG-QTY TO HT-FORECAST (HT-IDX)
              END-IF

              EVALUATE TRUE
                 WHEN HT-QTY (HT-IDX) > ZEROS
                 AND HT-STANDING (HT-IDX) > ZEROS
                    MOVE "B" TO HT-BASIS (HT-IDX)
                 WHEN HT-STANDING (HT-IDX) > ZEROS
                    MOVE "S" TO HT-BASIS (HT-IDX)
                 WHEN OTHER
                    MOVE "H" TO HT-BASIS (HT-IDX)
              END-EVALUATE

              PERFORM CHECK-ENTRY-USABLE
           END-PERFORM

           CLOSE SCHOOLS
           CLOSE SANDWICHES
           EXIT SECTION.

       COUNT-OPEN-DAYS SECTION.
      ******************************************************************
      *    THE WEEKDAYS OF THE ENTRY IN THE WINDOW ON WHICH THE SCHOOL
      *    WAS OPEN AND THE KITCHEN NOT DOWN AT THE DELIVERY TIME.
      ******************************************************************
           MOVE ZEROS TO HT-DAYS (HT-IDX)
           COMPUTE FIRST-OFFSET = FUNCTION MOD
              (HT-WEEKDAY (HT-IDX) - FUNCTION MOD
              (HIST-FROM-INT - 1, 7) + 6, 7)

           PERFORM VARYING DAY-INT FROM HIST-FROM-INT BY 7
              UNTIL DAY-INT + FIRST-OFFSET > HIST-TO-INT
              COMPUTE DAY-DATE = FUNCTION DATE-OF-INTEGER
                 (DAY-INT + FIRST-OFFSET)
              MOVE HT-SCHOOL (HT-IDX) TO CL-SCHOOL-INTERNAL-ID
              MOVE DAY-DATE TO CL-DATE
              CALL "BWCLOSEGATE" USING CLOSE-GATE-CALL
              IF CL-CLOSED NOT = "Y" THEN
                 PERFORM CHECK-DOWNTIME
                 IF DOWNTIME-FLAG NOT = "Y" THEN
                    ADD 1 TO HT-DAYS (HT-IDX)
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

       CHECK-DOWNTIME SECTION.
      ******************************************************************
      *    CHECKS WHETHER DAY-DATE AT THE DELIVERY TIME OF THE ENTRY
      *    FALLS INSIDE ANY DOWNTIME BLOCK OF THE CALENDAR.
      ******************************************************************
           MOVE SPACES TO DOWNTIME-FLAG
           COMPUTE POINT-NUM = DAY-DATE * 10000
              + HT-HOUR (HT-IDX) * 100 + HT-MINUTE (HT-IDX)

           PERFORM VARYING DT-IDX FROM 1 BY 1
              UNTIL DT-IDX > DT-MAX OR DOWNTIME-FLAG = "Y"
              IF POINT-NUM >= DT-START-NUM (DT-IDX)
              AND POINT-NUM <= DT-END-NUM (DT-IDX) THEN
                 MOVE "Y" TO DOWNTIME-FLAG
              END-IF
           END-PERFORM
           EXIT SECTION.

       CHECK-ENTRY-USABLE SECTION.
      ******************************************************************
      *    AN ENTRY IS FORECAST ONLY FOR AN ACTIVE SCHOOL AND AN
      *    ACTIVE SANDWICH; IT IS MADE AT THE SCHOOL'S PRODUCING SITE.
      ******************************************************************
           MOVE "Y" TO HT-USABLE (HT-IDX)
           MOVE 1 TO HT-SITE (HT-IDX)
           MOVE SPACES TO SKIP-REASON

           MOVE HT-SCHOOL (HT-IDX) TO SCHOOL-INTERNAL-ID
           READ SCHOOLS
              INVALID KEY
                 MOVE "SCHOOL NOT FOUND" TO SKIP-REASON
              NOT INVALID KEY
                 IF SCHOOL-IS-ACTIVE NOT = 1 THEN
                    MOVE "SCHOOL INACTIVE" TO SKIP-REASON
                 END-IF
                 IF SCHOOL-PRODUCING-SITE IS NUMERIC
                 AND SCHOOL-PRODUCING-SITE > ZEROS THEN
                    MOVE SCHOOL-PRODUCING-SITE TO HT-SITE (HT-IDX)
                 END-IF
           END-READ

           IF SKIP-REASON = SPACES THEN
              MOVE HT-SANDWICH (HT-IDX) TO SR-IID
              READ SANDWICHES
                 INVALID KEY
                    MOVE "SANDWICH NOT FOUND" TO SKIP-REASON
                 NOT INVALID KEY
                    IF SR-IS-ACTIVE NOT = 1 THEN
                       MOVE "SANDWICH INACTIVE" TO SKIP-REASON
                    END-IF
              END-READ
           END-IF

           IF SKIP-REASON = SPACES OR HT-FORECAST (HT-IDX) = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE "N" TO HT-USABLE (HT-IDX)
           ADD 1 TO COUNT-UNUSABLE
           MOVE WEEKDAY-NAME (HT-WEEKDAY (HT-IDX)) TO WEEKDAY-TEXT
           MOVE SPACES TO RUN-LINE
           STRING "SCHOOL " HT-SCHOOL (HT-IDX)
              " SANDWICH " HT-SANDWICH (HT-IDX)
              " " WEEKDAY-TEXT " NOT FORECAST: " SKIP-REASON
              DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           END-WRITE
           EXIT SECTION.

       LOAD-CONFIRMED SECTION.
      ******************************************************************
      *    THE QUANTITIES ALREADY ORDERED FOR THE FORECAST DATES.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE RUN-FROM TO FD-DELIVERY-DATE
           START ORDERS KEY IS NOT LESS THAN FD-DELIVERY-DATE
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF FD-DELIVERY-DATE > RUN-TO THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       MOVE FD-DELIVERY-DATE TO OK-DATE
                       MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO OK-SCHOOL
                       MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO
                          OK-SANDWICH
                       MOVE FD-ORDERS-QUANTITY TO OK-QTY
                       PERFORM ADD-ORDERED
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ORDERS
           EXIT SECTION.

       ADD-ORDERED SECTION.
      ******************************************************************
      *    ADDS OK-QTY TO THE ORDERED ENTRY OF THE DATE, SCHOOL AND
      *    SANDWICH IN ORDERED-KEY.
      ******************************************************************
           PERFORM FIND-ORDERED
           IF FOUND-FLAG = "Y" THEN
              ADD OK-QTY TO CF-QTY (CF-IDX)
              EXIT SECTION
           END-IF

           IF CF-MAX < 5000 THEN
              ADD 1 TO CF-MAX
              MOVE OK-DATE TO CF-DATE (CF-MAX)
              MOVE OK-SCHOOL TO CF-SCHOOL (CF-MAX)
              MOVE OK-SANDWICH TO CF-SANDWICH (CF-MAX)
              MOVE OK-QTY TO CF-QTY (CF-MAX)
              MOVE SPACES TO CF-MATCHED (CF-MAX)
           END-IF
           EXIT SECTION.

       FIND-ORDERED SECTION.
      ******************************************************************
      *    LOOKS UP THE ORDERED ENTRY OF ORDERED-KEY; CF-IDX POINTS AT
      *    IT WHEN FOUND-FLAG IS "Y".
      ******************************************************************
           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING CF-IDX FROM 1 BY 1
              UNTIL CF-IDX > CF-MAX OR FOUND-FLAG = "Y"
              IF CF-DATE (CF-IDX) = OK-DATE
              AND CF-SCHOOL (CF-IDX) = OK-SCHOOL
              AND CF-SANDWICH (CF-IDX) = OK-SANDWICH THEN
                 MOVE "Y" TO FOUND-FLAG
              END-IF
           END-PERFORM
           IF FOUND-FLAG = "Y" THEN
              SUBTRACT 1 FROM CF-IDX
           END-IF
           EXIT SECTION.

       CLEAR-FUTURE-FORECAST SECTION.
      ******************************************************************
      *    REMOVES THE FORECASTS OF TOMORROW ONWARDS LEFT BY AN
      *    EARLIER RUN; THE PAST ONES STAY FOR THE ACCURACY REPORT.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           OPEN I-O FORECAST
           IF FORECAST-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE RUN-FROM TO FC-DATE
           MOVE ZEROS TO FC-SCHOOL-INTERNAL-ID, FC-SANDWICH-INTERNAL-ID
           START FORECAST KEY IS NOT LESS THAN FC-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ FORECAST NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    DELETE FORECAST RECORD
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO COUNT-CLEARED
                    END-DELETE
              END-READ
           END-PERFORM

           CLOSE FORECAST
           EXIT SECTION.

       WRITE-ONE-FORECAST SECTION.
      ******************************************************************
      *    WRITES THE FORECAST OF THE ENTRY AT HT-IDX FOR DAY-DATE,
      *    UNLESS THE SCHOOL IS CLOSED OR THE KITCHEN IS DOWN.
      ******************************************************************
           MOVE WEEKDAY-NAME (DAY-WEEKDAY) TO WEEKDAY-TEXT

           MOVE HT-SCHOOL (HT-IDX) TO CL-SCHOOL-INTERNAL-ID
           MOVE DAY-DATE TO CL-DATE
           CALL "BWCLOSEGATE" USING CLOSE-GATE-CALL
           IF CL-CLOSED = "Y" THEN
              ADD 1 TO COUNT-CLOSED
              MOVE SPACES TO RUN-LINE
              STRING DAY-DATE " " WEEKDAY-TEXT
                 " SCHOOL " HT-SCHOOL (HT-IDX)
                 " SANDWICH " HT-SANDWICH (HT-IDX)
                 " SKIPPED: SCHOOL CLOSED - " CL-REASON
                 DELIMITED BY SIZE INTO RUN-LINE
              END-STRING
              WRITE RUN-LINE
              END-WRITE
              EXIT SECTION
           END-IF

           PERFORM CHECK-DOWNTIME
           IF DOWNTIME-FLAG = "Y" THEN
              ADD 1 TO COUNT-DOWN
              MOVE SPACES TO RUN-LINE
              STRING DAY-DATE " " WEEKDAY-TEXT
                 " SCHOOL " HT-SCHOOL (HT-IDX)
                 " SANDWICH " HT-SANDWICH (HT-IDX)
                 " SKIPPED: KITCHEN DOWNTIME AT "
                 HT-HOUR (HT-IDX) ":" HT-MINUTE (HT-IDX)
                 DELIMITED BY SIZE INTO RUN-LINE
              END-STRING
              WRITE RUN-LINE
              END-WRITE
              EXIT SECTION
           END-IF

           INITIALIZE FC-DETAILS
           MOVE DAY-DATE TO FC-DATE
           MOVE HT-SCHOOL (HT-IDX) TO FC-SCHOOL-INTERNAL-ID
           MOVE HT-SANDWICH (HT-IDX) TO FC-SANDWICH-INTERNAL-ID
           MOVE DAY-WEEKDAY TO FC-WEEKDAY
           MOVE HT-SITE (HT-IDX) TO FC-SITE-ID
           MOVE HT-FORECAST (HT-IDX) TO FC-QTY
           MOVE HT-BASIS (HT-IDX) TO FC-BASIS
           MOVE TODAY-DATE TO FC-RUN-DATE

           MOVE DAY-DATE TO OK-DATE
           MOVE HT-SCHOOL (HT-IDX) TO OK-SCHOOL
           MOVE HT-SANDWICH (HT-IDX) TO OK-SANDWICH
           PERFORM FIND-ORDERED
           IF FOUND-FLAG = "Y" THEN
              MOVE CF-QTY (CF-IDX) TO FC-CONFIRMED
           END-IF
           IF FC-QTY > FC-CONFIRMED THEN
              COMPUTE FC-ADDITIONAL = FC-QTY - FC-CONFIRMED
           END-IF

           WRITE FC-DETAILS
              INVALID KEY
                 EXIT SECTION
           END-WRITE

           ADD 1 TO COUNT-WRITTEN
           ADD FC-QTY TO TOTAL-FORECAST
           ADD FC-CONFIRMED TO TOTAL-CONFIRMED
           ADD FC-ADDITIONAL TO TOTAL-ADDITIONAL

           MOVE SPACES TO SANDWICH-NAME
           MOVE FC-SANDWICH-INTERNAL-ID TO SR-IID
           READ SANDWICHES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SR-S-DESCRIPTION TO SANDWICH-NAME
           END-READ

           MOVE SPACES TO RUN-LINE
           STRING FC-DATE " " WEEKDAY-TEXT
              " SCHOOL " FC-SCHOOL-INTERNAL-ID
              " SITE " FC-SITE-ID
              " SANDWICH " FC-SANDWICH-INTERNAL-ID " " SANDWICH-NAME
              " | FC " FC-QTY " CONF " FC-CONFIRMED
              " ADD " FC-ADDITIONAL " " FC-BASIS
              DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           END-WRITE
           EXIT SECTION.

       WRITE-RUN-TOTALS SECTION.
           MOVE SPACES TO RUN-LINE
           WRITE RUN-LINE
           END-WRITE
           MOVE "BASIS: H = HISTORY, S = STANDING ORDER, B = BOTH"
              TO RUN-LINE
           WRITE RUN-LINE
           END-WRITE

           MOVE SPACES TO RUN-LINE
           STRING "FORECASTS WRITTEN " COUNT-WRITTEN
              " | REPLACED FROM EARLIER RUN " COUNT-CLEARED
              DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           END-WRITE

           MOVE TOTAL-FORECAST TO QTY-EDITED
           MOVE SPACES TO RUN-LINE
           STRING "TOTAL FORECAST   " QTY-EDITED
              DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           END-WRITE
           MOVE TOTAL-CONFIRMED TO QTY-EDITED
           MOVE SPACES TO RUN-LINE
           STRING "ALREADY ORDERED  " QTY-EDITED
              DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           END-WRITE
           MOVE TOTAL-ADDITIONAL TO QTY-EDITED
           MOVE SPACES TO RUN-LINE
           STRING "STILL EXPECTED   " QTY-EDITED
              DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           END-WRITE

           MOVE SPACES TO RUN-LINE
           STRING "SKIPPED: SCHOOL CLOSED " COUNT-CLOSED
              " | KITCHEN DOWNTIME " COUNT-DOWN
              " | INACTIVE " COUNT-UNUSABLE
              DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           END-WRITE
           EXIT SECTION.

       ACCURACY-REPORT SECTION.
      ******************************************************************
      *    COMPARES THE FORECASTS OF A PAST DATE RANGE WITH THE
      *    QUANTITIES ACTUALLY ORDERED, LIVE AND ARCHIVED. AN ORDER ON
      *    A FORECAST DATE THAT WAS NOT FORECAST COUNTS AS FORECAST 0.
      ******************************************************************
           MOVE ZEROS TO ACC-FROM, ACC-TO
           DISPLAY RANGE-SCREEN
           ACCEPT RANGE-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF
           IF ACC-TO = ZEROS OR ACC-TO >= TODAY-DATE THEN
              COMPUTE ACC-TO = FUNCTION DATE-OF-INTEGER (TODAY-INT - 1)
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (ACC-FROM) NOT = 0
           OR FUNCTION TEST-DATE-YYYYMMDD (ACC-TO) NOT = 0
           OR ACC-FROM > ACC-TO THEN
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF
           IF FUNCTION INTEGER-OF-DATE (ACC-TO) -
              FUNCTION INTEGER-OF-DATE (ACC-FROM) >= 400 THEN
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO CF-MAX, CV-MAX, SA-MAX, COUNT-COMPARED
           INITIALIZE WEEKDAY-ACCURACY, OVERALL-ACCURACY

           PERFORM LOAD-ACTUALS
           PERFORM MATCH-FORECASTS

      *    WHAT WAS ORDERED ON A FORECAST DATE WITHOUT A FORECAST.
           PERFORM VARYING CF-IDX FROM 1 BY 1 UNTIL CF-IDX > CF-MAX
              IF CF-MATCHED (CF-IDX) NOT = "Y" THEN
                 MOVE SPACES TO FOUND-FLAG
                 PERFORM VARYING CV-IDX FROM 1 BY 1
                    UNTIL CV-IDX > CV-MAX OR FOUND-FLAG = "Y"
                    IF CV-DATE (CV-IDX) = CF-DATE (CF-IDX) THEN
                       MOVE "Y" TO FOUND-FLAG
                    END-IF
                 END-PERFORM
                 IF FOUND-FLAG = "Y" THEN
                    MOVE CF-DATE (CF-IDX) TO DAY-DATE
                    MOVE CF-SCHOOL (CF-IDX) TO KEY-SCHOOL
                    MOVE CF-SANDWICH (CF-IDX) TO KEY-SANDWICH
                    MOVE ZEROS TO LN-FORECAST
                    MOVE CF-QTY (CF-IDX) TO LN-ACTUAL
                    PERFORM ADD-TO-ACCURACY
                 END-IF
              END-IF
           END-PERFORM

           PERFORM WRITE-ACCURACY

           MOVE "BWFORECAST" TO AC-PROGRAM
           MOVE "FCACCURACY" TO AC-ACTION
           MOVE TODAY-DATE TO AC-KEY
           MOVE SPACES TO AC-BEFORE, AC-AFTER
           STRING ACC-FROM " TO " ACC-TO " COMPARED " COUNT-COMPARED
              DELIMITED BY SIZE INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT ACC-DONE-SCREEN
           EXIT SECTION.

       LOAD-ACTUALS SECTION.
      ******************************************************************
      *    THE QUANTITIES ORDERED IN THE RANGE, LIVE AND ARCHIVED.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ORDERS
           IF ORDERS-FS = 00 THEN
              MOVE ACC-FROM TO FD-DELIVERY-DATE
              START ORDERS KEY IS NOT LESS THAN FD-DELIVERY-DATE
                 INVALID KEY
                    MOVE "Y" TO EOF-FLAG
              END-START
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ ORDERS NEXT RECORD
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       IF FD-DELIVERY-DATE > ACC-TO THEN
                          MOVE "Y" TO EOF-FLAG
                       ELSE
                          MOVE FD-DELIVERY-DATE TO OK-DATE
                          MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO
                             OK-SCHOOL
                          MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO
                             OK-SANDWICH
                          MOVE FD-ORDERS-QUANTITY TO OK-QTY
                          PERFORM ADD-ORDERED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORDERS
           END-IF

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ORDERSDEL
           IF ORDERSDEL-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           MOVE ZEROS TO DEL-ORDERS-ID
           START ORDERSDEL KEY IS NOT LESS THAN DEL-ORDERS-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDERSDEL NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF DEL-DELIVERY-DATE >= ACC-FROM
                    AND DEL-DELIVERY-DATE <= ACC-TO THEN
                       MOVE DEL-DELIVERY-DATE TO OK-DATE
                       MOVE DEL-ORDERS-SCHOOL-INTERNAL-ID TO OK-SCHOOL
                       MOVE DEL-ORDERS-SANDWICH-INTERNAL-ID TO
                          OK-SANDWICH
                       MOVE DEL-ORDERS-QUANTITY TO OK-QTY
                       PERFORM ADD-ORDERED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ORDERSDEL
           EXIT SECTION.

       MATCH-FORECASTS SECTION.
      ******************************************************************
      *    EVERY FORECAST OF THE RANGE AGAINST WHAT WAS ORDERED.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT FORECAST
           IF FORECAST-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE ACC-FROM TO FC-DATE
           MOVE ZEROS TO FC-SCHOOL-INTERNAL-ID, FC-SANDWICH-INTERNAL-ID
           START FORECAST KEY IS NOT LESS THAN FC-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ FORECAST NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF FC-DATE > ACC-TO THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       PERFORM MATCH-ONE-FORECAST
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FORECAST
           EXIT SECTION.

       MATCH-ONE-FORECAST SECTION.
           IF CV-MAX = ZEROS THEN
              ADD 1 TO CV-MAX
              MOVE FC-DATE TO CV-DATE (CV-MAX)
           ELSE
              IF CV-DATE (CV-MAX) NOT = FC-DATE AND CV-MAX < 400 THEN
                 ADD 1 TO CV-MAX
                 MOVE FC-DATE TO CV-DATE (CV-MAX)
              END-IF
           END-IF

           MOVE FC-DATE TO OK-DATE
           MOVE FC-SCHOOL-INTERNAL-ID TO OK-SCHOOL
           MOVE FC-SANDWICH-INTERNAL-ID TO OK-SANDWICH
           MOVE ZEROS TO LN-ACTUAL
           PERFORM FIND-ORDERED
           IF FOUND-FLAG = "Y" THEN
              MOVE CF-QTY (CF-IDX) TO LN-ACTUAL
              MOVE "Y" TO CF-MATCHED (CF-IDX)
           END-IF

           MOVE FC-DATE TO DAY-DATE
           MOVE FC-SCHOOL-INTERNAL-ID TO KEY-SCHOOL
           MOVE FC-SANDWICH-INTERNAL-ID TO KEY-SANDWICH
           MOVE FC-QTY TO LN-FORECAST
           PERFORM ADD-TO-ACCURACY
           EXIT SECTION.

       ADD-TO-ACCURACY SECTION.
      ******************************************************************
      *    ADDS ONE DAY'S FORECAST (LN-FORECAST) AND ACTUAL (LN-ACTUAL)
      *    OF KEY-SCHOOL AND KEY-SANDWICH ON DAY-DATE TO THE TOTALS.
      ******************************************************************
           ADD 1 TO COUNT-COMPARED
           COMPUTE ERROR-QTY = LN-FORECAST - LN-ACTUAL
           IF ERROR-QTY < ZEROS THEN
              COMPUTE LN-ABS-ERROR = ZEROS - ERROR-QTY
           ELSE
              MOVE ERROR-QTY TO LN-ABS-ERROR
           END-IF

           COMPUTE DAY-INT = FUNCTION INTEGER-OF-DATE (DAY-DATE)
           COMPUTE LINE-WEEKDAY = FUNCTION MOD (DAY-INT - 1, 7) + 1
           ADD LN-FORECAST TO WK-FORECAST (LINE-WEEKDAY), ALL-FORECAST
           ADD LN-ACTUAL TO WK-ACTUAL (LINE-WEEKDAY), ALL-ACTUAL
           ADD LN-ABS-ERROR TO WK-ABS-ERROR (LINE-WEEKDAY),
              ALL-ABS-ERROR

           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING SA-IDX FROM 1 BY 1
              UNTIL SA-IDX > SA-MAX OR FOUND-FLAG = "Y"
              IF SA-SCHOOL (SA-IDX) = KEY-SCHOOL
              AND SA-SANDWICH (SA-IDX) = KEY-SANDWICH THEN
                 MOVE "Y" TO FOUND-FLAG
              END-IF
           END-PERFORM
           IF FOUND-FLAG = "Y" THEN
              SUBTRACT 1 FROM SA-IDX
           ELSE
              IF SA-MAX >= 1000 THEN
                 EXIT SECTION
              END-IF
              ADD 1 TO SA-MAX
              MOVE SA-MAX TO SA-IDX
              MOVE KEY-SCHOOL TO SA-SCHOOL (SA-IDX)
              MOVE KEY-SANDWICH TO SA-SANDWICH (SA-IDX)
              MOVE ZEROS TO SA-FORECAST (SA-IDX), SA-ACTUAL (SA-IDX),
                 SA-ABS-ERROR (SA-IDX)
           END-IF
           ADD LN-FORECAST TO SA-FORECAST (SA-IDX)
           ADD LN-ACTUAL TO SA-ACTUAL (SA-IDX)
           ADD LN-ABS-ERROR TO SA-ABS-ERROR (SA-IDX)
           EXIT SECTION.

       WRITE-ACCURACY SECTION.
      ******************************************************************
      *    ONE LINE PER SCHOOL AND SANDWICH, THEN PER WEEKDAY AND THE
      *    OVERALL FIGURES. BIAS IS FORECAST LESS ACTUAL (POSITIVE =
      *    OVER-FORECAST); ACCURACY IS 100 LESS THE ABSOLUTE ERROR AS
      *    A PERCENTAGE OF THE ACTUAL QUANTITY.
      ******************************************************************
           OPEN OUTPUT ACCREPORT
           MOVE SPACES TO ACC-LINE
           STRING "FORECAST ACCURACY " ACC-FROM " TO " ACC-TO
              " | PRINTED " TODAY-DATE
              DELIMITED BY SIZE INTO ACC-LINE
           END-STRING
           WRITE ACC-LINE
           END-WRITE
           MOVE SPACES TO ACC-LINE
           WRITE ACC-LINE
           END-WRITE
           MOVE "SCHOOL SANDWICH" TO ACC-LINE
           MOVE "FORECAST" TO ACC-LINE (14:8)
           MOVE "ACTUAL" TO ACC-LINE (26:6)
           MOVE "BIAS" TO ACC-LINE (38:4)
           MOVE "ABS ERR" TO ACC-LINE (45:7)
           MOVE "ACC%" TO ACC-LINE (55:4)
           WRITE ACC-LINE
           END-WRITE

           PERFORM VARYING SA-IDX FROM 1 BY 1 UNTIL SA-IDX > SA-MAX
              MOVE SA-FORECAST (SA-IDX) TO LN-FORECAST
              MOVE SA-ACTUAL (SA-IDX) TO LN-ACTUAL
              MOVE SA-ABS-ERROR (SA-IDX) TO LN-ABS-ERROR
              MOVE SPACES TO ACC-LINE
              STRING SA-SCHOOL (SA-IDX) "    " SA-SANDWICH (SA-IDX)
                 DELIMITED BY SIZE INTO ACC-LINE
              END-STRING
              PERFORM FILL-ACCURACY-FIGURES
           END-PERFORM

           MOVE SPACES TO ACC-LINE
           WRITE ACC-LINE
           END-WRITE
           MOVE "PER WEEKDAY:" TO ACC-LINE
           WRITE ACC-LINE
           END-WRITE
           PERFORM VARYING LINE-WEEKDAY FROM 1 BY 1
              UNTIL LINE-WEEKDAY > 7
              IF WK-FORECAST (LINE-WEEKDAY) > ZEROS
              OR WK-ACTUAL (LINE-WEEKDAY) > ZEROS THEN
                 MOVE WK-FORECAST (LINE-WEEKDAY) TO LN-FORECAST
                 MOVE WK-ACTUAL (LINE-WEEKDAY) TO LN-ACTUAL
                 MOVE WK-ABS-ERROR (LINE-WEEKDAY) TO LN-ABS-ERROR
                 MOVE SPACES TO ACC-LINE
                 MOVE WEEKDAY-NAME (LINE-WEEKDAY) TO ACC-LINE
                 PERFORM FILL-ACCURACY-FIGURES
              END-IF
           END-PERFORM

           MOVE SPACES TO ACC-LINE
           WRITE ACC-LINE
           END-WRITE
           MOVE ALL-FORECAST TO LN-FORECAST
           MOVE ALL-ACTUAL TO LN-ACTUAL
           MOVE ALL-ABS-ERROR TO LN-ABS-ERROR
           MOVE SPACES TO ACC-LINE
           MOVE "OVERALL" TO ACC-LINE
           PERFORM FILL-ACCURACY-FIGURES

           MOVE SPACES TO ACC-LINE
           STRING "SCHOOL/SANDWICH/DAY COMPARISONS " COUNT-COMPARED
              DELIMITED BY SIZE INTO ACC-LINE
           END-STRING
           WRITE ACC-LINE
           END-WRITE

           CLOSE ACCREPORT
           EXIT SECTION.

       FILL-ACCURACY-FIGURES SECTION.
      ******************************************************************
      *    PUTS THE FIGURES OF LINE-ACCURACY AFTER THE LABEL ALREADY
      *    IN ACC-LINE AND WRITES THE LINE.
      ******************************************************************
           IF LN-ACTUAL > ZEROS THEN
              COMPUTE PCT-WORK ROUNDED =
                 100 - (LN-ABS-ERROR * 100 / LN-ACTUAL)
           ELSE
              IF LN-FORECAST > ZEROS THEN
                 MOVE ZEROS TO PCT-WORK
              ELSE
                 MOVE 100 TO PCT-WORK
              END-IF
           END-IF
           IF PCT-WORK < ZEROS THEN
              MOVE ZEROS TO PCT-WORK
           END-IF
           MOVE PCT-WORK TO PCT-EDITED

           MOVE LN-FORECAST TO QTY-EDITED
           MOVE QTY-EDITED TO ACC-LINE (15:7)
           MOVE LN-ACTUAL TO QTY-EDITED
           MOVE QTY-EDITED TO ACC-LINE (25:7)
           COMPUTE BIAS-EDITED = LN-FORECAST - LN-ACTUAL
           MOVE BIAS-EDITED TO ACC-LINE (35:7)
           MOVE LN-ABS-ERROR TO QTY-EDITED
           MOVE QTY-EDITED TO ACC-LINE (45:7)
           MOVE PCT-EDITED TO ACC-LINE (55:3)
           WRITE ACC-LINE
           END-WRITE
           EXIT SECTION.
