      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | VEHICLE MAINTENANCE AND FUEL LOG | V1
      *    15.10.2026
      ******************************************************************
      *    KEEPS, PER VAN OF THE VEHICLE MASTER (BWVEHICLES, SEE
      *    BWROUTES), THE MAINTENANCE RECORDS (FILE VEHMAINT:
      *    INSPECTIONS (IPO), SERVICES, REPAIRS, TYRES - DUE DATE OR
      *    KM, WORKSHOP BOOKING, DONE DATE AND COST) AND THE FUEL AND
      *    MILEAGE LOG (FILE FUELLOG). A VAN IN THE WORKSHOP OR WITH AN
      *    OVERDUE INSPECTION IS REFUSED ON ROUTE SHEETS (BWVEHGATE).
      *    THE MONTHLY COST REPORT (VEHCOST.RPT) GIVES PER VAN THE
      *    MAINTENANCE AND FUEL COST, THE KM DRIVEN AND THE COST PER
      *    DELIVERY, COUNTING THE DELIVERED ORDERS OF DELIVERYLOG
      *    AGAINST THE VAN OF THE ROUTE SHEET THEY WERE ON.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWVEHMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLES ASSIGN TO "BWVEHICLES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS VEHICLES-FS.

           SELECT VEHMAINT ASSIGN TO "VEHMAINT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VM-KEY
              FILE STATUS IS VEHMAINT-FS.

           SELECT FUELLOG ASSIGN TO "FUELLOG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FL-KEY
              FILE STATUS IS FUELLOG-FS.

           SELECT DELIVERYLOG ASSIGN TO "DELIVERYLOG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DLV-ORDERS-ID
              FILE STATUS IS DELIVERYLOG-FS.

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

           SELECT COSTREPORT ASSIGN TO "VEHCOST.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COSTREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLES.
       COPY CB-VEHICLES.

       FD  VEHMAINT.
       COPY CB-VEHMAINT.

       FD  FUELLOG.
       COPY CB-FUELLOG.

       FD  DELIVERYLOG.
       COPY CB-DELIVERY.

       FD  ROUTES.
       COPY CB-ROUTESHEET.

       FD  ROUTEORD.
       COPY CB-ROUTEORD.

       FD  ORDERS.
       COPY RSOFD.

       FD  COSTREPORT.
       01  REP-LINE                             PIC X(120).

       WORKING-STORAGE SECTION.
       77  VEHICLES-FS                          PIC 9(002).
       77  VEHMAINT-FS                          PIC 9(002).
       77  FUELLOG-FS                           PIC 9(002).
       77  DELIVERYLOG-FS                       PIC 9(002).
       77  ROUTES-FS                            PIC 9(002).
       77  ROUTEORD-FS                          PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  COSTREPORT-FS                        PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  EOF-FLAG                             PIC X(001).
       77  FOUND-FLAG                           PIC X(001).
       77  ILIN                                 PIC 9(002).
       77  TODAY-DATE                           PIC 9(008).
       77  NEXT-SEQ                             PIC 9(004).
       77  STATUS-TEXT                          PIC X(010).
       77  REPORT-MONTH                         PIC 9(006).
       77  DELIV-VEHICLE                        PIC 9(003).
       77  ROUTE-ORDER-ID                       PIC 9(005).
       77  COUNT-UNMATCHED                      PIC 9(005).

       01  WS-MAINT.
           05 WS-VM-VEH-ID                      PIC 9(003).
           05 WS-VM-SEQ                         PIC 9(004).
           05 WS-VM-TYPE                        PIC X(001).
               88 WS-VALID-VM-TYPE              VALUE "I" "S" "R" "T".
           05 WS-VM-DESCRIPTION                 PIC X(030).
           05 WS-VM-DUE-DATE                    PIC 9(008).
           05 WS-VM-DUE-KM                      PIC 9(007).
           05 WS-VM-WORKSHOP-FROM               PIC 9(008).
           05 WS-VM-WORKSHOP-TO                 PIC 9(008).
           05 WS-VM-DONE-DATE                   PIC 9(008).
           05 WS-VM-DONE-KM                     PIC 9(007).
           05 WS-VM-COST                        PIC 9(005)V99.

       01  WS-FUEL.
           05 WS-FL-VEH-ID                      PIC 9(003).
           05 WS-FL-DATE                        PIC 9(008).
           05 WS-FL-ODOMETER-KM                 PIC 9(007).
           05 WS-FL-LITRES                      PIC 9(003)V99.
           05 WS-FL-COST                        PIC 9(005)V99.
           05 WS-FL-DRIVER-ID                   PIC 9(003).

      *    ONE ROW PER VAN OF THE MASTER FOR THE MONTHLY REPORT.
       01  COST-TABLE.
           05 COST-MAX                          PIC 9(003).
           05 COST-ENTRY OCCURS 100 TIMES.
               10 CT-VEH-ID                     PIC 9(003).
               10 CT-PLATE                      PIC X(010).
               10 CT-MAINT-COST                 PIC 9(007)V99.
               10 CT-FUEL-COST                  PIC 9(007)V99.
               10 CT-LITRES                     PIC 9(005)V99.
               10 CT-KM-FIRST                   PIC 9(007).
               10 CT-KM-LAST                    PIC 9(007).
               10 CT-DELIVERIES                 PIC 9(005).
       77  COST-IDX                             PIC 9(003).
       77  ROW-KM                               PIC 9(007).
       77  ROW-TOTAL                            PIC 9(007)V99.
       77  ROW-PER-DELIVERY                     PIC 9(005)V99.
       77  TOTAL-MAINT                          PIC 9(008)V99.
       77  TOTAL-FUEL                           PIC 9(008)V99.
       77  TOTAL-COST                           PIC 9(008)V99.
       77  TOTAL-DELIVERIES                     PIC 9(006).
       77  TOTAL-KM                             PIC 9(008).
       77  TOTAL-PER-DELIVERY                   PIC 9(005)V99.
       77  EDIT-MAINT                           PIC Z(6)9.99.
       77  EDIT-FUEL                            PIC Z(6)9.99.
       77  EDIT-TOTAL                           PIC Z(7)9.99.
       77  EDIT-PER-DELIVERY                    PIC Z(4)9.99.
       77  EDIT-LITRES                          PIC Z(4)9.99.
       77  EDIT-KM                              PIC Z(7)9.
       77  EDIT-DELIVERIES                      PIC Z(5)9.

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  TITLE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "BREADWICH | VEHICLE MAINTENANCE AND FUEL"
              LINE 02 COL 40.
           05 VALUE "1 - ADD A MAINTENANCE OR INSPECTION" LINE 06
              COL 40.
           05 VALUE "2 - RECORD MAINTENANCE DONE" LINE 08 COL 40.
           05 VALUE "3 - RECORD FUEL AND MILEAGE" LINE 10 COL 40.
           05 VALUE "4 - LIST A VEHICLE'S MAINTENANCE" LINE 12 COL 40.
           05 VALUE "5 - MONTHLY VEHICLE COST REPORT" LINE 14 COL 40.
           05 VALUE "0 - EXIT" LINE 16 COL 40.
           05 VALUE "OPTION:" LINE 19 COL 40.
           05 SS-OPTION PIC 9(001) LINE 19 COL 48 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  MAINT-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "VEHICLE ID:" LINE 06 COL 10.
           05 SS-M-VEH PIC 9(003) LINE 06 COL 22 TO WS-VM-VEH-ID
              BLANK WHEN ZERO.
           05 VALUE "TYPE (I IPO / S SERVICE / R REPAIR / T TYRES):"
              LINE 08 COL 10.
           05 SS-M-TYPE PIC X(001) LINE 08 COL 58 TO WS-VM-TYPE.
           05 VALUE "DESCRIPTION:" LINE 10 COL 10.
           05 SS-M-DESC PIC X(030) LINE 10 COL 23
              TO WS-VM-DESCRIPTION.
           05 VALUE "DUE DATE (YYYYMMDD):" LINE 12 COL 10.
           05 SS-M-DUE PIC 9(008) LINE 12 COL 31 TO WS-VM-DUE-DATE
              BLANK WHEN ZERO.
           05 VALUE "OR AT KM:" LINE 12 COL 42.
           05 SS-M-DUE-KM PIC 9(007) LINE 12 COL 52 TO WS-VM-DUE-KM
              BLANK WHEN ZERO.
           05 VALUE "IN THE WORKSHOP FROM:" LINE 14 COL 10.
           05 SS-M-WFROM PIC 9(008) LINE 14 COL 32
              TO WS-VM-WORKSHOP-FROM BLANK WHEN ZERO.
           05 VALUE "TO:" LINE 14 COL 42.
           05 SS-M-WTO PIC 9(008) LINE 14 COL 46
              TO WS-VM-WORKSHOP-TO BLANK WHEN ZERO.

       01  DONE-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "VEHICLE ID:" LINE 06 COL 10.
           05 SS-D-VEH PIC 9(003) LINE 06 COL 22 TO WS-VM-VEH-ID
              BLANK WHEN ZERO.
           05 VALUE "RECORD NUMBER:" LINE 06 COL 30.
           05 SS-D-SEQ PIC 9(004) LINE 06 COL 45 TO WS-VM-SEQ
              BLANK WHEN ZERO.
           05 VALUE "DONE ON (YYYYMMDD):" LINE 08 COL 10.
           05 SS-D-DATE PIC 9(008) LINE 08 COL 30 TO WS-VM-DONE-DATE
              BLANK WHEN ZERO.
           05 VALUE "AT KM:" LINE 08 COL 42.
           05 SS-D-KM PIC 9(007) LINE 08 COL 49 TO WS-VM-DONE-KM
              BLANK WHEN ZERO.
           05 VALUE "COST:" LINE 10 COL 10.
           05 SS-D-COST PIC 9(005)V99 LINE 10 COL 16 TO WS-VM-COST
              BLANK WHEN ZERO.

       01  FUEL-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "VEHICLE ID:" LINE 06 COL 10.
           05 SS-F-VEH PIC 9(003) LINE 06 COL 22 TO WS-FL-VEH-ID
              BLANK WHEN ZERO.
           05 VALUE "DATE (YYYYMMDD):" LINE 06 COL 30.
           05 SS-F-DATE PIC 9(008) LINE 06 COL 47 TO WS-FL-DATE
              BLANK WHEN ZERO.
           05 VALUE "ODOMETER KM:" LINE 08 COL 10.
           05 SS-F-KM PIC 9(007) LINE 08 COL 23
              TO WS-FL-ODOMETER-KM BLANK WHEN ZERO.
           05 VALUE "LITRES:" LINE 10 COL 10.
           05 SS-F-LITRES PIC 9(003)V99 LINE 10 COL 18
              TO WS-FL-LITRES BLANK WHEN ZERO.
           05 VALUE "COST:" LINE 10 COL 30.
           05 SS-F-COST PIC 9(005)V99 LINE 10 COL 36 TO WS-FL-COST
              BLANK WHEN ZERO.
           05 VALUE "DRIVER ID:" LINE 12 COL 10.
           05 SS-F-DRIVER PIC 9(003) LINE 12 COL 21
              TO WS-FL-DRIVER-ID BLANK WHEN ZERO.

       01  ASK-VEHICLE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "VEHICLE ID:" LINE 06 COL 10.
           05 SS-A-VEH PIC 9(003) LINE 06 COL 22 TO WS-VM-VEH-ID
              BLANK WHEN ZERO.

       01  MONTH-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "MONTH (YYYYMM):" LINE 06 COL 10.
           05 SS-MONTH PIC 9(006) LINE 06 COL 26 TO REPORT-MONTH
              BLANK WHEN ZERO.

       01  MAINT-LINE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 LINE ILIN COL 05.
               10 ML-SEQ PIC 9(004) FROM VM-SEQ.
               10 VALUE " ".
               10 ML-TYPE PIC X(001) FROM VM-SERVICE-TYPE.
               10 VALUE " ".
               10 ML-DESC PIC X(030) FROM VM-DESCRIPTION.
               10 VALUE " DUE ".
               10 ML-DUE PIC 9(008) FROM VM-DUE-DATE.
               10 VALUE " KM ".
               10 ML-DUE-KM PIC 9(007) FROM VM-DUE-KM.
               10 VALUE " WORKSHOP ".
               10 ML-WFROM PIC 9(008) FROM VM-WORKSHOP-FROM.
               10 VALUE " ".
               10 ML-STATUS PIC X(010) FROM STATUS-TEXT.
               10 VALUE " ".
               10 ML-COST PIC Z(4)9.99 FROM VM-COST.

       01  SAVED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "SAVED AS RECORD" LINE 22 COL 40.
           05 SV-SEQ PIC 9(004) LINE 22 COL 56 FROM NEXT-SEQ.
           05 VALUE "- PRESS ANY KEY" LINE 22 COL 61.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  NOT-FOUND-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "VEHICLE OR RECORD NOT FOUND - PRESS ANY KEY"
              LINE 22 COL 40.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  BAD-ENTRY-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "INCOMPLETE OR INVALID ENTRY - PRESS ANY KEY"
              LINE 22 COL 40.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DONE - PRESS ANY KEY" LINE 22 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  REPORT-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "REPORT WRITTEN TO VEHCOST.RPT - PRESS ANY KEY"
              LINE 22 COL 40.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  LIST-END-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "END OF LIST - PRESS ANY KEY" LINE 24 COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           PERFORM CREATE-VEHICLE-FILES

           PERFORM UNTIL MAIN-OPTION = 0 AND KEYSTATUS NOT = 0
              MOVE ZEROS TO MAIN-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY TITLE-SCREEN
              ACCEPT SS-OPTION
              IF KEYSTATUS = 1003 OR MAIN-OPTION = 0 THEN
                 STOP RUN
              END-IF

              EVALUATE MAIN-OPTION
                 WHEN 1 PERFORM ADD-MAINTENANCE
                 WHEN 2 PERFORM RECORD-MAINTENANCE-DONE
                 WHEN 3 PERFORM RECORD-FUEL
                 WHEN 4 PERFORM LIST-MAINTENANCE
                 WHEN 5 PERFORM MONTHLY-COST-REPORT
              END-EVALUATE
           END-PERFORM
           STOP RUN.

       CREATE-VEHICLE-FILES SECTION.
           OPEN I-O VEHMAINT
           IF VEHMAINT-FS = 35 THEN
              OPEN OUTPUT VEHMAINT
           END-IF
           CLOSE VEHMAINT
           OPEN I-O FUELLOG
           IF FUELLOG-FS = 35 THEN
              OPEN OUTPUT FUELLOG
           END-IF
           CLOSE FUELLOG
           EXIT SECTION.

       CHECK-VEHICLE SECTION.
      ******************************************************************
      *    FOUND-FLAG = Y WHEN VAN WS-VM-VEH-ID IS ON THE MASTER.
      ******************************************************************
           MOVE "N" TO FOUND-FLAG
           OPEN INPUT VEHICLES
           IF VEHICLES-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           MOVE WS-VM-VEH-ID TO VEH-ID
           READ VEHICLES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO FOUND-FLAG
           END-READ
           CLOSE VEHICLES
           EXIT SECTION.

       ADD-MAINTENANCE SECTION.
      ******************************************************************
      *    A NEW MAINTENANCE RECORD TAKES THE VAN'S NEXT NUMBER. IT
      *    NEEDS A DUE DATE, A DUE KM OR A WORKSHOP BOOKING.
      ******************************************************************
           INITIALIZE WS-MAINT
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT MAINT-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-VM-VEH-ID = ZEROS THEN
              EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-VM-TYPE) TO WS-VM-TYPE
           IF NOT WS-VALID-VM-TYPE
           OR (WS-VM-DUE-DATE = ZEROS AND WS-VM-DUE-KM = ZEROS
               AND WS-VM-WORKSHOP-FROM = ZEROS) THEN
              ACCEPT BAD-ENTRY-SCREEN
              EXIT SECTION
           END-IF

           PERFORM CHECK-VEHICLE
           IF FOUND-FLAG NOT = "Y" THEN
              ACCEPT NOT-FOUND-SCREEN
              EXIT SECTION
           END-IF

           OPEN I-O VEHMAINT
           PERFORM FIND-NEXT-SEQ
           MOVE WS-VM-VEH-ID TO VM-VEH-ID
           MOVE NEXT-SEQ TO VM-SEQ
           MOVE WS-VM-TYPE TO VM-SERVICE-TYPE
           MOVE WS-VM-DESCRIPTION TO VM-DESCRIPTION
           MOVE WS-VM-DUE-DATE TO VM-DUE-DATE
           MOVE WS-VM-DUE-KM TO VM-DUE-KM
           MOVE WS-VM-WORKSHOP-FROM TO VM-WORKSHOP-FROM
           MOVE WS-VM-WORKSHOP-TO TO VM-WORKSHOP-TO
           MOVE ZEROS TO VM-DONE-DATE, VM-DONE-KM, VM-COST
           WRITE VM-DETAILS
           END-WRITE
           CLOSE VEHMAINT

           ACCEPT SAVED-SCREEN
           EXIT SECTION.

       FIND-NEXT-SEQ SECTION.
      ******************************************************************
      *    THE VAN'S HIGHEST RECORD NUMBER PLUS ONE (VEHMAINT OPEN).
      ******************************************************************
           MOVE 1 TO NEXT-SEQ
           MOVE SPACES TO EOF-FLAG
           MOVE WS-VM-VEH-ID TO VM-VEH-ID
           MOVE ZEROS TO VM-SEQ
           START VEHMAINT KEY IS NOT LESS THAN VM-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ VEHMAINT NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF VM-VEH-ID NOT = WS-VM-VEH-ID THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       COMPUTE NEXT-SEQ = VM-SEQ + 1
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       RECORD-MAINTENANCE-DONE SECTION.
      ******************************************************************
      *    CLOSES A MAINTENANCE RECORD WITH THE DATE, KM AND COST. AN
      *    INSPECTION DONE NO LONGER BLOCKS THE VAN.
      ******************************************************************
           INITIALIZE WS-MAINT
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT DONE-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-VM-VEH-ID = ZEROS THEN
              EXIT SECTION
           END-IF
           IF WS-VM-DONE-DATE = ZEROS THEN
              ACCEPT BAD-ENTRY-SCREEN
              EXIT SECTION
           END-IF

           OPEN I-O VEHMAINT
           MOVE WS-VM-VEH-ID TO VM-VEH-ID
           MOVE WS-VM-SEQ TO VM-SEQ
           READ VEHMAINT
              INVALID KEY
                 CLOSE VEHMAINT
                 ACCEPT NOT-FOUND-SCREEN
                 EXIT SECTION
           END-READ
           MOVE WS-VM-DONE-DATE TO VM-DONE-DATE
           MOVE WS-VM-DONE-KM TO VM-DONE-KM
           MOVE WS-VM-COST TO VM-COST
           REWRITE VM-DETAILS
           END-REWRITE
           CLOSE VEHMAINT

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       RECORD-FUEL SECTION.
      ******************************************************************
      *    LOGS A FILL-UP WITH THE ODOMETER READING. SEVERAL ON ONE
      *    DAY ARE NUMBERED.
      ******************************************************************
           INITIALIZE WS-FUEL
           MOVE TODAY-DATE TO WS-FL-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT FUEL-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-FL-VEH-ID = ZEROS THEN
              EXIT SECTION
           END-IF
           IF WS-FL-DATE = ZEROS OR WS-FL-ODOMETER-KM = ZEROS THEN
              ACCEPT BAD-ENTRY-SCREEN
              EXIT SECTION
           END-IF

           MOVE WS-FL-VEH-ID TO WS-VM-VEH-ID
           PERFORM CHECK-VEHICLE
           IF FOUND-FLAG NOT = "Y" THEN
              ACCEPT NOT-FOUND-SCREEN
              EXIT SECTION
           END-IF

           OPEN I-O FUELLOG
           MOVE WS-FL-VEH-ID TO FL-VEH-ID
           MOVE WS-FL-DATE TO FL-DATE
           MOVE WS-FL-ODOMETER-KM TO FL-ODOMETER-KM
           MOVE WS-FL-LITRES TO FL-LITRES
           MOVE WS-FL-COST TO FL-COST
           MOVE WS-FL-DRIVER-ID TO FL-DRIVER-ID
           MOVE 1 TO FL-SEQ
           MOVE "N" TO FOUND-FLAG
           PERFORM UNTIL FOUND-FLAG = "Y" OR FL-SEQ = 99
              WRITE FL-DETAILS
                 INVALID KEY
                    ADD 1 TO FL-SEQ
                 NOT INVALID KEY
                    MOVE "Y" TO FOUND-FLAG
              END-WRITE
           END-PERFORM
           CLOSE FUELLOG

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       LIST-MAINTENANCE SECTION.
      ******************************************************************
      *    LISTS A VAN'S MAINTENANCE RECORDS WITH THEIR STATUS: DONE,
      *    OVERDUE (DUE DATE PASSED) OR OPEN.
      ******************************************************************
           INITIALIZE WS-MAINT
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT ASK-VEHICLE-SCREEN
           IF KEYSTATUS = 1003 OR WS-VM-VEH-ID = ZEROS THEN
              EXIT SECTION
           END-IF

           DISPLAY CLEAR-SCREEN
           MOVE 04 TO ILIN
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT VEHMAINT
           IF VEHMAINT-FS NOT = 00 THEN
              ACCEPT LIST-END-SCREEN
              EXIT SECTION
           END-IF

           MOVE WS-VM-VEH-ID TO VM-VEH-ID
           MOVE ZEROS TO VM-SEQ
           START VEHMAINT KEY IS NOT LESS THAN VM-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ VEHMAINT NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF VM-VEH-ID NOT = WS-VM-VEH-ID THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       PERFORM SET-STATUS-TEXT
                       DISPLAY MAINT-LINE-SCREEN
                       ADD 1 TO ILIN
                       IF ILIN > 20 THEN
                          ACCEPT LIST-END-SCREEN
                          DISPLAY CLEAR-SCREEN
                          MOVE 04 TO ILIN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VEHMAINT

           ACCEPT LIST-END-SCREEN
           EXIT SECTION.

       SET-STATUS-TEXT SECTION.
           IF VM-DONE-DATE > ZEROS THEN
              MOVE "DONE" TO STATUS-TEXT
           ELSE
              IF VM-DUE-DATE > ZEROS AND VM-DUE-DATE < TODAY-DATE THEN
                 MOVE "OVERDUE" TO STATUS-TEXT
              ELSE
                 MOVE "OPEN" TO STATUS-TEXT
              END-IF
           END-IF
           EXIT SECTION.

       MONTHLY-COST-REPORT SECTION.
      ******************************************************************
      *    PER VAN FOR THE MONTH: MAINTENANCE DONE, FUEL, KM DRIVEN
      *    (FIRST TO LAST ODOMETER READING OF THE MONTH), DELIVERIES
      *    AND THE COST PER DELIVERY.
      ******************************************************************
           MOVE ZEROS TO REPORT-MONTH
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT MONTH-SCREEN
           IF KEYSTATUS = 1003 OR REPORT-MONTH = ZEROS THEN
              EXIT SECTION
           END-IF

           PERFORM LOAD-COST-VEHICLES
           PERFORM ADD-MAINTENANCE-COSTS
           PERFORM ADD-FUEL-COSTS
           PERFORM COUNT-VAN-DELIVERIES
           PERFORM WRITE-COST-REPORT

           ACCEPT REPORT-DONE-SCREEN
           EXIT SECTION.

       LOAD-COST-VEHICLES SECTION.
           INITIALIZE COST-TABLE
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT VEHICLES
           IF VEHICLES-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
              READ VEHICLES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF COST-MAX < 100 THEN
                       ADD 1 TO COST-MAX
                       MOVE VEH-ID TO CT-VEH-ID (COST-MAX)
                       MOVE VEH-PLATE TO CT-PLATE (COST-MAX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VEHICLES
           EXIT SECTION.

       FIND-COST-ROW SECTION.
      ******************************************************************
      *    COST-IDX = THE ROW OF VAN DELIV-VEHICLE, ZERO WHEN UNKNOWN.
      ******************************************************************
           MOVE ZEROS TO COST-IDX
           MOVE "N" TO FOUND-FLAG
           PERFORM VARYING COST-IDX FROM 1 BY 1
              UNTIL COST-IDX > COST-MAX OR FOUND-FLAG = "Y"
              IF CT-VEH-ID (COST-IDX) = DELIV-VEHICLE THEN
                 MOVE "Y" TO FOUND-FLAG
              END-IF
           END-PERFORM
           IF FOUND-FLAG = "Y" THEN
              SUBTRACT 1 FROM COST-IDX
           ELSE
              MOVE ZEROS TO COST-IDX
           END-IF
           EXIT SECTION.

       ADD-MAINTENANCE-COSTS SECTION.
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT VEHMAINT
           IF VEHMAINT-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
              READ VEHMAINT NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF VM-DONE-DATE (1:6) = REPORT-MONTH THEN
                       MOVE VM-VEH-ID TO DELIV-VEHICLE
                       PERFORM FIND-COST-ROW
                       IF COST-IDX > ZEROS THEN
                          ADD VM-COST TO CT-MAINT-COST (COST-IDX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VEHMAINT
           EXIT SECTION.

       ADD-FUEL-COSTS SECTION.
      *    THE LOG IS IN VAN AND DATE ORDER, SO THE FIRST READING OF
      *    THE MONTH COMES FIRST.
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT FUELLOG
           IF FUELLOG-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
              READ FUELLOG NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF FL-DATE (1:6) = REPORT-MONTH THEN
                       MOVE FL-VEH-ID TO DELIV-VEHICLE
                       PERFORM FIND-COST-ROW
                       IF COST-IDX > ZEROS THEN
                          ADD FL-COST TO CT-FUEL-COST (COST-IDX)
                          ADD FL-LITRES TO CT-LITRES (COST-IDX)
                          IF CT-KM-FIRST (COST-IDX) = ZEROS THEN
                             MOVE FL-ODOMETER-KM TO
                                CT-KM-FIRST (COST-IDX)
                          END-IF
                          IF FL-ODOMETER-KM > CT-KM-LAST (COST-IDX)
                             THEN
                             MOVE FL-ODOMETER-KM TO
                                CT-KM-LAST (COST-IDX)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FUELLOG
           EXIT SECTION.

       COUNT-VAN-DELIVERIES SECTION.
      ******************************************************************
      *    EACH ORDER DELIVERED IN THE MONTH COUNTS FOR THE VAN OF THE
      *    ROUTE SHEET IT WAS ASSIGNED TO. THE SHEET HOLDS THE ORDER
      *    NUMBER; A DELIVERY LOGGED AGAINST ONE OF ITS LINES IS
      *    TRACED THROUGH THE LINE'S ORDER NUMBER.
      ******************************************************************
           MOVE ZEROS TO COUNT-UNMATCHED
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT DELIVERYLOG
           IF DELIVERYLOG-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN INPUT ROUTEORD
           OPEN INPUT ROUTES
           OPEN INPUT ORDERS

           PERFORM UNTIL EOF-FLAG = "Y"
              READ DELIVERYLOG NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF DLV-DATE (1:6) = REPORT-MONTH
                    AND DLV-DELIVERED THEN
                       PERFORM FIND-DELIVERY-VAN
                       PERFORM FIND-COST-ROW
                       IF COST-IDX > ZEROS THEN
                          ADD 1 TO CT-DELIVERIES (COST-IDX)
                       ELSE
                          ADD 1 TO COUNT-UNMATCHED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DELIVERYLOG
           IF ROUTEORD-FS = 00 THEN
              CLOSE ROUTEORD
           END-IF
           IF ROUTES-FS = 00 THEN
              CLOSE ROUTES
           END-IF
           IF ORDERS-FS = 00 THEN
              CLOSE ORDERS
           END-IF
           EXIT SECTION.

       FIND-DELIVERY-VAN SECTION.
           MOVE ZEROS TO DELIV-VEHICLE
           MOVE DLV-ORDERS-ID TO ROUTE-ORDER-ID
           MOVE "N" TO FOUND-FLAG
           MOVE ROUTE-ORDER-ID TO RO-ORDERS-ID
           READ ROUTEORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO FOUND-FLAG
           END-READ

           IF FOUND-FLAG = "N" THEN
              MOVE DLV-ORDERS-ID TO FD-ORDERS-ID
              READ ORDERS
                 INVALID KEY
                    EXIT SECTION
              END-READ
              IF FD-ORDERS-HEADER-ID = ZEROS THEN
                 EXIT SECTION
              END-IF
              MOVE FD-ORDERS-HEADER-ID TO RO-ORDERS-ID
              READ ROUTEORD
                 INVALID KEY
                    EXIT SECTION
              END-READ
           END-IF

           MOVE RO-DATE TO RT-DATE
           MOVE RO-SHEET TO RT-SHEET
           READ ROUTES
              INVALID KEY
                 EXIT SECTION
           END-READ
           MOVE RT-VEHICLE-ID TO DELIV-VEHICLE
           EXIT SECTION.

       WRITE-COST-REPORT SECTION.
           MOVE ZEROS TO TOTAL-MAINT, TOTAL-FUEL, TOTAL-COST,
              TOTAL-DELIVERIES, TOTAL-KM
           OPEN OUTPUT COSTREPORT
           MOVE SPACES TO REP-LINE
           STRING "VEHICLE COST PER DELIVERY - MONTH " REPORT-MONTH
              INTO REP-LINE
           END-STRING
           WRITE REP-LINE
           MOVE SPACES TO REP-LINE
           WRITE REP-LINE
           MOVE "VAN PLATE      DELIVERIES       KM   LITRES"
              TO REP-LINE
           MOVE "    FUEL COST  MAINTENANCE       TOTAL  PER DELIVERY"
              TO REP-LINE (45:53)
           WRITE REP-LINE

           PERFORM VARYING COST-IDX FROM 1 BY 1
              UNTIL COST-IDX > COST-MAX
              PERFORM WRITE-COST-ROW
           END-PERFORM

           MOVE SPACES TO REP-LINE
           WRITE REP-LINE
           MOVE ZEROS TO TOTAL-PER-DELIVERY
           IF TOTAL-DELIVERIES > ZEROS THEN
              COMPUTE TOTAL-PER-DELIVERY ROUNDED =
                 TOTAL-COST / TOTAL-DELIVERIES
           END-IF
           MOVE TOTAL-DELIVERIES TO EDIT-DELIVERIES
           MOVE TOTAL-KM TO EDIT-KM
           MOVE TOTAL-FUEL TO EDIT-FUEL
           MOVE TOTAL-MAINT TO EDIT-MAINT
           MOVE TOTAL-COST TO EDIT-TOTAL
           MOVE TOTAL-PER-DELIVERY TO EDIT-PER-DELIVERY
           MOVE SPACES TO REP-LINE
           STRING "ALL VANS      " EDIT-DELIVERIES " " EDIT-KM
              "          " EDIT-FUEL " " EDIT-MAINT " " EDIT-TOTAL
              "      " EDIT-PER-DELIVERY
              INTO REP-LINE
           END-STRING
           WRITE REP-LINE

           IF COUNT-UNMATCHED > ZEROS THEN
              MOVE SPACES TO REP-LINE
              STRING "DELIVERIES NOT ON A ROUTE SHEET: "
                 COUNT-UNMATCHED INTO REP-LINE
              END-STRING
              WRITE REP-LINE
           END-IF
           CLOSE COSTREPORT
           EXIT SECTION.

       WRITE-COST-ROW SECTION.
           MOVE ZEROS TO ROW-KM, ROW-PER-DELIVERY
           IF CT-KM-LAST (COST-IDX) > CT-KM-FIRST (COST-IDX) THEN
              COMPUTE ROW-KM =
                 CT-KM-LAST (COST-IDX) - CT-KM-FIRST (COST-IDX)
           END-IF
           COMPUTE ROW-TOTAL =
              CT-FUEL-COST (COST-IDX) + CT-MAINT-COST (COST-IDX)
           IF CT-DELIVERIES (COST-IDX) > ZEROS THEN
              COMPUTE ROW-PER-DELIVERY ROUNDED =
                 ROW-TOTAL / CT-DELIVERIES (COST-IDX)
           END-IF

           ADD CT-DELIVERIES (COST-IDX) TO TOTAL-DELIVERIES
           ADD ROW-KM TO TOTAL-KM
           ADD CT-FUEL-COST (COST-IDX) TO TOTAL-FUEL
           ADD CT-MAINT-COST (COST-IDX) TO TOTAL-MAINT
           ADD ROW-TOTAL TO TOTAL-COST

           MOVE CT-DELIVERIES (COST-IDX) TO EDIT-DELIVERIES
           MOVE ROW-KM TO EDIT-KM
           MOVE CT-LITRES (COST-IDX) TO EDIT-LITRES
           MOVE CT-FUEL-COST (COST-IDX) TO EDIT-FUEL
           MOVE CT-MAINT-COST (COST-IDX) TO EDIT-MAINT
           MOVE ROW-TOTAL TO EDIT-TOTAL
           MOVE ROW-PER-DELIVERY TO EDIT-PER-DELIVERY
           MOVE SPACES TO REP-LINE
           STRING CT-VEH-ID (COST-IDX) " " CT-PLATE (COST-IDX)
              EDIT-DELIVERIES " " EDIT-KM " " EDIT-LITRES " "
              EDIT-FUEL " " EDIT-MAINT " " EDIT-TOTAL "      "
              EDIT-PER-DELIVERY
              INTO REP-LINE
           END-STRING
           WRITE REP-LINE
           EXIT SECTION.
