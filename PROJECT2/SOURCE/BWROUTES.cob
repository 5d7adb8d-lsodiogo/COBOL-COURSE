      *    AND LOCALITY (RESOLVED THROUGH THE CPS POSTAL-CODE FILE,
      *    FALLING BACK TO THE SCHOOL'S OWN TOWN), SO THE SHEET
      *    FOLLOWS A DRIVABLE SEQUENCE.
      *
      *    V3 | 15.10.2026 | A STOP IS A WHOLE ORDER: ASSIGNING ANY
      *    LINE OF AN ORDER ASSIGNS THE ORDER, AND THE SHEET SHOWS THE
      *    ORDER'S TOTAL QUANTITY AND NUMBER OF LINES.
      *
      *    V4 | 15.10.2026 | A SHEET LEAVES FROM ONE KITCHEN SITE: THE
      *    SITE IS SET WHEN THE SHEET IS OPENED, ONLY ORDERS PRODUCED
      *    AT THAT SITE CAN BE ASSIGNED TO IT, AND THE PRINTED SHEET
      *    NAMES THE SITE.
      *
      *    V5 | 15.10.2026 | VEHICLES CARRY A LOAD CAPACITY IN CRATES
      *    AND KG. OPENING A SHEET AND ASSIGNING AN ORDER TO IT TOTAL
      *    THE SHEET'S SANDWICHES, CRATES (EACH STOP ITS OWN, FROM THE
      *    CRATE PACKING SETTINGS IN CRATECFG, SEE BWCRATES) AND
      *    WEIGHT AND WARN WHEN THE VAN IS OVER CAPACITY; THE PRINTED
      *    SHEET SHOWS THE LOAD AGAINST THE VAN'S CAPACITY.
      *
      *    V6 | 15.10.2026 | A VAN IN THE WORKSHOP ON THE SHEET'S DATE
      *    OR WITH AN OVERDUE INSPECTION (SEE BWVEHMAINT) CANNOT BE
      *    PUT ON A SHEET, AND NO ORDER CAN BE ASSIGNED TO A SHEET
      *    WHOSE VAN HAS SINCE BECOME BLOCKED (BWVEHGATE).
      *
      *    V7 | 15.10.2026 | EVERY SHEET HAS AN ESTIMATED WORKING TIME
      *    (BWROUTETIME, SETTINGS IN BWDRVTIME). A DRIVER CANNOT BE ON
      *    TWO SHEETS OF THE SAME DAY WHOSE TIMES OVERLAP - OPENING THE
      *    SHEET OR ASSIGNING THE ORDER THAT WOULD CAUSE IT IS REFUSED
      *    - AND THE DISPATCHER IS WARNED WHEN THE DRIVER'S PLANNED
      *    TIME FOR THE DAY IS OVER THE LIMIT. THE PRINTED SHEET SHOWS
      *    THE ESTIMATE.
      ******************************************************************

       IDENTIFICATION DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
               RECORD KEY IS FD-CP
               FILE STATUS IS CPS-FS.

           SELECT CRATECFG ASSIGN TO "CRATECFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CRATECFG-FS.

           SELECT SHEETPRINT ASSIGN TO "ROUTESHEET2.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SHEETPRINT-FS.
               10 FD-CP-T                   PIC 9(003).
           05 FD-LOC                        PIC X(100).

       FD  CRATECFG.
       COPY CB-CRATECFG.

       FD  SHEETPRINT.
       01  SHEET-LINE                           PIC X(132).

       WORKING-STORAGE SECTION.
       77  DRIVERS-FS                           PIC 9(002).
       77  WORK-DRIVER                          PIC 9(003).
       77  WORK-VEHICLE                         PIC 9(003).
       77  WORK-ORDER                           PIC 9(005).
       77  WORK-SITE                            PIC 9(002).
       77  ORDER-SITE                           PIC 9(002).
       77  ENTRY-ID                             PIC 9(003).
       77  CPS-FS                               PIC 9(002).
       77  STOP-IDX                             PIC 9(003).
       77  STOP-JDX                             PIC 9(003).
       77  STOP-MAX                             PIC 9(003).
       77  STOP-QUANTITY                        PIC 9(005).
       77  STOP-LINES                           PIC 9(003).
       77  LINE-EOF                             PIC X(001).
       77  CRATECFG-FS                          PIC 9(002).
       77  SUM-ORDERS-ID                        PIC 9(005).
       77  ENTRY-MAX-CRATES                     PIC 9(003).
       77  ENTRY-MAX-KG                         PIC 9(005).
       77  WORK-MAX-CRATES                      PIC 9(003).
       77  WORK-MAX-KG                          PIC 9(005).
      *    CRATE PACKING WHEN CRATECFG HAS NOT BEEN SET UP YET.
       77  PACK-PER-CRATE                       PIC 9(003) VALUE 24.
       77  PACK-SANDWICH-GRAMS                  PIC 9(004) VALUE 250.
       77  PACK-CRATE-GRAMS                     PIC 9(005) VALUE 1500.
       77  STOP-CRATES                          PIC 9(004).
       77  LOAD-STOPS                           PIC 9(003).
       77  LOAD-SANDWICHES                      PIC 9(006).
       77  LOAD-CRATES                          PIC 9(004).
       77  LOAD-WEIGHT-KG                       PIC 9(005).
       77  LOAD-OVER                            PIC X(001).

       77  DAY-MINUTES                          PIC 9(005).
       77  DAY-OVER                             PIC X(001).
       77  DRIVER-OVERLAP                       PIC X(001).
       77  OVERLAP-SHEET                        PIC 9(002).
       77  THIS-START                           PIC 9(004).
       77  THIS-END                             PIC 9(004).
       77  THIS-STOPS                           PIC 9(003).
       77  OTHER-IDX                            PIC 9(002).
       77  OTHER-MAX                            PIC 9(002).
       77  OLD-RO-FOUND                         PIC X(001).
       77  SHOW-MINUTES                         PIC 9(005).
       77  SHOW-HH                              PIC 9(002).
       77  SHOW-MM                              PIC 9(002).
       01  OLD-RO-DETAILS                       PIC X(015).
       01  OTHER-SHEETS.
           05 OTHER-SHEET OCCURS 20 TIMES       PIC 9(002).
       01  TIME-TEXT.
           05 TIME-HH                           PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ":".
           05 TIME-MM                           PIC 9(002).
       01  START-TEXT                           PIC X(005).
       01  END-TEXT                             PIC X(005).
       01  DAY-TEXT                             PIC X(005).

       01  ROUTE-TIME-CALL.
           05 RTC-DATE                          PIC 9(008).
           05 RTC-SHEET                         PIC 9(002).
           05 RTC-STOPS                         PIC 9(003).
           05 RTC-START-MINUTE                  PIC 9(004).
           05 RTC-END-MINUTE                    PIC 9(004).
           05 RTC-MINUTES                       PIC 9(004).
           05 RTC-STOPS-MINUTES                 PIC 9(004).
           05 RTC-MAX-DAY-MINUTES               PIC 9(004).

       01  VEH-GATE-CALL.
           05 VG-VEH-ID                         PIC 9(003).
           05 VG-DATE                           PIC 9(008).
           05 VG-BLOCKED                        PIC X(001).
           05 VG-REASON                         PIC X(040).

       01  STOP-TABLE.
           05 STOP-ENTRY OCCURS 200 TIMES.
           05 VALUE "LICENCE / PLATE:" LINE 10 COL 10.
           05 SS-EXTRA PIC X(015) LINE 10 COL 27 TO ENTRY-EXTRA.

       01  VEHICLE-CAP-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "CAPACITY IN CRATES (0 = NOT CHECKED):"
              LINE 12 COL 10.
           05 SS-MAX-CRATES PIC 9(003) LINE 12 COL 48
              TO ENTRY-MAX-CRATES BLANK WHEN ZERO.
           05 VALUE "CAPACITY IN KG (0 = NOT CHECKED):"
              LINE 14 COL 10.
           05 SS-MAX-KG PIC 9(005) LINE 14 COL 48 TO ENTRY-MAX-KG
              BLANK WHEN ZERO.

       01  SHEET-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "DATE (YYYYMMDD):" LINE 06 COL 10.
           05 SS-DATE PIC 9(008) LINE 06 COL 27 TO WORK-DATE
           05 VALUE "VEHICLE ID:" LINE 08 COL 28.
           05 SS-VEHICLE PIC 9(003) LINE 08 COL 40 TO WORK-VEHICLE
              BLANK WHEN ZERO.
           05 VALUE "SITE (0 = MAIN KITCHEN 01):" LINE 10 COL 10.
           05 SS-SITE PIC 9(002) LINE 10 COL 38 TO WORK-SITE
              BLANK WHEN ZERO.

       01  ASSIGN-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "DATE (YYYYMMDD):" LINE 06 COL 10.
              COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  WRONG-SITE-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE
              "ORDER MADE AT ANOTHER KITCHEN SITE - PRESS ANY KEY"
              LINE 20 COL 35.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  OVER-LOAD-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "WARNING - THE VAN IS OVER CAPACITY" LINE 16
              COL 10.
           05 VALUE "SHEET LOAD:" LINE 18 COL 10.
           05 OL-SANDWICHES PIC Z(5)9 LINE 18 COL 22
              FROM LOAD-SANDWICHES.
           05 VALUE "SANDWICHES" LINE 18 COL 29.
           05 OL-CRATES PIC Z(3)9 LINE 18 COL 40 FROM LOAD-CRATES.
           05 VALUE "CRATES" LINE 18 COL 45.
           05 OL-KG PIC Z(4)9 LINE 18 COL 52 FROM LOAD-WEIGHT-KG.
           05 VALUE "KG" LINE 18 COL 58.
           05 VALUE "VAN CAPACITY:" LINE 19 COL 10.
           05 OL-MAX-CRATES PIC Z(3)9 LINE 19 COL 40
              FROM WORK-MAX-CRATES.
           05 VALUE "CRATES" LINE 19 COL 45.
           05 OL-MAX-KG PIC Z(4)9 LINE 19 COL 52 FROM WORK-MAX-KG.
           05 VALUE "KG" LINE 19 COL 58.
           05 VALUE "PRESS ANY KEY" LINE 21 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  VEH-BLOCKED-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "VAN NOT AVAILABLE ON THE SHEET'S DATE:" LINE 18
              COL 10.
           05 VB-REASON PIC X(040) LINE 18 COL 49 FROM VG-REASON.
           05 VALUE "NOTHING SAVED - PRESS ANY KEY" LINE 20 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DRIVER-OVERLAP-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "THE DRIVER IS ALREADY ON SHEET" LINE 18 COL 10.
           05 DO-SHEET PIC 9(002) LINE 18 COL 41 FROM OVERLAP-SHEET.
           05 VALUE "AT THE SAME TIME (" LINE 18 COL 44.
           05 DO-START PIC X(005) LINE 18 COL 62 FROM START-TEXT.
           05 VALUE "TO" LINE 18 COL 68.
           05 DO-END PIC X(005) LINE 18 COL 71 FROM END-TEXT.
           05 VALUE ")" LINE 18 COL 76.
           05 VALUE "NOTHING SAVED - PRESS ANY KEY" LINE 20 COL 10.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DRIVER-HOURS-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "WARNING - THE DRIVER IS PLANNED FOR" LINE 14
              COL 10.
           05 DH-DAY PIC X(005) LINE 14 COL 47 FROM DAY-TEXT.
           05 VALUE "HOURS ON THIS DAY" LINE 14 COL 53.
           05 VALUE "THE DAILY LIMIT IS" LINE 15 COL 10.
           05 DH-LIMIT PIC X(005) LINE 15 COL 29 FROM END-TEXT.
           05 VALUE "HOURS - PRESS ANY KEY" LINE 15 COL 35.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  PRINT-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "SHEET WRITTEN TO ROUTESHEET2.RPT" LINE 20
              COL 44.

       MAIN SECTION.
           PERFORM CREATE-ROUTE-FILES
           PERFORM LOAD-CRATE-PACKING

           MOVE 9 TO MAIN-OPTION
           PERFORM UNTIL MAIN-OPTION = 0
           CLOSE ROUTEORD
           EXIT SECTION.

       LOAD-CRATE-PACKING SECTION.
      ******************************************************************
      *    THE CRATE PACKING SETTINGS KEPT BY BWCRATES; THE DEFAULTS
      *    ABOVE STAND UNTIL THEY ARE SET.
      ******************************************************************
           OPEN INPUT CRATECFG
           IF CRATECFG-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           READ CRATECFG
              AT END
                 CONTINUE
              NOT AT END
                 IF CRC-SANDWICHES-PER-CRATE IS NUMERIC
                 AND CRC-SANDWICHES-PER-CRATE > ZEROS THEN
                    MOVE CRC-SANDWICHES-PER-CRATE TO PACK-PER-CRATE
                    MOVE CRC-SANDWICH-GRAMS TO PACK-SANDWICH-GRAMS
                    MOVE CRC-CRATE-GRAMS TO PACK-CRATE-GRAMS
                 END-IF
           END-READ
           CLOSE CRATECFG
           EXIT SECTION.

       ADD-DRIVER SECTION.
           MOVE ZEROS TO ENTRY-ID
           MOVE SPACES TO ENTRY-NAME, ENTRY-EXTRA
           IF KEYSTATUS = 1003 OR ENTRY-ID = ZEROS THEN
              EXIT SECTION
           END-IF
           MOVE ZEROS TO ENTRY-MAX-CRATES, ENTRY-MAX-KG
           DISPLAY VEHICLE-CAP-SCREEN
           ACCEPT VEHICLE-CAP-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           OPEN I-O VEHICLES
           MOVE ENTRY-ID TO VEH-ID
           MOVE ENTRY-EXTRA TO VEH-PLATE
           MOVE ENTRY-NAME TO VEH-DESCRIPTION
           MOVE 1 TO VEH-IS-ACTIVE
           MOVE ENTRY-MAX-CRATES TO VEH-MAX-CRATES
           MOVE ENTRY-MAX-KG TO VEH-MAX-WEIGHT-KG
           WRITE VEH-DETAILS
              INVALID KEY
                 REWRITE VEH-DETAILS
      ******************************************************************
      *    OPENS (OR REASSIGNS) A NUMBERED ROUTE SHEET FOR A DATE,
      *    WITH ITS DRIVER AND VEHICLE. BOTH MUST EXIST AND BE
      *    ACTIVE. THE SHEET LEAVES FROM ONE KITCHEN SITE.
      ******************************************************************
           MOVE ZEROS TO WORK-DATE, WORK-SHEET, WORK-DRIVER,
              WORK-VEHICLE, WORK-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY SHEET-FORM-SCREEN
           ACCEPT SHEET-FORM-SCREEN
           END-READ
           CLOSE VEHICLES

           PERFORM CHECK-VEHICLE-AVAILABLE
           IF VG-BLOCKED = "Y" THEN
              ACCEPT VEH-BLOCKED-SCREEN
              EXIT SECTION
           END-IF

      *    A REOPENED SHEET MAY ALREADY HOLD ORDERS AND SO HAVE TIMES.
           PERFORM CHECK-DRIVER-TIME
           IF DRIVER-OVERLAP = "Y" THEN
              ACCEPT DRIVER-OVERLAP-SCREEN
              EXIT SECTION
           END-IF

           OPEN I-O ROUTES
           MOVE WORK-DATE TO RT-DATE
           MOVE WORK-SHEET TO RT-SHEET
           MOVE WORK-DRIVER TO RT-DRIVER-ID
           MOVE WORK-VEHICLE TO RT-VEHICLE-ID
           IF WORK-SITE = ZEROS THEN
              MOVE 1 TO WORK-SITE
           END-IF
           MOVE WORK-SITE TO RT-SITE-ID
           WRITE RT-DETAILS
              INVALID KEY
                 REWRITE RT-DETAILS
           END-WRITE
           CLOSE ROUTES

           IF DAY-OVER = "Y" THEN
              ACCEPT DRIVER-HOURS-SCREEN
           END-IF

      *    A SHEET REOPENED WITH ANOTHER VAN MAY ALREADY HOLD ORDERS.
           PERFORM CHECK-VEHICLE-LOAD
           IF LOAD-OVER = "Y" THEN
              ACCEPT OVER-LOAD-SCREEN
           ELSE
              ACCEPT SAVED-SCREEN
           END-IF
           EXIT SECTION.

       ASSIGN-ORDER SECTION.
      ******************************************************************
      *    ASSIGNS ONE ORDER TO A ROUTE SHEET OF ITS DELIVERY DAY
      *    LEAVING FROM THE SITE THAT PRODUCES THE ORDER.
      ******************************************************************
           MOVE ZEROS TO WORK-DATE, WORK-SHEET, WORK-ORDER
           DISPLAY CLEAR-SCREEN
                 EXIT SECTION
           END-READ
           CLOSE ROUTES
           IF RT-SITE-ID IS NUMERIC AND RT-SITE-ID > ZEROS THEN
              MOVE RT-SITE-ID TO WORK-SITE
           ELSE
              MOVE 1 TO WORK-SITE
           END-IF
           MOVE RT-VEHICLE-ID TO WORK-VEHICLE
           MOVE RT-DRIVER-ID TO WORK-DRIVER

           PERFORM CHECK-VEHICLE-AVAILABLE
           IF VG-BLOCKED = "Y" THEN
              ACCEPT VEH-BLOCKED-SCREEN
              EXIT SECTION
           END-IF

           OPEN INPUT ORDERS
           MOVE WORK-ORDER TO FD-ORDERS-ID
           END-READ
           CLOSE ORDERS

           IF FD-ORDERS-SITE-ID IS NUMERIC
           AND FD-ORDERS-SITE-ID > ZEROS THEN
              MOVE FD-ORDERS-SITE-ID TO ORDER-SITE
           ELSE
              MOVE 1 TO ORDER-SITE
           END-IF
           IF ORDER-SITE NOT = WORK-SITE THEN
              ACCEPT WRONG-SITE-SCREEN
              EXIT SECTION
           END-IF

      *    THE SHEET CARRIES THE ORDER, NOT THE LINE THAT WAS KEYED.
           IF FD-ORDERS-HEADER-ID NOT = ZEROS THEN
              MOVE FD-ORDERS-HEADER-ID TO WORK-ORDER
           END-IF

      *    THE ORDER'S EARLIER ASSIGNMENT IS KEPT TO PUT IT BACK IF
      *    THE NEW ONE MAKES THE DRIVER'S SHEETS OVERLAP.
           OPEN I-O ROUTEORD
           MOVE WORK-ORDER TO RO-ORDERS-ID
           MOVE "N" TO OLD-RO-FOUND
           READ ROUTEORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO OLD-RO-FOUND
                 MOVE RO-DETAILS TO OLD-RO-DETAILS
           END-READ
           MOVE WORK-ORDER TO RO-ORDERS-ID
           MOVE WORK-DATE TO RO-DATE
           MOVE WORK-SHEET TO RO-SHEET
           WRITE RO-DETAILS
           END-WRITE
           CLOSE ROUTEORD

           PERFORM CHECK-DRIVER-TIME
           IF DRIVER-OVERLAP = "Y" THEN
              PERFORM UNDO-ASSIGNMENT
              ACCEPT DRIVER-OVERLAP-SCREEN
              EXIT SECTION
           END-IF
           IF DAY-OVER = "Y" THEN
              ACCEPT DRIVER-HOURS-SCREEN
           END-IF

           PERFORM CHECK-VEHICLE-LOAD
           IF LOAD-OVER = "Y" THEN
              ACCEPT OVER-LOAD-SCREEN
           ELSE
              ACCEPT SAVED-SCREEN
           END-IF
           EXIT SECTION.

       UNDO-ASSIGNMENT SECTION.
           OPEN I-O ROUTEORD
           MOVE WORK-ORDER TO RO-ORDERS-ID
           IF OLD-RO-FOUND = "Y" THEN
              MOVE OLD-RO-DETAILS TO RO-DETAILS
              REWRITE RO-DETAILS
              END-REWRITE
           ELSE
              DELETE ROUTEORD
              END-DELETE
           END-IF
           CLOSE ROUTEORD
           EXIT SECTION.

       CHECK-DRIVER-TIME SECTION.
      ******************************************************************
      *    SETS DRIVER-OVERLAP WHEN SHEET WORK-SHEET AND ANOTHER SHEET
      *    OF WORK-DRIVER ON WORK-DATE HAVE OVERLAPPING ESTIMATED
      *    TIMES (SHEETS WITH NO STOPS HAVE NO TIMES), AND DAY-OVER
      *    WHEN THE DRIVER'S SHEETS OF THE DAY ADD UP TO MORE THAN THE
      *    DAILY LIMIT.
      ******************************************************************
           MOVE "N" TO DRIVER-OVERLAP, DAY-OVER
           MOVE ZEROS TO DAY-MINUTES, OVERLAP-SHEET, OTHER-MAX

           MOVE WORK-SHEET TO RTC-SHEET
           PERFORM ESTIMATE-ROUTE-TIME
           MOVE RTC-START-MINUTE TO THIS-START
           MOVE RTC-END-MINUTE TO THIS-END
           MOVE RTC-STOPS TO THIS-STOPS
           ADD RTC-MINUTES TO DAY-MINUTES

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ROUTES
           MOVE WORK-DATE TO RT-DATE
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
                    IF RT-DATE NOT = WORK-DATE THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF RT-DRIVER-ID = WORK-DRIVER
                       AND RT-SHEET NOT = WORK-SHEET
                       AND OTHER-MAX < 20 THEN
                          ADD 1 TO OTHER-MAX
                          MOVE RT-SHEET TO OTHER-SHEET (OTHER-MAX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ROUTES

           PERFORM VARYING OTHER-IDX FROM 1 BY 1
              UNTIL OTHER-IDX > OTHER-MAX
              MOVE OTHER-SHEET (OTHER-IDX) TO RTC-SHEET
              PERFORM ESTIMATE-ROUTE-TIME
              ADD RTC-MINUTES TO DAY-MINUTES
              IF THIS-STOPS > ZEROS AND RTC-STOPS > ZEROS
              AND RTC-START-MINUTE < THIS-END
              AND THIS-START < RTC-END-MINUTE
              AND DRIVER-OVERLAP = "N" THEN
                 MOVE "Y" TO DRIVER-OVERLAP
                 MOVE RTC-SHEET TO OVERLAP-SHEET
                 MOVE RTC-START-MINUTE TO SHOW-MINUTES
                 PERFORM FORMAT-TIME
                 MOVE TIME-TEXT TO START-TEXT
                 MOVE RTC-END-MINUTE TO SHOW-MINUTES
                 PERFORM FORMAT-TIME
                 MOVE TIME-TEXT TO END-TEXT
              END-IF
           END-PERFORM

           IF DRIVER-OVERLAP = "N"
           AND DAY-MINUTES > RTC-MAX-DAY-MINUTES THEN
              MOVE "Y" TO DAY-OVER
              MOVE DAY-MINUTES TO SHOW-MINUTES
              PERFORM FORMAT-TIME
              MOVE TIME-TEXT TO DAY-TEXT
              MOVE RTC-MAX-DAY-MINUTES TO SHOW-MINUTES
              PERFORM FORMAT-TIME
              MOVE TIME-TEXT TO END-TEXT
           END-IF
           EXIT SECTION.

       ESTIMATE-ROUTE-TIME SECTION.
      *    ESTIMATED TIMES OF SHEET RTC-SHEET ON WORK-DATE.
           MOVE WORK-DATE TO RTC-DATE
           CALL "BWROUTETIME" USING ROUTE-TIME-CALL
           EXIT SECTION.

       FORMAT-TIME SECTION.
      *    SHOW-MINUTES AS HH:MM IN TIME-TEXT.
           DIVIDE SHOW-MINUTES BY 60 GIVING SHOW-HH
              REMAINDER SHOW-MM
           MOVE SHOW-HH TO TIME-HH
           MOVE SHOW-MM TO TIME-MM
           EXIT SECTION.

       CHECK-VEHICLE-AVAILABLE SECTION.
      *    WORKSHOP BOOKINGS AND OVERDUE INSPECTIONS OF WORK-VEHICLE.
           MOVE WORK-VEHICLE TO VG-VEH-ID
           MOVE WORK-DATE TO VG-DATE
           CALL "BWVEHGATE" USING VEH-GATE-CALL
           EXIT SECTION.

       CHECK-VEHICLE-LOAD SECTION.
      ******************************************************************
      *    TOTALS THE LOAD OF SHEET WORK-DATE / WORK-SHEET AND SETS
      *    LOAD-OVER WHEN IT EXCEEDS THE CAPACITY OF VAN WORK-VEHICLE
      *    (A CAPACITY OF ZERO IS NOT CHECKED).
      ******************************************************************
           MOVE "N" TO LOAD-OVER
           MOVE ZEROS TO WORK-MAX-CRATES, WORK-MAX-KG
           OPEN INPUT VEHICLES
           MOVE WORK-VEHICLE TO VEH-ID
           READ VEHICLES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM SET-VEHICLE-CAPACITY
           END-READ
           CLOSE VEHICLES

           PERFORM COMPUTE-SHEET-LOAD
           PERFORM TEST-VEHICLE-LOAD
           EXIT SECTION.

       SET-VEHICLE-CAPACITY SECTION.
      *    VANS ADDED BEFORE THE CAPACITY WAS KEPT ARE NOT CHECKED.
           IF VEH-MAX-CRATES IS NUMERIC THEN
              MOVE VEH-MAX-CRATES TO WORK-MAX-CRATES
           END-IF
           IF VEH-MAX-WEIGHT-KG IS NUMERIC THEN
              MOVE VEH-MAX-WEIGHT-KG TO WORK-MAX-KG
           END-IF
           EXIT SECTION.

       TEST-VEHICLE-LOAD SECTION.
           MOVE "N" TO LOAD-OVER
           IF WORK-MAX-CRATES > ZEROS
           AND LOAD-CRATES > WORK-MAX-CRATES THEN
              MOVE "Y" TO LOAD-OVER
           END-IF
           IF WORK-MAX-KG > ZEROS
           AND LOAD-WEIGHT-KG > WORK-MAX-KG THEN
              MOVE "Y" TO LOAD-OVER
           END-IF
           EXIT SECTION.

       COMPUTE-SHEET-LOAD SECTION.
      ******************************************************************
      *    WALKS THE ORDERS ASSIGNED TO THE SHEET AND ADDS UP EACH
      *    STOP'S SANDWICHES AND CRATES (SEE ADD-STOP-LOAD).
      ******************************************************************
           MOVE ZEROS TO LOAD-STOPS, LOAD-SANDWICHES, LOAD-CRATES,
              LOAD-WEIGHT-KG
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT ROUTEORD
           OPEN INPUT ORDERS
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
                    IF RO-DATE = WORK-DATE
                    AND RO-SHEET = WORK-SHEET THEN
                       MOVE RO-ORDERS-ID TO SUM-ORDERS-ID
                       PERFORM SUM-ORDER-LINES
                       PERFORM ADD-STOP-LOAD
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ROUTEORD, ORDERS
           EXIT SECTION.

       ADD-STOP-LOAD SECTION.
      ******************************************************************
      *    EVERY STOP GETS ITS OWN CRATES: THE STOP'S QUANTITY OVER THE
      *    CRATE SIZE, ROUNDED UP. THE WEIGHT IS THE SANDWICHES PLUS
      *    THE EMPTY CRATES, IN KG ROUNDED UP.
      ******************************************************************
           IF STOP-LINES = ZEROS THEN
              EXIT SECTION
           END-IF
           COMPUTE STOP-CRATES =
              (STOP-QUANTITY + PACK-PER-CRATE - 1) / PACK-PER-CRATE
           ADD 1 TO LOAD-STOPS
           ADD STOP-QUANTITY TO LOAD-SANDWICHES
           ADD STOP-CRATES TO LOAD-CRATES
           COMPUTE LOAD-WEIGHT-KG =
              (LOAD-SANDWICHES * PACK-SANDWICH-GRAMS
              + LOAD-CRATES * PACK-CRATE-GRAMS + 999) / 1000
           EXIT SECTION.

       PRINT-SHEET SECTION.
                 EXIT SECTION
           END-READ
           CLOSE ROUTES
           IF RT-SITE-ID IS NUMERIC AND RT-SITE-ID > ZEROS THEN
              MOVE RT-SITE-ID TO WORK-SITE
           ELSE
              MOVE 1 TO WORK-SITE
           END-IF

           OPEN OUTPUT SHEETPRINT
           MOVE SPACES TO SHEET-LINE
           STRING "ROUTE SHEET " WORK-SHEET " FOR " WORK-DATE
              " FROM KITCHEN SITE " WORK-SITE
              INTO SHEET-LINE
           END-STRING
           WRITE SHEET-LINE
           CLOSE DRIVERS

           MOVE SPACES TO VEH-PLATE, VEH-DESCRIPTION
           MOVE ZEROS TO WORK-MAX-CRATES, WORK-MAX-KG
           OPEN INPUT VEHICLES
           MOVE RT-VEHICLE-ID TO VEH-ID
           READ VEHICLES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM SET-VEHICLE-CAPACITY
           END-READ
           CLOSE VEHICLES

           OPEN INPUT CPS
           MOVE SPACES TO EOF-FLAG
           MOVE ZEROS TO STOP-MAX
           MOVE ZEROS TO LOAD-STOPS, LOAD-SANDWICHES, LOAD-CRATES,
              LOAD-WEIGHT-KG

           MOVE ZEROS TO RO-ORDERS-ID
           START ROUTEORD KEY IS NOT LESS THAN RO-ORDERS-ID
              STOP-IDX > STOP-MAX
              PERFORM PRINT-ONE-STOP
           END-PERFORM
           PERFORM PRINT-SHEET-LOAD

           CLOSE ROUTEORD, ORDERS, SCHOOLS, CPS
           PERFORM PRINT-SHEET-TIME
           CLOSE SHEETPRINT

           ACCEPT PRINT-DONE-SCREEN
      ******************************************************************
      *    PRINTS ONE SORTED STOP.
      ******************************************************************
           MOVE STOP-ORDERS-ID (STOP-IDX) TO SUM-ORDERS-ID
           PERFORM SUM-ORDER-LINES
           PERFORM ADD-STOP-LOAD

           MOVE STOP-ORDERS-ID (STOP-IDX) TO FD-ORDERS-ID
           READ ORDERS
              INVALID KEY
              " | ORDER " STOP-ORDERS-ID (STOP-IDX)
              " | SCHOOL " FD-ORDERS-SCHOOL-INTERNAL-ID
              " " SCHOOL-DESIGNATION1 (1:30)
              " | QTY " STOP-QUANTITY
              " | LINES " STOP-LINES
              INTO SHEET-LINE
           END-STRING
           WRITE SHEET-LINE
           END-WRITE
           EXIT SECTION.

       PRINT-SHEET-LOAD SECTION.
      ******************************************************************
      *    THE SHEET'S LOAD AGAINST THE VAN'S CAPACITY.
      ******************************************************************
           PERFORM TEST-VEHICLE-LOAD
           MOVE SPACES TO SHEET-LINE
           WRITE SHEET-LINE
           END-WRITE
           MOVE SPACES TO SHEET-LINE
           STRING "LOAD | STOPS " LOAD-STOPS
              " | SANDWICHES " LOAD-SANDWICHES
              " | CRATES " LOAD-CRATES
              " | KG " LOAD-WEIGHT-KG
              INTO SHEET-LINE
           END-STRING
           WRITE SHEET-LINE
           END-WRITE
           MOVE SPACES TO SHEET-LINE
           IF WORK-MAX-CRATES = ZEROS AND WORK-MAX-KG = ZEROS THEN
              MOVE "VEHICLE CAPACITY NOT SET" TO SHEET-LINE
           ELSE
              STRING "VEHICLE CAPACITY | CRATES " WORK-MAX-CRATES
                 " | KG " WORK-MAX-KG
                 INTO SHEET-LINE
              END-STRING
              IF LOAD-OVER = "Y" THEN
                 MOVE "*** OVER CAPACITY ***" TO SHEET-LINE (50:21)
              END-IF
           END-IF
           WRITE SHEET-LINE
           END-WRITE
           EXIT SECTION.

       PRINT-SHEET-TIME SECTION.
      ******************************************************************
      *    THE SHEET'S ESTIMATED WORKING TIME (SEE BWROUTETIME).
      ******************************************************************
           MOVE WORK-SHEET TO RTC-SHEET
           PERFORM ESTIMATE-ROUTE-TIME
           MOVE SPACES TO SHEET-LINE
           IF RTC-STOPS = ZEROS THEN
              MOVE "ESTIMATED TIME | NO STOPS" TO SHEET-LINE
           ELSE
              MOVE RTC-START-MINUTE TO SHOW-MINUTES
              PERFORM FORMAT-TIME
              MOVE TIME-TEXT TO START-TEXT
              MOVE RTC-END-MINUTE TO SHOW-MINUTES
              PERFORM FORMAT-TIME
              MOVE TIME-TEXT TO END-TEXT
              MOVE RTC-MINUTES TO SHOW-MINUTES
              PERFORM FORMAT-TIME
              MOVE TIME-TEXT TO DAY-TEXT
              STRING "ESTIMATED TIME | START " START-TEXT
                 " | BACK " END-TEXT " | WORKING " DAY-TEXT
                 INTO SHEET-LINE
              END-STRING
           END-IF
           WRITE SHEET-LINE
           END-WRITE
           EXIT SECTION.

       SUM-ORDER-LINES SECTION.
      ******************************************************************
      *    ADDS UP THE QUANTITY OF EVERY LINE OF ORDER SUM-ORDERS-ID.
      *    AN ORDER ON FILE BEFORE THE ORDER LINES HAS ONLY ITS OWN
      *    LINE.
      ******************************************************************
           MOVE ZEROS TO STOP-QUANTITY, STOP-LINES
           MOVE SPACES TO LINE-EOF
           MOVE SUM-ORDERS-ID TO FD-ORDERS-HEADER-ID
           START ORDERS KEY IS EQUAL FD-ORDERS-HEADER-ID
              INVALID KEY
                 MOVE "Y" TO LINE-EOF
           END-START

           PERFORM UNTIL LINE-EOF = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO LINE-EOF
                 NOT AT END
                    IF FD-ORDERS-HEADER-ID NOT = SUM-ORDERS-ID THEN
                       MOVE "Y" TO LINE-EOF
                    ELSE
                       ADD FD-ORDERS-QUANTITY TO STOP-QUANTITY
                       ADD 1 TO STOP-LINES
                    END-IF
              END-READ
           END-PERFORM

           IF STOP-LINES = ZEROS THEN
              MOVE SUM-ORDERS-ID TO FD-ORDERS-ID
              READ ORDERS
                 INVALID KEY
                    EXIT SECTION
              END-READ
              MOVE FD-ORDERS-QUANTITY TO STOP-QUANTITY
              MOVE 1 TO STOP-LINES
           END-IF
           EXIT SECTION.

       END PROGRAM BWROUTES.
