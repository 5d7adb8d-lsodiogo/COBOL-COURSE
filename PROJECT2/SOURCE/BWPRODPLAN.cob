      *    SUBSTITUTE AND CONVERTED QUANTITY FROM THE SUBSTITUTION
      *    RULES (FILE BWSUBRULES, SEE BWSUBRULES), INSTEAD OF
      *    PRINTING AN UNFILLABLE PLAN.
      *    V3 | 15.10.2026 | THE PORTIONS SET ASIDE FOR THE SCHOOLS'
      *    DIETARY REQUIREMENTS (FILE DIETREQ, SEE BWDIET AND
      *    BWDIETGATE) ARE LISTED SEPARATELY, PER SCHOOL, HOUR, DIET
      *    AND SANDWICH, SO THEY ARE PREPARED APART; A DIET THE DAY'S
      *    ORDERS CANNOT COVER IS FLAGGED.
      *    V4 | 15.10.2026 | WHEN SHIFTS ARE ROSTERED AT THE PLAN SITE
      *    FOR THE DAY (SEE BWROSTER) THE UTILIZATION LINES USE THE
      *    CAPACITY OF THE LINE STAFF ON SHIFT (BWROSTCAP) INSTEAD OF
      *    THE CAPACITY PROFILE.
      *    V5 | 15.10.2026 | THE SCHEDULE IS PER SITE: ONLY THE ORDER
      *    LINES PRODUCED AT THE PLAN SITE (FD-ORDERS-SITE-ID, ZERO =
      *    01; SEE BWSCHSITE) ARE AGGREGATED.
      *    V6 | 15.10.2026 | A FEFO LOT PICK LIST FOR THE SITE AND DAY
      *    (PICKLIST.RPT AND FILE BWPICKLIST): FOR EACH INGREDIENT TO
      *    PREP, THE LOTS TO USE AND HOW MUCH OF EACH, FIRST EXPIRY
      *    FIRST, LEAVING OUT WHAT THE OTHER SITES' LISTS OF THE DAY
      *    ALREADY HOLD. A LOT THAT EXPIRES BEFORE THE PRODUCTION DAY
      *    IS FLAGGED AND NOT PICKED. THE DAY'S ISSUE POSTING DRAWS
      *    THE LISTED LOTS (SEE BWPRODBATCH AND BWSTOCKPOST).
      *    V7 | 15.10.2026 | THE SCHEDULE ENDS WITH THE FORECAST NOT
      *    YET ORDERED FOR THE DAY AND SITE (FILE FORECAST, SEE
      *    BWFORECAST): PER SANDWICH, THE FORECAST LESS WHAT THE
      *    SCHOOLS HAVE ALREADY ORDERED, AND THE INGREDIENTS IT TAKES,
      *    SO PRE-PRODUCTION CAN START BEFORE THE LATE ORDERS ARRIVE.
      *    IT IS NOT PART OF THE LOAD, THE STOCK CHECK OR THE PICK LIST.
      ******************************************************************

       IDENTIFICATION DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PLANREPORT-FS.

           SELECT BWLOTS ASSIGN TO "BWLOTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOT-KEY
              FILE STATUS IS BWLOTS-FS.

           SELECT PICKLIST ASSIGN TO "BWPICKLIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PK-KEY
              FILE STATUS IS PICKLIST-FS.

           SELECT PICKREPORT ASSIGN TO "PICKLIST.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PICKREPORT-FS.

           SELECT FORECAST ASSIGN TO "FORECAST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FC-KEY
              FILE STATUS IS FORECAST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       FD  PLANREPORT.
       01  PLAN-LINE                            PIC X(100).

       FD  BWLOTS.
       COPY CB-BWLOTS.

       FD  PICKLIST.
       COPY CB-PICKLIST.

       FD  PICKREPORT.
       01  PICK-LINE                            PIC X(100).

       FD  FORECAST.
       COPY CB-FORECAST.

       WORKING-STORAGE SECTION.
       77  ORDERS-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  CAPACITY-FS                          PIC 9(002).
       77  HOUR-LOAD                            PIC 9(006).
       77  UTIL-PCT                             PIC 9(003).
       77  CAPACITY-SOURCE                      PIC X(009).
       77  NO-CAPACITY-TEXT                     PIC X(040).
       01  ROSTER-CAP-CALL.
           05 RC-DATE                           PIC 9(008).
           05 RC-SITE                           PIC 9(002).
           05 RC-HOUR                           PIC 9(002).
           05 RC-ROSTERED                       PIC X(001).
           05 RC-CAPACITY                       PIC 9(005).
       01  HOUR-LOAD-TABLE.
           05 HOUR-LOAD-ENTRY OCCURS 24 TIMES   PIC 9(006).
       77  HOUR-SLOT                            PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  PLAN-DATE                            PIC 9(008).
       77  PLAN-SITE                            PIC 9(002).
       77  ORDER-SITE                           PIC 9(002).
       77  AGG-IDX                              PIC 9(003).
       77  AGG-MAX                              PIC 9(003).
       77  ING-IDX                              PIC 9(003).
               10 AGG-SANDWICH-ID               PIC 9(003).
               10 AGG-QTY                       PIC 9(006).

      *    THE DAY'S QUANTITIES PER SCHOOL, HOUR AND SANDWICH, FOR
      *    THE DIETARY PORTIONS.
       77  SCH-IDX                              PIC 9(003).
       77  SCH-MAX                              PIC 9(003).
       77  SCH-FIRST                            PIC 9(003).
       77  DIET-LINE                            PIC 9(003).
       77  ALLOC-IDX                            PIC 9(003).
       77  DIET-IDX                             PIC 9(002).
       77  DIET-LINES-WRITTEN                   PIC 9(005).
       01  SCHOOL-DAY-TABLE.
           05 SCH-ENTRY OCCURS 500 TIMES.
               10 SCH-SCHOOL                    PIC 9(003).
               10 SCH-HOUR                      PIC 9(002).
               10 SCH-SANDWICH-ID               PIC 9(003).
               10 SCH-QTY                       PIC 9(005).
               10 SCH-DONE                      PIC X(001).
       01  DIET-GATE-CALL.
           05 DG-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 DG-DATE                           PIC 9(008).
           05 DG-LINE-COUNT                     PIC 9(003).
           05 DG-LINE OCCURS 100 TIMES.
               10 DG-LINE-HOUR                  PIC 9(002).
               10 DG-LINE-SANDWICH              PIC 9(003).
               10 DG-LINE-QTY                   PIC 9(005).
           05 DG-DIET-COUNT                     PIC 9(002).
           05 DG-DIET OCCURS 10 TIMES.
               10 DG-DIET-CODE                  PIC X(004).
               10 DG-DIET-NAME                  PIC X(020).
               10 DG-DIET-PUPILS                PIC 9(003).
               10 DG-DIET-SHORT                 PIC 9(003).
           05 DG-ALLOC-COUNT                    PIC 9(003).
           05 DG-ALLOC OCCURS 100 TIMES.
               10 DG-ALLOC-DIET                 PIC 9(002).
               10 DG-ALLOC-LINE                 PIC 9(003).
               10 DG-ALLOC-QTY                  PIC 9(005).

       01  ING-TABLE.
           05 ING-ENTRY OCCURS 300 TIMES.
               10 ING-TAB-ID                    PIC 9(003).
               10 ING-TAB-QTY                   PIC 9(007).

      *    THE LOTS OF THE INGREDIENT BEING PICKED, WITH WHAT IS FREE
      *    IN EACH ONCE THE OTHER SITES' PICKS OF THE DAY ARE HELD.
       77  BWLOTS-FS                            PIC 9(002).
       77  PICKLIST-FS                          PIC 9(002).
       77  PICKREPORT-FS                        PIC 9(002).
       77  EOF-LOTS                             PIC X(001).
       77  EOF-PICKS                            PIC X(001).
       77  LT-IDX                               PIC 9(003).
       77  LT-MAX                               PIC 9(003).
       77  LT-BEST                              PIC 9(003).
       77  BEST-EXPIRY                          PIC 9(008).
       77  NEED-LEFT                            PIC 9(007).
       77  PICK-QTY                             PIC 9(007).
       77  PICK-SEQ                             PIC 9(003).
       77  PICK-LINES-WRITTEN                   PIC 9(005).
       01  LOT-TABLE.
           05 LT-ENTRY OCCURS 100 TIMES.
               10 LT-NUMBER                     PIC X(010).
               10 LT-EXPIRY                     PIC 9(008).
               10 LT-FREE                       PIC S9(007).
               10 LT-DONE                       PIC X(001).

      *    THE FORECAST NOT YET ORDERED FOR THE DAY, PER SANDWICH,
      *    AND THE INGREDIENTS IT TAKES.
       77  FORECAST-FS                          PIC 9(002).
       77  FC-ORDERED                           PIC 9(006).
       77  FC-EXTRA                             PIC 9(006).
       77  FA-IDX                               PIC 9(003).
       77  FA-MAX                               PIC 9(003).
       77  FI-IDX                               PIC 9(003).
       77  FI-MAX                               PIC 9(003).
       01  FC-SANDWICH-TABLE.
           05 FA-ENTRY OCCURS 200 TIMES.
               10 FA-SANDWICH-ID                PIC 9(003).
               10 FA-QTY                        PIC 9(006).
       01  FC-ING-TABLE.
           05 FI-ENTRY OCCURS 300 TIMES.
               10 FI-ID                         PIC 9(003).
               10 FI-QTY                        PIC 9(007).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.
       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "SCHEDULE WRITTEN TO PRODPLAN.RPT - PRESS ANY KEY"
              LINE 20 COL 38.
           05 VALUE "LOT PICK LIST WRITTEN TO PICKLIST.RPT"
              LINE 21 COL 38.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.
           IF KEYSTATUS = 1003 OR PLAN-DATE = ZEROS THEN
              STOP RUN
           END-IF
           IF PLAN-SITE = ZEROS THEN
              MOVE 1 TO PLAN-SITE
           END-IF

           MOVE ZEROS TO AGG-MAX, ING-MAX, SCH-MAX, FA-MAX, FI-MAX
           PERFORM AGGREGATE-ORDERS
           PERFORM EXPLODE-RECIPES
           PERFORM LOAD-FORECAST
           PERFORM EXPLODE-FORECAST
           PERFORM WRITE-SCHEDULE
           PERFORM WRITE-PICK-LIST

           ACCEPT DONE-SCREEN
           STOP RUN.
       AGGREGATE-ORDERS SECTION.
      ******************************************************************
      *    ACCUMULATES THE ORDERED QUANTITIES OF THE CHOSEN DATE PER
      *    DELIVERY HOUR AND SANDWICH, FOR THE LINES MADE AT THE PLAN
      *    SITE.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG

                    IF FD-DELIVERY-DATE NOT = PLAN-DATE THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF FD-ORDERS-SITE-ID IS NUMERIC
                       AND FD-ORDERS-SITE-ID > ZEROS THEN
                          MOVE FD-ORDERS-SITE-ID TO ORDER-SITE
                       ELSE
                          MOVE 1 TO ORDER-SITE
                       END-IF
                       PERFORM CHECK-PENDING-APPROVAL
                       IF PENDING-FLAG NOT = "Y"
                       AND ORDER-SITE = PLAN-SITE THEN
                          PERFORM ADD-TO-AGGREGATE
                       END-IF
                    END-IF
                 AGG-SANDWICH-ID (AGG-MAX)
              MOVE FD-ORDERS-QUANTITY TO AGG-QTY (AGG-MAX)
           END-IF

           PERFORM ADD-TO-SCHOOL-DAY
           EXIT SECTION.

       ADD-TO-SCHOOL-DAY SECTION.
      ******************************************************************
      *    THE SAME ORDER ADDED PER SCHOOL, HOUR AND SANDWICH.
      ******************************************************************
           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING SCH-IDX FROM 1 BY 1 UNTIL
              SCH-IDX > SCH-MAX OR FOUND-FLAG = "Y"
              IF SCH-SCHOOL (SCH-IDX) = FD-ORDERS-SCHOOL-INTERNAL-ID
              AND SCH-HOUR (SCH-IDX) = FD-DELIVERY-HOUR
              AND SCH-SANDWICH-ID (SCH-IDX) =
                 FD-ORDERS-SANDWICH-INTERNAL-ID THEN
                 ADD FD-ORDERS-QUANTITY TO SCH-QTY (SCH-IDX)
                 MOVE "Y" TO FOUND-FLAG
              END-IF
           END-PERFORM

           IF FOUND-FLAG NOT = "Y" AND SCH-MAX < 500 THEN
              ADD 1 TO SCH-MAX
              MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO SCH-SCHOOL (SCH-MAX)
              MOVE FD-DELIVERY-HOUR TO SCH-HOUR (SCH-MAX)
              MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO
                 SCH-SANDWICH-ID (SCH-MAX)
              MOVE FD-ORDERS-QUANTITY TO SCH-QTY (SCH-MAX)
              MOVE SPACES TO SCH-DONE (SCH-MAX)
           END-IF
           EXIT SECTION.

       EXPLODE-RECIPES SECTION.
           END-IF
           EXIT SECTION.

       LOAD-FORECAST SECTION.
      ******************************************************************
      *    THE FORECAST OF THE PLAN DATE AT THE PLAN SITE, LESS WHAT
      *    EACH SCHOOL HAS ALREADY ORDERED OF THE SANDWICH (THE SCHOOL
      *    TABLE OF THE DAY), ADDED UP PER SANDWICH.
      ******************************************************************
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT FORECAST
           IF FORECAST-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE PLAN-DATE TO FC-DATE
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
                    IF FC-DATE NOT = PLAN-DATE THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF FC-SITE-ID = PLAN-SITE THEN
                          PERFORM ADD-FORECAST-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FORECAST
           EXIT SECTION.

       ADD-FORECAST-LINE SECTION.
           MOVE ZEROS TO FC-ORDERED
           PERFORM VARYING SCH-IDX FROM 1 BY 1 UNTIL SCH-IDX > SCH-MAX
              IF SCH-SCHOOL (SCH-IDX) = FC-SCHOOL-INTERNAL-ID
              AND SCH-SANDWICH-ID (SCH-IDX) =
                 FC-SANDWICH-INTERNAL-ID THEN
                 ADD SCH-QTY (SCH-IDX) TO FC-ORDERED
              END-IF
           END-PERFORM
           IF FC-QTY NOT > FC-ORDERED THEN
              EXIT SECTION
           END-IF
           COMPUTE FC-EXTRA = FC-QTY - FC-ORDERED

           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING FA-IDX FROM 1 BY 1 UNTIL
              FA-IDX > FA-MAX OR FOUND-FLAG = "Y"
              IF FA-SANDWICH-ID (FA-IDX) = FC-SANDWICH-INTERNAL-ID THEN
                 ADD FC-EXTRA TO FA-QTY (FA-IDX)
                 MOVE "Y" TO FOUND-FLAG
              END-IF
           END-PERFORM

           IF FOUND-FLAG NOT = "Y" AND FA-MAX < 200 THEN
              ADD 1 TO FA-MAX
              MOVE FC-SANDWICH-INTERNAL-ID TO FA-SANDWICH-ID (FA-MAX)
              MOVE FC-EXTRA TO FA-QTY (FA-MAX)
           END-IF
           EXIT SECTION.

       EXPLODE-FORECAST SECTION.
      ******************************************************************
      *    THE FORECAST SANDWICHES THROUGH THE RECIPE VERSION IN FORCE
      *    ON THE PLAN DATE, INTO THEIR OWN INGREDIENT TOTALS.
      ******************************************************************
           IF FA-MAX = ZEROS THEN
              EXIT SECTION
           END-IF
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT SRING
           IF SRING-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           PERFORM UNTIL EOF-FLAG = "Y"
              READ SRING NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM ADD-FORECAST-RECIPE-LINE
              END-READ
           END-PERFORM

           CLOSE SRING
           EXIT SECTION.

       ADD-FORECAST-RECIPE-LINE SECTION.
           IF SRING-SANDWICH-ID NOT = RV-CACHE-ID THEN
              MOVE SRING-SANDWICH-ID TO WS-RV-SANDWICH-ID
              MOVE PLAN-DATE TO WS-RV-DATE
              CALL "BWRECIPEVER" USING WS-RECIPE-VERSION
              MOVE SRING-SANDWICH-ID TO RV-CACHE-ID
           END-IF
           PERFORM SET-LINE-EFFECTIVE
           IF LINE-EFFECTIVE NOT = WS-RV-BEST THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO RECIPE-QTY-TOTAL
           PERFORM VARYING FA-IDX FROM 1 BY 1 UNTIL FA-IDX > FA-MAX
              IF FA-SANDWICH-ID (FA-IDX) = SRING-SANDWICH-ID THEN
                 ADD FA-QTY (FA-IDX) TO RECIPE-QTY-TOTAL
              END-IF
           END-PERFORM

           IF RECIPE-QTY-TOTAL = ZEROS THEN
              EXIT SECTION
           END-IF

           COMPUTE RECIPE-QTY-TOTAL =
              RECIPE-QTY-TOTAL * SRING-INGREDIENT-QTD

           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING FI-IDX FROM 1 BY 1 UNTIL
              FI-IDX > FI-MAX OR FOUND-FLAG = "Y"
              IF FI-ID (FI-IDX) = SRING-INGREDIENT-ID THEN
                 ADD RECIPE-QTY-TOTAL TO FI-QTY (FI-IDX)
                 MOVE "Y" TO FOUND-FLAG
              END-IF
           END-PERFORM

           IF FOUND-FLAG NOT = "Y" AND FI-MAX < 300 THEN
              ADD 1 TO FI-MAX
              MOVE SRING-INGREDIENT-ID TO FI-ID (FI-MAX)
              MOVE RECIPE-QTY-TOTAL TO FI-QTY (FI-MAX)
           END-IF
           EXIT SECTION.

       SET-LINE-EFFECTIVE SECTION.
      ******************************************************************
      *    NORMALISES THE EFFECTIVE-FROM DATE OF THE RECIPE LINE JUST
      *    LOAD AGAINST THE HOUR'S CAPACITY PROFILE (SEE BWCAPACITY).
           PERFORM WRITE-CAPACITY-LINES

      *    DIETARY PORTIONS ARE PART OF THE COUNTS ABOVE BUT ARE MADE
      *    APART, SO THEY ARE LISTED ON THEIR OWN.
           PERFORM WRITE-DIETARY-PORTIONS

           MOVE "INGREDIENT PREP TOTALS (SANDWICH UNITS):" TO
              PLAN-LINE
           WRITE PLAN-LINE
           CLOSE STOCKBAL
           CLOSE SUBRULES

           PERFORM WRITE-FORECAST-PREP

           CLOSE PLANREPORT
           EXIT SECTION.

       WRITE-CAPACITY-LINES SECTION.
      ******************************************************************
      *    ONE UTILIZATION LINE PER LOADED HOUR, WITH THE CAPACITY
      *    OF THE PLAN SITE AND THE PERCENTAGE USED. THE CAPACITY OF
      *    THE STAFF ROSTERED FOR THE DAY TAKES PRECEDENCE OVER THE
      *    PROFILE.
      ******************************************************************
           OPEN INPUT CAPACITY
           PERFORM VARYING HOUR-IDX FROM 0 BY 1 UNTIL HOUR-IDX > 23
              IF HOUR-LOAD-ENTRY (HOUR-SLOT) NOT = ZEROS THEN
                 MOVE HOUR-LOAD-ENTRY (HOUR-SLOT) TO HOUR-LOAD
                 MOVE ZEROS TO CAP-PER-HOUR
                 MOVE PLAN-DATE TO RC-DATE
                 MOVE PLAN-SITE TO RC-SITE
                 MOVE HOUR-IDX TO RC-HOUR
                 CALL "BWROSTCAP" USING ROSTER-CAP-CALL
                 IF RC-ROSTERED = "Y" THEN
                    MOVE RC-CAPACITY TO CAP-PER-HOUR
                    MOVE " ROSTERED" TO CAPACITY-SOURCE
                    MOVE " | NOBODY ON THE LINE *** OVER CAPACITY" TO
                       NO-CAPACITY-TEXT
                 ELSE
                    MOVE SPACES TO CAPACITY-SOURCE
                    MOVE " | NO CAPACITY PROFILE" TO NO-CAPACITY-TEXT
                    IF CAPACITY-FS = 00 THEN
                       MOVE PLAN-SITE TO CAP-SITE-ID
                       MOVE HOUR-IDX TO CAP-HOUR
                       READ CAPACITY RECORD
                          INVALID KEY
                             MOVE ZEROS TO CAP-PER-HOUR
                       END-READ
                    END-IF
                 END-IF
                 MOVE SPACES TO PLAN-LINE
                 IF CAP-PER-HOUR = ZEROS THEN
                    STRING "HOUR " HOUR-IDX
                       ":00 | LOAD " HOUR-LOAD
                       NO-CAPACITY-TEXT INTO PLAN-LINE
                    END-STRING
                 ELSE
                    COMPUTE UTIL-PCT ROUNDED =
                    IF HOUR-LOAD > CAP-PER-HOUR THEN
                       STRING "HOUR " HOUR-IDX
                          ":00 | LOAD " HOUR-LOAD
                          " OF " CAP-PER-HOUR CAPACITY-SOURCE
                          " | " UTIL-PCT
                          " PCT *** OVER CAPACITY" INTO PLAN-LINE
                       END-STRING
                    ELSE
                       STRING "HOUR " HOUR-IDX
                          ":00 | LOAD " HOUR-LOAD
                          " OF " CAP-PER-HOUR CAPACITY-SOURCE
                          " | " UTIL-PCT " PCT" INTO PLAN-LINE
                       END-STRING
                    END-IF
           END-IF
           EXIT SECTION.

       WRITE-DIETARY-PORTIONS SECTION.
      ******************************************************************
      *    FOR EVERY SCHOOL OF THE DAY, THE PORTIONS SET ASIDE FOR
      *    EACH OF ITS DIETARY REQUIREMENTS (SEE BWDIETGATE), PER
      *    HOUR AND SANDWICH, AND ANY DIET THE ORDERS CANNOT COVER.
      ******************************************************************
           MOVE ZEROS TO DIET-LINES-WRITTEN
           MOVE "DIETARY PORTIONS - PREPARE APART (INCLUDED ABOVE):"
              TO PLAN-LINE
           WRITE PLAN-LINE
           END-WRITE

           OPEN INPUT SANDWICHES
           PERFORM VARYING SCH-FIRST FROM 1 BY 1
              UNTIL SCH-FIRST > SCH-MAX
              IF SCH-DONE (SCH-FIRST) NOT = "Y" THEN
                 PERFORM DIETARY-PORTIONS-FOR-SCHOOL
              END-IF
           END-PERFORM
           CLOSE SANDWICHES

           IF DIET-LINES-WRITTEN = ZEROS THEN
              MOVE "   NONE" TO PLAN-LINE
              WRITE PLAN-LINE
              END-WRITE
           END-IF
           EXIT SECTION.

       DIETARY-PORTIONS-FOR-SCHOOL SECTION.
           MOVE SCH-SCHOOL (SCH-FIRST) TO DG-SCHOOL-INTERNAL-ID
           MOVE PLAN-DATE TO DG-DATE
           MOVE ZEROS TO DG-LINE-COUNT

           PERFORM VARYING SCH-IDX FROM SCH-FIRST BY 1
              UNTIL SCH-IDX > SCH-MAX
              IF SCH-SCHOOL (SCH-IDX) = DG-SCHOOL-INTERNAL-ID THEN
                 MOVE "Y" TO SCH-DONE (SCH-IDX)
                 IF DG-LINE-COUNT < 100 THEN
                    ADD 1 TO DG-LINE-COUNT
                    MOVE SCH-HOUR (SCH-IDX) TO
                       DG-LINE-HOUR (DG-LINE-COUNT)
                    MOVE SCH-SANDWICH-ID (SCH-IDX) TO
                       DG-LINE-SANDWICH (DG-LINE-COUNT)
                    MOVE SCH-QTY (SCH-IDX) TO
                       DG-LINE-QTY (DG-LINE-COUNT)
                 END-IF
              END-IF
           END-PERFORM

           CALL "BWDIETGATE" USING DIET-GATE-CALL

           PERFORM VARYING ALLOC-IDX FROM 1 BY 1
              UNTIL ALLOC-IDX > DG-ALLOC-COUNT
              MOVE DG-ALLOC-LINE (ALLOC-IDX) TO DIET-LINE
              MOVE DG-ALLOC-DIET (ALLOC-IDX) TO DIET-IDX
              MOVE SPACES TO SANDWICH-NAME
              MOVE DG-LINE-SANDWICH (DIET-LINE) TO SR-IID
              READ SANDWICHES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SR-S-DESCRIPTION TO SANDWICH-NAME
              END-READ
              MOVE SPACES TO PLAN-LINE
              STRING "SCHOOL " DG-SCHOOL-INTERNAL-ID
                 " HOUR " DG-LINE-HOUR (DIET-LINE)
                 ":00 | " DG-DIET-NAME (DIET-IDX)
                 " | SANDWICH " DG-LINE-SANDWICH (DIET-LINE)
                 " " SANDWICH-NAME
                 " | MAKE " DG-ALLOC-QTY (ALLOC-IDX)
                 INTO PLAN-LINE
              END-STRING
              WRITE PLAN-LINE
              END-WRITE
              ADD 1 TO DIET-LINES-WRITTEN
           END-PERFORM

           PERFORM VARYING DIET-IDX FROM 1 BY 1
              UNTIL DIET-IDX > DG-DIET-COUNT
              IF DG-DIET-SHORT (DIET-IDX) > ZEROS THEN
                 MOVE SPACES TO PLAN-LINE
                 STRING "SCHOOL " DG-SCHOOL-INTERNAL-ID
                    " | " DG-DIET-NAME (DIET-IDX)
                    " | *** " DG-DIET-SHORT (DIET-IDX)
                    " OF " DG-DIET-PUPILS (DIET-IDX)
                    " PORTIONS NOT COVERED BY THE ORDERS"
                    INTO PLAN-LINE
                 END-STRING
                 WRITE PLAN-LINE
                 END-WRITE
                 ADD 1 TO DIET-LINES-WRITTEN
              END-IF
           END-PERFORM
           EXIT SECTION.

       WRITE-SANDWICH-LINE SECTION.
      ******************************************************************
      *    WRITES ONE HOUR/SANDWICH LINE OF THE SCHEDULE.
           PERFORM CHECK-LINE-STOCK
           EXIT SECTION.

       WRITE-FORECAST-PREP SECTION.
      ******************************************************************
      *    THE FORECAST NOT YET ORDERED, PER SANDWICH, AND THE
      *    INGREDIENTS IT TAKES, FOR PRE-PRODUCTION ONLY.
      ******************************************************************
           MOVE "FORECAST NOT YET ORDERED - PRE-PREP (NOT IN TOTALS):"
              TO PLAN-LINE
           WRITE PLAN-LINE
           END-WRITE

           IF FA-MAX = ZEROS THEN
              MOVE "   NONE" TO PLAN-LINE
              WRITE PLAN-LINE
              END-WRITE
              EXIT SECTION
           END-IF

           OPEN INPUT SANDWICHES
           PERFORM VARYING FA-IDX FROM 1 BY 1 UNTIL FA-IDX > FA-MAX
              MOVE SPACES TO SANDWICH-NAME
              MOVE FA-SANDWICH-ID (FA-IDX) TO SR-IID
              READ SANDWICHES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SR-S-DESCRIPTION TO SANDWICH-NAME
              END-READ
              MOVE SPACES TO PLAN-LINE
              STRING "FORECAST | SANDWICH " FA-SANDWICH-ID (FA-IDX)
                 " " SANDWICH-NAME
                 " | EXPECT " FA-QTY (FA-IDX)
                 INTO PLAN-LINE
              END-STRING
              WRITE PLAN-LINE
              END-WRITE
           END-PERFORM
           CLOSE SANDWICHES

           OPEN INPUT FXINGRED
           PERFORM VARYING FI-IDX FROM 1 BY 1 UNTIL FI-IDX > FI-MAX
              MOVE SPACES TO ING-NAME, ING-UNIT-SANDWICH
              MOVE FI-ID (FI-IDX) TO ING-ID
              READ FXINGRED
                 INVALID KEY
                    CONTINUE
              END-READ
              MOVE SPACES TO PLAN-LINE
              STRING "FORECAST | INGREDIENT " FI-ID (FI-IDX)
                 " " ING-NAME
                 " | PRE-PREP " FI-QTY (FI-IDX)
                 " " ING-UNIT-SANDWICH
                 INTO PLAN-LINE
              END-STRING
              WRITE PLAN-LINE
              END-WRITE
           END-PERFORM
           CLOSE FXINGRED
           EXIT SECTION.

       CHECK-LINE-STOCK SECTION.
      ******************************************************************
      *    FLAGS THE PREP LINE WHEN THE SITE'S STOCK BALANCE CANNOT
           END-IF
           EXIT SECTION.

       WRITE-PICK-LIST SECTION.
      ******************************************************************
      *    REPLACES THE SITE'S PICK LIST FOR THE DAY AND PRINTS IT:
      *    PER INGREDIENT TO PREP, THE LOTS TO USE IN FIRST-EXPIRY-
      *    FIRST-OUT ORDER AND HOW MUCH FROM EACH.
      ******************************************************************
           OPEN OUTPUT PICKREPORT
           MOVE SPACES TO PICK-LINE
           STRING "FEFO LOT PICK LIST FOR " PLAN-DATE
              " - SITE " PLAN-SITE " (SANDWICH UNITS)"
              INTO PICK-LINE
           END-STRING
           WRITE PICK-LINE
           END-WRITE

           OPEN I-O PICKLIST
           IF PICKLIST-FS = 35 THEN
              OPEN OUTPUT PICKLIST
              CLOSE PICKLIST
              OPEN I-O PICKLIST
           END-IF
           PERFORM CLEAR-OLD-PICKS

           OPEN INPUT BWLOTS
           IF BWLOTS-FS NOT = 00 THEN
              MOVE "   NO LOTS ON FILE - NOTHING TO PICK" TO PICK-LINE
              WRITE PICK-LINE
              END-WRITE
              CLOSE PICKLIST
              CLOSE PICKREPORT
              EXIT SECTION
           END-IF

           MOVE ZEROS TO PICK-LINES-WRITTEN
           OPEN INPUT FXINGRED
           PERFORM VARYING ING-IDX FROM 1 BY 1 UNTIL ING-IDX > ING-MAX
              IF ING-TAB-QTY (ING-IDX) > ZEROS THEN
                 PERFORM PICK-INGREDIENT
              END-IF
           END-PERFORM
           CLOSE FXINGRED

           IF PICK-LINES-WRITTEN = ZEROS THEN
              MOVE "   NOTHING TO PREP" TO PICK-LINE
              WRITE PICK-LINE
              END-WRITE
           END-IF

           CLOSE BWLOTS
           CLOSE PICKLIST
           CLOSE PICKREPORT
           EXIT SECTION.

       CLEAR-OLD-PICKS SECTION.
      ******************************************************************
      *    DELETES THE LINES OF AN EARLIER RUN FOR THE SAME DAY AND
      *    SITE, SO A RERUN AFTER LATE ORDERS REPLACES THE LIST.
      ******************************************************************
           MOVE SPACES TO EOF-PICKS
           MOVE PLAN-DATE TO PK-DATE
           MOVE PLAN-SITE TO PK-SITE
           MOVE ZEROS TO PK-INGREDS-ID, PK-SEQ
           START PICKLIST KEY IS NOT LESS THAN PK-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-PICKS
           END-START

           PERFORM UNTIL EOF-PICKS = "Y"
              READ PICKLIST NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-PICKS
                 NOT AT END
                    IF PK-DATE NOT = PLAN-DATE
                    OR PK-SITE NOT = PLAN-SITE THEN
                       MOVE "Y" TO EOF-PICKS
                    ELSE
                       DELETE PICKLIST RECORD
                       END-DELETE
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       PICK-INGREDIENT SECTION.
      ******************************************************************
      *    PICKS THE PREP QUANTITY OF ONE INGREDIENT FROM ITS LOTS,
      *    EARLIEST EXPIRY FIRST. LOTS ALREADY EXPIRED ON THE
      *    PRODUCTION DAY ARE FLAGGED AND LEFT ON THE SHELF.
      ******************************************************************
           MOVE SPACES TO ING-NAME, ING-UNIT-SANDWICH
           MOVE ING-TAB-ID (ING-IDX) TO ING-ID
           READ FXINGRED
              INVALID KEY
                 CONTINUE
           END-READ

           MOVE SPACES TO PICK-LINE
           STRING "INGREDIENT " ING-TAB-ID (ING-IDX)
              " " ING-NAME
              " | NEED " ING-TAB-QTY (ING-IDX)
              " " ING-UNIT-SANDWICH
              INTO PICK-LINE
           END-STRING
           WRITE PICK-LINE
           END-WRITE
           ADD 1 TO PICK-LINES-WRITTEN

           PERFORM LOAD-INGREDIENT-LOTS
           PERFORM HOLD-OTHER-SITE-PICKS

           MOVE ING-TAB-QTY (ING-IDX) TO NEED-LEFT
           MOVE ZEROS TO PICK-SEQ
           MOVE 1 TO LT-BEST
           PERFORM UNTIL NEED-LEFT = ZEROS OR LT-BEST = ZEROS
              PERFORM FIND-NEXT-EXPIRY
              IF LT-BEST NOT = ZEROS THEN
                 MOVE "Y" TO LT-DONE (LT-BEST)
                 PERFORM PICK-ONE-LOT
              END-IF
           END-PERFORM

           IF NEED-LEFT > ZEROS THEN
              MOVE SPACES TO PICK-LINE
              STRING "   *** " NEED-LEFT
                 " NOT COVERED BY ANY USABLE LOT"
                 INTO PICK-LINE
              END-STRING
              WRITE PICK-LINE
              END-WRITE
           END-IF
           EXIT SECTION.

       LOAD-INGREDIENT-LOTS SECTION.
      ******************************************************************
      *    THE INGREDIENT'S LOTS WITH STOCK REMAINING.
      ******************************************************************
           MOVE ZEROS TO LT-MAX
           MOVE SPACES TO EOF-LOTS
           MOVE ING-TAB-ID (ING-IDX) TO LOT-INGREDS-ID
           MOVE LOW-VALUES TO LOT-NUMBER
           START BWLOTS KEY IS NOT LESS THAN LOT-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-LOTS
           END-START

           PERFORM UNTIL EOF-LOTS = "Y"
              READ BWLOTS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-LOTS
                 NOT AT END
                    IF LOT-INGREDS-ID NOT = ING-TAB-ID (ING-IDX) THEN
                       MOVE "Y" TO EOF-LOTS
                    ELSE
                       IF LOT-QTY-REMAINING > ZEROS
                       AND LT-MAX < 100 THEN
                          ADD 1 TO LT-MAX
                          MOVE LOT-NUMBER TO LT-NUMBER (LT-MAX)
                          MOVE LOT-EXPIRY TO LT-EXPIRY (LT-MAX)
                          MOVE LOT-QTY-REMAINING TO LT-FREE (LT-MAX)
                          MOVE SPACES TO LT-DONE (LT-MAX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       HOLD-OTHER-SITE-PICKS SECTION.
      ******************************************************************
      *    LOTS ARE SHARED BY THE SITES: WHAT THE OTHER SITES' PICK
      *    LISTS OF THE DAY STILL HAVE TO DRAW IS NOT FREE HERE.
      ******************************************************************
           MOVE SPACES TO EOF-PICKS
           MOVE PLAN-DATE TO PK-DATE
           MOVE ZEROS TO PK-SITE, PK-INGREDS-ID, PK-SEQ
           START PICKLIST KEY IS NOT LESS THAN PK-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-PICKS
           END-START

           PERFORM UNTIL EOF-PICKS = "Y"
              READ PICKLIST NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-PICKS
                 NOT AT END
                    IF PK-DATE NOT = PLAN-DATE THEN
                       MOVE "Y" TO EOF-PICKS
                    ELSE
                       IF PK-SITE NOT = PLAN-SITE
                       AND PK-INGREDS-ID = ING-TAB-ID (ING-IDX)
                       AND PK-QTY-PICK > PK-QTY-DRAWN THEN
                          PERFORM VARYING LT-IDX FROM 1 BY 1
                             UNTIL LT-IDX > LT-MAX
                             IF LT-NUMBER (LT-IDX) = PK-LOT-NUMBER THEN
                                COMPUTE LT-FREE (LT-IDX) =
                                   LT-FREE (LT-IDX) - PK-QTY-PICK
                                   + PK-QTY-DRAWN
                             END-IF
                          END-PERFORM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       FIND-NEXT-EXPIRY SECTION.
      ******************************************************************
      *    THE LOT NOT YET CONSIDERED WITH THE EARLIEST EXPIRY, OR
      *    ZERO IN LT-BEST WHEN NONE IS LEFT.
      ******************************************************************
           MOVE ZEROS TO LT-BEST
           MOVE 99999999 TO BEST-EXPIRY
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-MAX
              IF LT-DONE (LT-IDX) NOT = "Y"
              AND LT-EXPIRY (LT-IDX) <= BEST-EXPIRY THEN
                 MOVE LT-EXPIRY (LT-IDX) TO BEST-EXPIRY
                 MOVE LT-IDX TO LT-BEST
              END-IF
           END-PERFORM
           EXIT SECTION.

       PICK-ONE-LOT SECTION.
      ******************************************************************
      *    FLAGS THE LOT IN LT-BEST WHEN IT EXPIRES BEFORE THE
      *    PRODUCTION DAY; OTHERWISE PICKS FROM IT WHAT IS FREE, UP TO
      *    THE QUANTITY STILL NEEDED, AND RECORDS THE PICK.
      ******************************************************************
           IF LT-EXPIRY (LT-BEST) < PLAN-DATE THEN
              MOVE SPACES TO PICK-LINE
              STRING "   LOT " LT-NUMBER (LT-BEST)
                 " EXPIRY " LT-EXPIRY (LT-BEST)
                 " | *** EXPIRES BEFORE USE - DO NOT PICK,"
                 " BOOK AS WASTE (BWWASTE)"
                 INTO PICK-LINE
              END-STRING
              WRITE PICK-LINE
              END-WRITE
              EXIT SECTION
           END-IF

           IF LT-FREE (LT-BEST) <= ZEROS THEN
              EXIT SECTION
           END-IF

           IF LT-FREE (LT-BEST) >= NEED-LEFT THEN
              MOVE NEED-LEFT TO PICK-QTY
           ELSE
              MOVE LT-FREE (LT-BEST) TO PICK-QTY
           END-IF
           SUBTRACT PICK-QTY FROM NEED-LEFT
           ADD 1 TO PICK-SEQ

           MOVE PLAN-DATE TO PK-DATE
           MOVE PLAN-SITE TO PK-SITE
           MOVE ING-TAB-ID (ING-IDX) TO PK-INGREDS-ID
           MOVE PICK-SEQ TO PK-SEQ
           MOVE LT-NUMBER (LT-BEST) TO PK-LOT-NUMBER
           MOVE LT-EXPIRY (LT-BEST) TO PK-LOT-EXPIRY
           MOVE PICK-QTY TO PK-QTY-PICK
           MOVE ZEROS TO PK-QTY-DRAWN
           WRITE PK-DETAILS
              INVALID KEY
                 REWRITE PK-DETAILS
                 END-REWRITE
           END-WRITE

           MOVE SPACES TO PICK-LINE
           STRING "   PICK " PICK-SEQ
              " | LOT " LT-NUMBER (LT-BEST)
              " EXPIRY " LT-EXPIRY (LT-BEST)
              " | TAKE " PICK-QTY
              INTO PICK-LINE
           END-STRING
           WRITE PICK-LINE
           END-WRITE
           EXIT SECTION.

       END PROGRAM BWPRODPLAN.
