      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | WEEKLY MENU PLANNER | V1 | 22.08.2026
      *    V2 | 15.10.2026 | EACH PUSHED DAY IS A SINGLE-LINE ORDER
      *    WITH AN ORDER HEADER IN DRAFT STATUS (REFERENCE "MENU PLAN"
      *    AND THE WEEK).
      *    V3 | 15.10.2026 | THE PUSHED ORDERS ARE MADE AT THE SCHOOL'S
      *    PRODUCING KITCHEN SITE (SEE BWSCHSITE).
      *    V4 | 15.10.2026 | A SEASONAL SANDWICH CAN ONLY BE PLANNED ON
      *    A DAY INSIDE ONE OF ITS AVAILABILITY WINDOWS (SEE BWSRAVAIL
      *    AND BWAVAILGATE); A PLAN SAVED EARLIER THAT NOW FALLS
      *    OUTSIDE IS FLAGGED ON THE SHEET AND THE DAY IS NOT PUSHED.
      ******************************************************************
      *    PLANS A WEEK OF SANDWICHES PER SCHOOL (MONDAY TO FRIDAY OF
      *    A WEEK-START DATE), CHECKS THE PLAN AGAINST THE SCHOOL'S
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT ORDHDR ASSIGN TO "ORDERHEADERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OH-ORDERS-ID
              FILE STATUS IS ORDHDR-FS.

           SELECT ORDERSKEYS ASSIGN TO "ORDERSKEYSFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ORDERSKEYS-FS.
       FD  ORDERS.
       COPY RSOFD.

       FD  ORDHDR.
       COPY CB-ORDHDR.

       FD  ORDERSKEYS.
       01  FDORDERSKEYS                               PIC 9(005).

       77  INGRED-FS                            PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  ORDHDR-FS                            PIC 9(002).
       77  ORDERSKEYS-FS                        PIC 9(002).
       77  PLANREPORT-FS                        PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  ALG-IDX                              PIC 9(001).
       77  WEEK-INT                             PIC 9(007).
       77  ORDER-DATE                           PIC 9(008).
       01  AVAIL-GATE-CALL.
           05 AG-SANDWICH-INTERNAL-ID           PIC 9(003).
           05 AG-DATE                           PIC 9(008).
           05 AG-AVAILABLE                      PIC X(001).
           05 AG-HAS-WINDOWS                    PIC X(001).
       01  MAIN-OPTION                          PIC 9(001).
           88  VALID-MAIN-OPTION                VALUE 0 THRU 3.
       01  WS-LIMITS.
           05 SS-D-QTY PIC 9(003) LINE 08 COL 70 TO PLAN-QTY
              BLANK WHEN ZERO.

       01  OFF-MENU-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 VALUE "SANDWICH NOT ON THE MENU THAT DAY - NOT SAVED"
              LINE 20 COL 40.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  SAVED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "SAVED - PRESS ANY KEY" LINE 20 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.
              EXIT SECTION
           END-IF

           COMPUTE WEEK-INT = FUNCTION INTEGER-OF-DATE (PLAN-WEEK)
           OPEN I-O MENUPLAN
           PERFORM VARYING PLAN-DAY FROM 1 BY 1 UNTIL PLAN-DAY > 5
              MOVE ZEROS TO PLAN-SANDWICH, PLAN-QTY
              END-IF
              ACCEPT SS-D-QTY

              IF PLAN-SANDWICH NOT = ZEROS THEN
                 MOVE PLAN-SANDWICH TO AG-SANDWICH-INTERNAL-ID
                 PERFORM CHECK-DAY-ON-MENU
                 IF AG-AVAILABLE NOT = "Y" THEN
                    ACCEPT OFF-MENU-SCREEN
                    MOVE ZEROS TO PLAN-SANDWICH
                 END-IF
              END-IF

              IF PLAN-SANDWICH NOT = ZEROS THEN
                 MOVE PLAN-SCHOOL TO MP-SCHOOL-INTERNAL-ID
                 MOVE PLAN-WEEK TO MP-WEEK-START
              END-WRITE
           END-IF

           MOVE MP-SANDWICH-INTERNAL-ID TO AG-SANDWICH-INTERNAL-ID
           COMPUTE WEEK-INT = FUNCTION INTEGER-OF-DATE (PLAN-WEEK)
           PERFORM CHECK-DAY-ON-MENU
           IF AG-AVAILABLE NOT = "Y" THEN
              ADD 1 TO VIOLATIONS
              MOVE SPACES TO PLAN-LINE
              STRING "DAY " PLAN-DAY
                 " SANDWICH NOT ON THE MENU THAT DAY" INTO PLAN-LINE
              END-STRING
              WRITE PLAN-LINE
              END-WRITE
           END-IF

           PERFORM CHECK-ALLERGENS
           EXIT SECTION.

       CHECK-DAY-ON-MENU SECTION.
      ******************************************************************
      *    IS AG-SANDWICH-INTERNAL-ID ON THE MENU ON WEEKDAY PLAN-DAY
      *    OF THE WEEK STARTING ON WEEK-INT (SEE BWAVAILGATE)?
      ******************************************************************
           COMPUTE AG-DATE = FUNCTION DATE-OF-INTEGER
              (WEEK-INT + PLAN-DAY - 1)
           CALL "BWAVAILGATE" USING AVAIL-GATE-CALL
           EXIT SECTION.

       CHECK-ALLERGENS SECTION.
      ******************************************************************
      *    FLAGS THE DAY'S SANDWICH IF ANY OF ITS RECIPE INGREDIENTS
      ******************************************************************
      *    PUSHES A CHECKED WEEK PLAN INTO ORDERSFILE AS DRAFT
      *    ORDERS, ONE PER PLANNED DAY, AT THE SCHOOL'S
      *    DELIVERY-WINDOW START. EACH ORDER HAS ITS HEADER IN DRAFT
      *    STATUS; THE LINE IS NOT PRICED UNTIL THE ORDER IS FIRMED.
      ******************************************************************
           MOVE ZEROS TO PLAN-SCHOOL, PLAN-WEEK
           DISPLAY CLEAR-SCREEN
              CLOSE ORDERS
              OPEN I-O ORDERS
           END-IF
           OPEN I-O ORDHDR
           IF ORDHDR-FS = 35 THEN
              OPEN OUTPUT ORDHDR
              CLOSE ORDHDR
              OPEN I-O ORDHDR
           END-IF
           OPEN I-O ORDERSKEYS
           READ ORDERSKEYS
           END-READ
              MOVE PLAN-SCHOOL TO MP-SCHOOL-INTERNAL-ID
              MOVE PLAN-WEEK TO MP-WEEK-START
              MOVE PLAN-DAY TO MP-WEEKDAY
              MOVE "N" TO AG-AVAILABLE
              READ MENUPLAN RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE MP-SANDWICH-INTERNAL-ID TO
                       AG-SANDWICH-INTERNAL-ID
                    PERFORM CHECK-DAY-ON-MENU
              END-READ

              IF AG-AVAILABLE = "Y" THEN
                 COMPUTE ORDER-DATE = FUNCTION DATE-OF-INTEGER
                    (WEEK-INT + PLAN-DAY - 1)
                 ADD 1 TO FDORDERSKEYS
                 MOVE FDORDERSKEYS TO FD-ORDERS-ID
                 MOVE ORDER-DATE TO FD-DELIVERY-DATE
                 MOVE SCHOOL-DELIVERY-START TO FD-DELIVERY-HOUR
                 MOVE ZEROS TO FD-DELIVERY-MINUTE
                 MOVE PLAN-SCHOOL TO
                    FD-ORDERS-SCHOOL-INTERNAL-ID
                 MOVE MP-SANDWICH-INTERNAL-ID TO
                    FD-ORDERS-SANDWICH-INTERNAL-ID
                 MOVE MP-QUANTITY TO FD-ORDERS-QUANTITY
                 MOVE FUNCTION CURRENT-DATE (1:8) TO
                    FD-ORDERS-DATE
                 MOVE FD-ORDERS-ID TO FD-ORDERS-HEADER-ID
                 MOVE 1 TO FD-ORDERS-LINE-NO
                 MOVE ZEROS TO FD-ORDERS-UNIT-PRICE
                 IF SCHOOL-PRODUCING-SITE IS NUMERIC
                 AND SCHOOL-PRODUCING-SITE > ZEROS THEN
                    MOVE SCHOOL-PRODUCING-SITE TO FD-ORDERS-SITE-ID
                 ELSE
                    MOVE 1 TO FD-ORDERS-SITE-ID
                 END-IF
                 WRITE FD-ORDERS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM WRITE-DRAFT-HEADER
                 END-WRITE
              END-IF
           END-PERFORM

           REWRITE FDORDERSKEYS
           END-REWRITE
           CLOSE ORDERSKEYS, ORDERS, ORDHDR, MENUPLAN

           ACCEPT PUSHED-SCREEN
           EXIT SECTION.

       WRITE-DRAFT-HEADER SECTION.
      ******************************************************************
      *    WRITES THE DRAFT HEADER OF THE JUST-WRITTEN PLANNED ORDER.
      ******************************************************************
           MOVE FD-ORDERS-ID TO OH-ORDERS-ID
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO OH-SCHOOL-INTERNAL-ID
           MOVE FD-DELIVERY-DATE TO OH-DELIVERY-DATE
           MOVE FD-DELIVERY-HOUR TO OH-DELIVERY-HOUR
           MOVE FD-DELIVERY-MINUTE TO OH-DELIVERY-MINUTE
           MOVE SPACES TO OH-REFERENCE
           STRING "MENU PLAN " PLAN-WEEK INTO OH-REFERENCE
           END-STRING
           SET OH-DRAFT TO TRUE
           MOVE 1 TO OH-LINES
           MOVE FD-ORDERS-DATE TO OH-ORDERS-DATE
           WRITE OH-DETAILS
              INVALID KEY
                 REWRITE OH-DETAILS
                 END-REWRITE
           END-WRITE
           EXIT SECTION.

       END PROGRAM BWMENUPLAN.
