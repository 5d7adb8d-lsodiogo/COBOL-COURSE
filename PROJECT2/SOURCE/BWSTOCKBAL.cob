      *    AND THE TRANSFER-BETWEEN-SITES POSTING; THE REBUILD
      *    REPLAYS MOVEMENTS PER SITE (LEGACY MOVEMENTS COUNT AS THE
      *    MAIN KITCHEN, SITE 01).
      *    V3 | 15.10.2026 | SLOW-MOVING AND DEAD STOCK REPORT
      *    (STOCKAGE.RPT): PER SITE, DAYS SINCE THE LAST ISSUE,
      *    AVERAGE WEEKLY USAGE AND WEEKS OF COVER, INGREDIENTS IN NO
      *    ACTIVE RECIPE FLAGGED AS DEAD, AND THE VALUE OF THE LOTS
      *    THAT WILL EXPIRE BEFORE THEY ARE USED AT THAT RATE.
      ******************************************************************
      *    SHOWS THE RUNNING PER-INGREDIENT STOCK BALANCES (FILE
      *    STOCKBAL, SEE BWSTOCKPOST), REBUILDS THEM BY REPLAYING THE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VALUEREPORT-FS.

           SELECT BWLOTS ASSIGN TO "BWLOTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOT-KEY
              FILE STATUS IS BWLOTS-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SR-IID
              ALTERNATE KEY IS SR-EID WITH DUPLICATES
              FILE STATUS IS SANDWICH-FS.

           SELECT SRING ASSIGN TO "FX-SR-ING"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRING-FS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ING-ID
              FILE STATUS IS INGRED-FS.

           SELECT AGEREPORT ASSIGN TO "STOCKAGE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AGEREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMFILE.
       FD  VALUEREPORT.
       01  VALUE-LINE                           PIC X(100).

       FD  BWLOTS.
       COPY CB-BWLOTS.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  SRING.
       01  SRING-REC.
           05 SRING-SANDWICH-ID                 PIC 9(003).
           05 SRING-INGREDIENT-ID               PIC 9(003).
           05 SRING-INGREDIENT-QTD              PIC 9(003).
           05 SRING-EFFECTIVE-FROM              PIC 9(008).

      *    THE INGREDIENT MASTER RECORD, MIRRORING THE WORKING LAYOUT
      *    IN CB-WS-SR (WSINGREDS-DETAILS).
       FD  FXINGRED.
       01  ING-DETAILS.
           05 ING-ID                            PIC 9(003).
           05 ING-NAME                          PIC X(030).
           05 ING-DESCRIPTION                   PIC X(050).
           05 ING-UNIT-SUPPLIER                 PIC X(003).
           05 ING-UNIT-SANDWICH                 PIC X(003).
           05 ING-THRESHOLD                     PIC 9(003).
           05 ING-IS-ACTIVE                     PIC 9(001).
           05 ING-ALLERGENS                     PIC X(006).

       FD  AGEREPORT.
       01  AGE-LINE                             PIC X(100).

       WORKING-STORAGE SECTION.
       77  IMFILE-FS                            PIC 9(002).
       77  STOCKBAL-FS                          PIC 9(002).
           05 MC-QTY-SANDWICH                   PIC 9(005).
           05 MC-MOVE-SITE                      PIC 9(002).
           05 MC-MOVE-SITE-TO                   PIC 9(002).
           05 MC-PICK-DATE                      PIC 9(008) VALUE 0.
       77  COUNT-MOVES                          PIC 9(006).
       01  MAIN-OPTION                          PIC 9(001).
           88  VALID-MAIN-OPTION                VALUE 0 THRU 5.

      *    SLOW-MOVING AND DEAD STOCK REPORT. USAGE IS THE ISSUES
      *    ("SA") OF THE LAST USAGE-WEEKS WEEKS, IN SUPPLIER UNITS; AN
      *    INGREDIENT WITH MORE THAN SLOW-COVER-WEEKS OF COVER IS SLOW.
       77  BWLOTS-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  SRING-FS                             PIC 9(002).
       77  INGRED-FS                            PIC 9(002).
       77  AGEREPORT-FS                         PIC 9(002).
       77  USAGE-WEEKS                          PIC 9(002) VALUE 08.
       77  SLOW-COVER-WEEKS                     PIC 9(002) VALUE 08.
       77  TODAY-INT                            PIC 9(008).
       77  WINDOW-START-INT                     PIC 9(008).
       77  MOVE-DATE                            PIC 9(008).
       77  DAYS-IDLE                            PIC 9(006).
       77  WEEKLY-USE                           PIC 9(007)V9.
       77  WEEKS-COVER                          PIC 9(005)V9.
       77  WINDOW-USE                           PIC 9(009).
       77  DAYS-TO-EXPIRY                       PIC S9(006).
       77  USE-CAPACITY                         PIC S9(011).
       77  USED-SO-FAR                          PIC S9(011).
       77  LOT-USABLE                           PIC S9(011).
       77  LOT-EXPOSED                          PIC S9(007).
       77  ING-EXPOSED                          PIC 9(007).
       77  ING-LOT-QTY                          PIC 9(007).
       77  EXPOSED-VALUE                        PIC 9(009).
       77  TOTAL-EXPOSED-VALUE                  PIC 9(011).
       77  COUNT-DEAD                           PIC 9(005).
       77  COUNT-SLOW                           PIC 9(005).
       77  PRICE-ING                            PIC 9(003).
       77  CURRENT-LOT-ING                      PIC 9(003).
       77  NEXT-LOT                             PIC 9(003).
       77  LT-IDX                               PIC 9(003).
       77  LT-MAX                               PIC 9(003).
       77  SU-IDX                               PIC 9(002).
       77  SU-MAX                               PIC 9(002).
       77  ING-IDX                              PIC 9(003).
       77  EOF-SRING                            PIC X(001).
       77  EOF-LOTS                             PIC X(001).
       77  ED-STOCK                             PIC -(6)9.
       77  ED-DAYS                              PIC X(005).
       77  ED-DAYS-NUM                          PIC Z(4)9.
       77  ED-WEEKLY                            PIC Z(6)9.9.
       77  ED-COVER                             PIC X(007).
       77  ED-COVER-NUM                         PIC Z(4)9.9.
       77  ED-FLAG                              PIC X(024).
       77  ED-QTY                               PIC Z(6)9.
       77  ED-EXPOSED                           PIC Z(6)9.
       77  ED-PRICE                             PIC ZZ9.
       77  ED-VALUE                             PIC Z(8)9.
       77  ED-TOTAL                             PIC Z(10)9.
       77  ED-COUNT                             PIC Z(4)9.
       77  LINE-EFFECTIVE                       PIC 9(008).
       01  WS-RECIPE-VERSION.
           05 WS-RV-SANDWICH-ID                 PIC 9(003).
           05 WS-RV-DATE                        PIC 9(008).
           05 WS-RV-BEST                        PIC 9(008).
      *    ONE DIGIT WIDER THAN SR-IID SO THE "NOTHING CACHED YET"
      *    VALUE 9999 CAN NEVER COLLIDE WITH A REAL SANDWICH ID.
       77  RV-CACHE-ID                          PIC 9(004) VALUE 9999.
       77  RV-CACHE-ACTIVE                      PIC X(001).

      *    ISSUES PER SITE AND INGREDIENT (SUBSCRIPTED BY THE
      *    INGREDIENT ID): QUANTITY ISSUED INSIDE THE USAGE WINDOW AND
      *    THE DATE OF THE LAST ISSUE EVER.
       01  SITE-USAGE-TABLE.
           05 SU-SITE OCCURS 20 TIMES.
               10 SU-SITE-ID                    PIC 9(002).
               10 SU-ING OCCURS 999 TIMES.
                   15 SU-WINDOW-QTY             PIC 9(007).
                   15 SU-LAST-ISSUE             PIC 9(008).

      *    "Y" WHEN THE INGREDIENT IS IN THE RECIPE OF AN ACTIVE
      *    SANDWICH, IN THE VERSION IN FORCE TODAY OR A LATER ONE.
       01  RECIPE-USE-TABLE.
           05 RU-IN-RECIPE OCCURS 999 TIMES     PIC X(001).

      *    THE LOTS OF ONE INGREDIENT, TAKEN OLDEST EXPIRY FIRST.
       01  LOT-TABLE.
           05 LT-ENTRY OCCURS 100 TIMES.
               10 LT-EXPIRY                     PIC 9(008).
               10 LT-FREE                       PIC S9(007).
               10 LT-DONE                       PIC X(001).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 VALUE "4 - TRANSFER BETWEEN SITES" LINE 17 COL 48.
           05 VALUE "3 - VALUATION REPORT (STOCKVALUE.RPT)"
              LINE 15 COL 48.
           05 VALUE "5 - SLOW / DEAD STOCK REPORT (STOCKAGE.RPT)"
              LINE 19 COL 48.
           05 VALUE "OPTION:" LINE 22 COL 48.
           05 SS-OPTION PIC 9(001) LINE 22 COL 56 TO MAIN-OPTION
              BLANK WHEN ZERO.
                 WHEN 2     PERFORM REBUILD-BALANCES
                 WHEN 3     PERFORM VALUATION-REPORT
                 WHEN 4     PERFORM TRANSFER-STOCK
                 WHEN 5     PERFORM STOCK-AGE-REPORT
              END-EVALUATE
           END-PERFORM

           END-WRITE
           EXIT SECTION.

       STOCK-AGE-REPORT SECTION.
      ******************************************************************
      *    SLOW-MOVING AND DEAD STOCK REPORT. PER SITE, EVERY BALANCE
      *    WITH THE DAYS SINCE ITS LAST ISSUE, THE AVERAGE WEEKLY
      *    USAGE OVER THE LAST USAGE-WEEKS WEEKS AND THE WEEKS OF
      *    COVER AT THAT RATE; INGREDIENTS IN NO ACTIVE RECIPE ARE
      *    FLAGGED AS DEAD (STOP REORDERING, OFFER THEM BACK TO THE
      *    SUPPLIER). LOTS CARRY NO SITE, SO THE EXPIRY EXPOSURE IS
      *    WORKED OUT FOR ALL SITES TOGETHER AT THE END.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE)
           COMPUTE WINDOW-START-INT = TODAY-INT - USAGE-WEEKS * 7
           MOVE ZEROS TO COUNT-DEAD, COUNT-SLOW, TOTAL-EXPOSED-VALUE

           PERFORM LOAD-ISSUE-HISTORY
           PERFORM LOAD-RECIPE-USE

           OPEN OUTPUT AGEREPORT
           MOVE SPACES TO AGE-LINE
           STRING "SLOW-MOVING AND DEAD STOCK - " TODAY-DATE
              " - USAGE OVER THE LAST " USAGE-WEEKS " WEEKS"
              INTO AGE-LINE
           END-STRING
           WRITE AGE-LINE
           END-WRITE

           OPEN INPUT STOCKBAL
           IF STOCKBAL-FS NOT = 00 THEN
              CLOSE AGEREPORT
              ACCEPT DONE-SCREEN
              EXIT SECTION
           END-IF
           OPEN INPUT FXINGRED

           MOVE ZEROS TO WORK-SITE
           MOVE LOW-VALUES TO STOCK-KEY
           START STOCKBAL KEY IS NOT LESS THAN STOCK-KEY
              INVALID KEY
                 SET EOFSTOCK TO TRUE
           END-START

           IF STOCKBAL-FS = 00 THEN
              PERFORM UNTIL EOFSTOCK
                 READ STOCKBAL NEXT RECORD
                    AT END
                       SET EOFSTOCK TO TRUE
                    NOT AT END
                       PERFORM AGE-ONE-BALANCE
                 END-READ
              END-PERFORM
           END-IF

           CLOSE STOCKBAL

           PERFORM EXPIRY-EXPOSURE

           CLOSE FXINGRED

           MOVE SPACES TO AGE-LINE
           WRITE AGE-LINE
           END-WRITE
           MOVE COUNT-DEAD TO ED-COUNT
           MOVE SPACES TO AGE-LINE
           STRING "LINES IN NO ACTIVE RECIPE (DEAD): " ED-COUNT
              INTO AGE-LINE
           END-STRING
           WRITE AGE-LINE
           END-WRITE
           MOVE COUNT-SLOW TO ED-COUNT
           MOVE SPACES TO AGE-LINE
           STRING "LINES SLOW OR NOT MOVING:         " ED-COUNT
              INTO AGE-LINE
           END-STRING
           WRITE AGE-LINE
           END-WRITE
           MOVE TOTAL-EXPOSED-VALUE TO ED-TOTAL
           MOVE SPACES TO AGE-LINE
           STRING "TOTAL EXPIRY EXPOSURE VALUE: " ED-TOTAL
              INTO AGE-LINE
           END-STRING
           WRITE AGE-LINE
           END-WRITE
           CLOSE AGEREPORT

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       LOAD-ISSUE-HISTORY SECTION.
      ******************************************************************
      *    READS THE FX-IM MOVEMENT FILE ONCE AND KEEPS, PER SITE AND
      *    INGREDIENT, THE QUANTITY ISSUED INSIDE THE USAGE WINDOW AND
      *    THE DATE OF THE LAST ISSUE.
      ******************************************************************
           INITIALIZE SITE-USAGE-TABLE
           MOVE ZEROS TO SU-MAX

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT IMFILE
           IF IMFILE-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           PERFORM UNTIL EOF-FLAG = "Y"
              READ IMFILE NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF MOVE-TYPE-ISSUE AND INGREDS-ID > ZEROS
                    AND TIME-MOVE (1:8) IS NUMERIC THEN
                       PERFORM TALLY-ONE-ISSUE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE IMFILE
           MOVE SPACES TO EOF-FLAG
           EXIT SECTION.

       TALLY-ONE-ISSUE SECTION.
      ******************************************************************
      *    ADDS THE ISSUE CURRENTLY IN FD-INVENTORY TO ITS SITE'S
      *    ENTRY (SAME SITE RULE AS THE REBUILD: NO SITE = SITE 01).
      ******************************************************************
           IF MOVE-SITE IS NUMERIC AND MOVE-SITE > ZEROS THEN
              MOVE MOVE-SITE TO WORK-SITE
           ELSE
              MOVE 1 TO WORK-SITE
           END-IF
           PERFORM FIND-SITE-SLOT
           IF SU-IDX = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE TIME-MOVE (1:8) TO MOVE-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD (MOVE-DATE) NOT = 0 THEN
              EXIT SECTION
           END-IF

           IF MOVE-DATE > SU-LAST-ISSUE (SU-IDX, INGREDS-ID) THEN
              MOVE MOVE-DATE TO SU-LAST-ISSUE (SU-IDX, INGREDS-ID)
           END-IF
           IF FUNCTION INTEGER-OF-DATE (MOVE-DATE) > WINDOW-START-INT
           AND MOVE-DATE <= TODAY-DATE THEN
              ADD MOVE-QTD-SUPPLIER
                 TO SU-WINDOW-QTY (SU-IDX, INGREDS-ID)
           END-IF
           EXIT SECTION.

       FIND-SITE-SLOT SECTION.
      ******************************************************************
      *    RETURNS IN SU-IDX THE USAGE TABLE SLOT OF WORK-SITE, TAKING
      *    A NEW ONE ON FIRST USE; ZERO WHEN THE TABLE IS FULL.
      ******************************************************************
           MOVE ZEROS TO SU-IDX
           PERFORM VARYING ING-IDX FROM 1 BY 1
              UNTIL ING-IDX > SU-MAX OR SU-IDX > ZEROS
              IF SU-SITE-ID (ING-IDX) = WORK-SITE THEN
                 MOVE ING-IDX TO SU-IDX
              END-IF
           END-PERFORM

           IF SU-IDX = ZEROS AND SU-MAX < 20 THEN
              ADD 1 TO SU-MAX
              MOVE SU-MAX TO SU-IDX
              MOVE WORK-SITE TO SU-SITE-ID (SU-IDX)
           END-IF
           EXIT SECTION.

       LOAD-RECIPE-USE SECTION.
      ******************************************************************
      *    MARKS EVERY INGREDIENT USED BY AN ACTIVE SANDWICH, IN THE
      *    RECIPE VERSION IN FORCE TODAY (SEE BWRECIPEVER) OR IN A
      *    VERSION THAT TAKES EFFECT LATER.
      ******************************************************************
           INITIALIZE RECIPE-USE-TABLE
           MOVE 9999 TO RV-CACHE-ID
           MOVE SPACES TO EOF-SRING

           OPEN INPUT SRING
           IF SRING-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN INPUT SANDWICHES

           PERFORM UNTIL EOF-SRING = "Y"
              READ SRING NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-SRING
                 NOT AT END
                    PERFORM MARK-ONE-RECIPE-LINE
              END-READ
           END-PERFORM

           CLOSE SRING, SANDWICHES
           EXIT SECTION.

       MARK-ONE-RECIPE-LINE SECTION.
      ******************************************************************
      *    MARKS THE INGREDIENT OF THE RECIPE LINE JUST READ WHEN ITS
      *    SANDWICH IS ACTIVE AND THE LINE IS CURRENT OR FUTURE.
      ******************************************************************
           IF SRING-INGREDIENT-ID IS NOT NUMERIC
           OR SRING-INGREDIENT-ID = ZEROS THEN
              EXIT SECTION
           END-IF

           IF SRING-SANDWICH-ID NOT = RV-CACHE-ID THEN
              MOVE SRING-SANDWICH-ID TO RV-CACHE-ID
              MOVE "N" TO RV-CACHE-ACTIVE
              MOVE SRING-SANDWICH-ID TO SR-IID
              READ SANDWICHES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SR-IS-ACTIVE = 1 THEN
                       MOVE "Y" TO RV-CACHE-ACTIVE
                    END-IF
              END-READ
              MOVE SRING-SANDWICH-ID TO WS-RV-SANDWICH-ID
              MOVE TODAY-DATE TO WS-RV-DATE
              CALL "BWRECIPEVER" USING WS-RECIPE-VERSION
           END-IF

           IF RV-CACHE-ACTIVE NOT = "Y" THEN
              EXIT SECTION
           END-IF

           PERFORM SET-LINE-EFFECTIVE
           IF LINE-EFFECTIVE = WS-RV-BEST
           OR LINE-EFFECTIVE > TODAY-DATE THEN
              MOVE "Y" TO RU-IN-RECIPE (SRING-INGREDIENT-ID)
           END-IF
           EXIT SECTION.

       SET-LINE-EFFECTIVE SECTION.
      ******************************************************************
      *    NORMALISES THE EFFECTIVE-FROM DATE OF THE RECIPE LINE JUST
      *    READ; LEGACY LINES WITHOUT THE DATE COUNT AS VERSION ZERO.
      ******************************************************************
           IF SRING-EFFECTIVE-FROM IS NUMERIC THEN
              MOVE SRING-EFFECTIVE-FROM TO LINE-EFFECTIVE
           ELSE
              MOVE ZEROS TO LINE-EFFECTIVE
           END-IF
           EXIT SECTION.

       AGE-ONE-BALANCE SECTION.
      ******************************************************************
      *    WRITES THE REPORT LINE OF THE BALANCE JUST READ, WITH A
      *    SITE HEADING WHEN THE SITE CHANGES.
      ******************************************************************
           IF STOCK-SITE-ID NOT = WORK-SITE THEN
              MOVE STOCK-SITE-ID TO WORK-SITE
              MOVE SPACES TO AGE-LINE
              WRITE AGE-LINE
              END-WRITE
              MOVE SPACES TO AGE-LINE
              STRING "SITE " WORK-SITE INTO AGE-LINE
              END-STRING
              WRITE AGE-LINE
              END-WRITE
              MOVE SPACES TO AGE-LINE
              STRING "ING NAME                     STOCK   IDLE"
                 "  WEEKLY-USE    COVER  FLAG" INTO AGE-LINE
              END-STRING
              WRITE AGE-LINE
              END-WRITE
           END-IF

           IF STOCK-INGREDS-ID = ZEROS THEN
              EXIT SECTION
           END-IF

           PERFORM FIND-SITE-SLOT
           MOVE ZEROS TO WINDOW-USE
           MOVE ZEROS TO MOVE-DATE
           IF SU-IDX > ZEROS THEN
              MOVE SU-WINDOW-QTY (SU-IDX, STOCK-INGREDS-ID)
                 TO WINDOW-USE
              MOVE SU-LAST-ISSUE (SU-IDX, STOCK-INGREDS-ID)
                 TO MOVE-DATE
           END-IF

           MOVE SPACES TO ING-NAME
           MOVE STOCK-INGREDS-ID TO ING-ID
           READ FXINGRED
              INVALID KEY
                 MOVE "(NOT IN INGREDIENT FILE)" TO ING-NAME
           END-READ

           MOVE STOCK-QTY-SUPPLIER TO ED-STOCK

           IF MOVE-DATE = ZEROS THEN
              MOVE "NEVER" TO ED-DAYS
           ELSE
              COMPUTE DAYS-IDLE =
                 TODAY-INT - FUNCTION INTEGER-OF-DATE (MOVE-DATE)
              MOVE DAYS-IDLE TO ED-DAYS-NUM
              MOVE ED-DAYS-NUM TO ED-DAYS
           END-IF

           COMPUTE WEEKLY-USE ROUNDED = WINDOW-USE / USAGE-WEEKS
           MOVE WEEKLY-USE TO ED-WEEKLY

           MOVE ZEROS TO WEEKS-COVER
           IF WEEKLY-USE = ZEROS THEN
              MOVE " NO USE" TO ED-COVER
           ELSE
              IF STOCK-QTY-SUPPLIER > ZEROS THEN
                 COMPUTE WEEKS-COVER ROUNDED =
                    STOCK-QTY-SUPPLIER / WEEKLY-USE
                    ON SIZE ERROR
                       MOVE 99999.9 TO WEEKS-COVER
                 END-COMPUTE
              END-IF
              MOVE WEEKS-COVER TO ED-COVER-NUM
              MOVE ED-COVER-NUM TO ED-COVER
           END-IF

           MOVE SPACES TO ED-FLAG
           EVALUATE TRUE
              WHEN RU-IN-RECIPE (STOCK-INGREDS-ID) NOT = "Y"
                 MOVE "DEAD - NO ACTIVE RECIPE" TO ED-FLAG
                 ADD 1 TO COUNT-DEAD
              WHEN STOCK-QTY-SUPPLIER > ZEROS AND WINDOW-USE = ZEROS
                 MOVE "NOT MOVING" TO ED-FLAG
                 ADD 1 TO COUNT-SLOW
              WHEN WEEKS-COVER > SLOW-COVER-WEEKS
                 MOVE "SLOW" TO ED-FLAG
                 ADD 1 TO COUNT-SLOW
           END-EVALUATE

           MOVE SPACES TO AGE-LINE
           STRING STOCK-INGREDS-ID " " ING-NAME (1:20) " "
              ED-STOCK "  " ED-DAYS "  " ED-WEEKLY "  " ED-COVER
              "  " ED-FLAG INTO AGE-LINE
           END-STRING
           WRITE AGE-LINE
           END-WRITE
           EXIT SECTION.

       EXPIRY-EXPOSURE SECTION.
      ******************************************************************
      *    FOR EVERY INGREDIENT WITH LOTS IN HAND, THE QUANTITY THAT
      *    WILL EXPIRE BEFORE IT IS USED AT THE CURRENT USAGE RATE OF
      *    ALL SITES, VALUED AT THE CHEAPEST CURRENTLY VALID PRICE.
      ******************************************************************
           MOVE SPACES TO AGE-LINE
           WRITE AGE-LINE
           END-WRITE
           MOVE SPACES TO AGE-LINE
           STRING "EXPIRY EXPOSURE - ALL SITES (LOTS ARE SHARED)"
              INTO AGE-LINE
           END-STRING
           WRITE AGE-LINE
           END-WRITE
           MOVE SPACES TO AGE-LINE
           STRING "ING NAME                 IN LOTS  EXPIRE UNUSED"
              "  PRICE      VALUE  FLAG" INTO AGE-LINE
           END-STRING
           WRITE AGE-LINE
           END-WRITE

           OPEN INPUT BWLOTS
           IF BWLOTS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN INPUT FXRISUPPLY

           MOVE ZEROS TO CURRENT-LOT-ING, LT-MAX
           MOVE SPACES TO EOF-LOTS
           MOVE LOW-VALUES TO LOT-KEY
           START BWLOTS KEY IS NOT LESS THAN LOT-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-LOTS
           END-START

           PERFORM UNTIL EOF-LOTS = "Y"
              READ BWLOTS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-LOTS
                 NOT AT END
                    IF LOT-INGREDS-ID NOT = CURRENT-LOT-ING THEN
                       PERFORM EXPOSE-ONE-INGREDIENT
                       MOVE LOT-INGREDS-ID TO CURRENT-LOT-ING
                       MOVE ZEROS TO LT-MAX
                    END-IF
                    IF LOT-QTY-REMAINING > ZEROS
                    AND LT-MAX < 100 THEN
                       ADD 1 TO LT-MAX
                       MOVE LOT-EXPIRY TO LT-EXPIRY (LT-MAX)
                       MOVE LOT-QTY-REMAINING TO LT-FREE (LT-MAX)
                       MOVE SPACES TO LT-DONE (LT-MAX)
                    END-IF
              END-READ
           END-PERFORM
           PERFORM EXPOSE-ONE-INGREDIENT

           CLOSE BWLOTS, FXRISUPPLY
           EXIT SECTION.

       EXPOSE-ONE-INGREDIENT SECTION.
      ******************************************************************
      *    USES THE LOTS OF CURRENT-LOT-ING OLDEST EXPIRY FIRST AT THE
      *    DAILY RATE OF THE USAGE WINDOW: WHAT A LOT STILL HOLDS WHEN
      *    IT EXPIRES IS EXPOSED. A LOT ALREADY EXPIRED, OR ANY LOT OF
      *    AN INGREDIENT NOT IN USE, IS EXPOSED IN FULL.
      ******************************************************************
           IF LT-MAX = ZEROS OR CURRENT-LOT-ING = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO WINDOW-USE
           PERFORM VARYING SU-IDX FROM 1 BY 1 UNTIL SU-IDX > SU-MAX
              ADD SU-WINDOW-QTY (SU-IDX, CURRENT-LOT-ING) TO WINDOW-USE
           END-PERFORM

           MOVE ZEROS TO USED-SO-FAR, ING-EXPOSED, ING-LOT-QTY
           PERFORM LT-MAX TIMES
              MOVE ZEROS TO NEXT-LOT
              PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-MAX
                 IF LT-DONE (LT-IDX) NOT = "Y" THEN
                    IF NEXT-LOT = ZEROS THEN
                       MOVE LT-IDX TO NEXT-LOT
                    ELSE
                       IF LT-EXPIRY (LT-IDX) < LT-EXPIRY (NEXT-LOT)
                       THEN
                          MOVE LT-IDX TO NEXT-LOT
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "Y" TO LT-DONE (NEXT-LOT)
              ADD LT-FREE (NEXT-LOT) TO ING-LOT-QTY

              IF FUNCTION TEST-DATE-YYYYMMDD (LT-EXPIRY (NEXT-LOT))
                 NOT = 0 THEN
      *          NO USABLE EXPIRY DATE: THE LOT IS NOT AT RISK
                 MOVE LT-FREE (NEXT-LOT) TO LOT-USABLE
              ELSE
                 COMPUTE DAYS-TO-EXPIRY =
                    FUNCTION INTEGER-OF-DATE (LT-EXPIRY (NEXT-LOT))
                    - TODAY-INT
                 IF DAYS-TO-EXPIRY <= ZEROS THEN
                    MOVE ZEROS TO LOT-USABLE
                 ELSE
                    COMPUTE USE-CAPACITY = WINDOW-USE * DAYS-TO-EXPIRY
                       / (USAGE-WEEKS * 7)
                    COMPUTE LOT-USABLE = USE-CAPACITY - USED-SO-FAR
                    IF LOT-USABLE < ZEROS THEN
                       MOVE ZEROS TO LOT-USABLE
                    END-IF
                    IF LOT-USABLE > LT-FREE (NEXT-LOT) THEN
                       MOVE LT-FREE (NEXT-LOT) TO LOT-USABLE
                    END-IF
                 END-IF
              END-IF
              ADD LOT-USABLE TO USED-SO-FAR
              COMPUTE LOT-EXPOSED = LT-FREE (NEXT-LOT) - LOT-USABLE
              ADD LOT-EXPOSED TO ING-EXPOSED
           END-PERFORM

           IF ING-EXPOSED = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE CURRENT-LOT-ING TO PRICE-ING
           PERFORM FIND-ING-PRICE
           MOVE ZEROS TO EXPOSED-VALUE
           IF PRICE-FOUND = "Y" THEN
              COMPUTE EXPOSED-VALUE = ING-EXPOSED * BEST-PRICE
              ADD EXPOSED-VALUE TO TOTAL-EXPOSED-VALUE
           ELSE
              MOVE ZEROS TO BEST-PRICE
           END-IF

           MOVE SPACES TO ING-NAME
           MOVE CURRENT-LOT-ING TO ING-ID
           READ FXINGRED
              INVALID KEY
                 MOVE "(NOT IN INGREDIENT FILE)" TO ING-NAME
           END-READ

           MOVE SPACES TO ED-FLAG
           IF PRICE-FOUND NOT = "Y" THEN
              MOVE "NO VALID SUPPLIER PRICE" TO ED-FLAG
           END-IF
           IF RU-IN-RECIPE (CURRENT-LOT-ING) NOT = "Y" THEN
              MOVE "DEAD - NO ACTIVE RECIPE" TO ED-FLAG
           END-IF

           MOVE ING-LOT-QTY TO ED-QTY
           MOVE ING-EXPOSED TO ED-EXPOSED
           MOVE BEST-PRICE TO ED-PRICE
           MOVE EXPOSED-VALUE TO ED-VALUE
           MOVE SPACES TO AGE-LINE
           STRING CURRENT-LOT-ING " " ING-NAME (1:20) " "
              ED-QTY "        " ED-EXPOSED "    " ED-PRICE " "
              ED-VALUE "  " ED-FLAG INTO AGE-LINE
           END-STRING
           WRITE AGE-LINE
           END-WRITE
           EXIT SECTION.

       FIND-ING-PRICE SECTION.
      ******************************************************************
      *    CHEAPEST CURRENTLY VALID SUPPLIER PRICE OF PRICE-ING, AS IN
      *    THE VALUATION REPORT.
      ******************************************************************
           MOVE 999 TO BEST-PRICE
           MOVE SPACES TO PRICE-FOUND
           MOVE SPACES TO EOF-FLAG

           MOVE ZEROS TO RIS-ID
           START FXRISUPPLY KEY IS NOT LESS THAN RIS-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ FXRISUPPLY NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE RIS-DATE-VAL TO RIS-DATE-NUM
                    IF RIS-ID-ING = PRICE-ING
                    AND RIS-DATE-NUM >= TODAY-DATE
                    AND RIS-PRICE < BEST-PRICE THEN
                       MOVE RIS-PRICE TO BEST-PRICE
                       MOVE "Y" TO PRICE-FOUND
                    END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO EOF-FLAG
           EXIT SECTION.

       END PROGRAM BWSTOCKBAL.
