      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | KITCHEN SHIFT ROSTER | V1 | 15.10.2026
      ******************************************************************
      *    ROSTERS THE KITCHEN STAFF (FILE KITCHENSTAFF, SEE BWKSTAFF)
      *    INTO SHIFTS BY DATE AND SITE (FILE ROSTER): ONE SHIFT PER
      *    EMPLOYEE AND DAY, IN A ROLE THE EMPLOYEE IS SKILLED FOR.
      *    THE ROSTERED LINE SHIFTS GIVE THE DAY'S PRODUCTION CAPACITY
      *    USED AT ORDER INTAKE AND ON THE PRODUCTION SCHEDULE (SEE
      *    BWROSTCAP). THE STAFFING CHECK (STAFFING.RPT) SETS THE LINE
      *    HOURS ROSTERED FOR THE NEXT TWO WEEKS AGAINST THE HOURS THE
      *    DAY'S LOAD NEEDS - THE SAME ORDERS BWPRODPLAN SCHEDULES, AT
      *    THE SITE'S AVERAGE LINE OUTPUT PER HOUR - AND FLAGS UNDER-
      *    AND OVER-STAFFED DAYS; THE WEEKLY ROTA (ROTA.RPT) PRINTS
      *    A SITE'S WEEK FOR THE KITCHEN WALL.
      *    V2 | 15.10.2026 | THE STAFFING CHECK COUNTS ONLY THE LOAD
      *    OF THE ORDERS MADE AT THE SITE BEING CHECKED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWROSTER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER ASSIGN TO "ROSTER"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RO-KEY
              FILE STATUS IS ROSTER-FS.

           SELECT KSTAFF ASSIGN TO "KITCHENSTAFF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KS-STAFF-ID
              FILE STATUS IS KSTAFF-FS.

           SELECT ORDERS ASSIGN TO "ORDERSFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT PENDINGORD ASSIGN TO "PENDINGORD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PEND-ORDERS-ID
              FILE STATUS IS PENDINGORD-FS.

           SELECT STAFFREPORT ASSIGN TO "STAFFING.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STAFFREPORT-FS.

           SELECT ROTAREPORT ASSIGN TO "ROTA.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ROTAREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER.
       COPY CB-ROSTER.

       FD  KSTAFF.
       COPY CB-KSTAFF.

       FD  ORDERS.
       COPY RSOFD.

       FD  PENDINGORD.
       COPY CB-PENDING.

       FD  STAFFREPORT.
       01  STAFF-LINE                           PIC X(120).

       FD  ROTAREPORT.
       01  ROTA-LINE                            PIC X(140).

       WORKING-STORAGE SECTION.
       77  ROSTER-FS                            PIC 9(002).
       77  KSTAFF-FS                            PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  PENDINGORD-FS                        PIC 9(002).
       77  STAFFREPORT-FS                       PIC 9(002).
       77  ROTAREPORT-FS                        PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  ILIN                                 PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  REJECT-REASON                        PIC X(040).
       77  RECORD-FOUND                         PIC X(001).
       77  FOUND-FLAG                           PIC X(001).
       77  STAFF-NAME                           PIC X(030).
       77  STAFF-SITE                           PIC 9(002).
       01  STAFF-SKILLS.
           05 STAFF-SKILL-LINE                  PIC X(001).
           05 STAFF-SKILL-PREP                  PIC X(001).
           05 STAFF-SKILL-PACK                  PIC X(001).
           05 STAFF-SKILL-SUPERVISE             PIC X(001).
       01  WS-SHIFT.
           05 WS-RO-DATE                        PIC 9(008).
           05 WS-RO-STAFF                       PIC 9(004).
           05 WS-RO-SITE                        PIC 9(002).
           05 WS-RO-ROLE                        PIC X(001).
           05 WS-RO-START                       PIC 9(004).
           05 WS-RO-END                         PIC 9(004).
       01  MAIN-OPTION                          PIC 9(001).
           88  VALID-MAIN-OPTION                VALUE 0 THRU 5.
       01  AUDIT-CALL.
           05 AC-PROGRAM                         PIC X(012).
           05 AC-ACTION                          PIC X(010).
           05 AC-KEY                             PIC X(020).
           05 AC-BEFORE                          PIC X(060).
           05 AC-AFTER                           PIC X(060).

      *    STAFFING CHECK: TWO WEEKS FROM THE START DATE.
      *    A DAY MORE THAN OVER-TOLERANCE PERCENT ABOVE THE HOURS
      *    NEEDED IS FLAGGED OVER-STAFFED.
       77  OVER-TOLERANCE                       PIC 9(003) VALUE 20.
       77  CHECK-DAYS                           PIC 9(002) VALUE 14.
       77  CHECK-START                          PIC 9(008).
       77  CHECK-SITE                           PIC 9(002).
       77  ORDER-SITE                           PIC 9(002).
       77  DATE-INT                             PIC 9(007).
       77  DAY-IDX                              PIC 9(002).
       77  SHIFT-MINUTES                        PIC 9(004).
       77  RATE-TOTAL                           PIC 9(007).
       77  RATE-COUNT                           PIC 9(004).
       77  AVERAGE-RATE                         PIC 9(004)V9.
       77  NEEDED-HOURS                         PIC 9(004)V9.
       77  LINE-HOURS                           PIC 9(004)V9.
       77  ALL-HOURS                            PIC 9(004)V9.
       77  OVER-LIMIT                           PIC 9(005)V9.
       77  DAY-CAPACITY                         PIC 9(006).
       77  ED-NEEDED                            PIC ZZZ9.9.
       77  ED-LINE                              PIC ZZZ9.9.
       77  ED-ALL                               PIC ZZZ9.9.
       77  STAFF-FLAG                           PIC X(030).
       01  DAY-TABLE.
           05 DAY-ENTRY OCCURS 14 TIMES.
               10 DAY-DATE                      PIC 9(008).
               10 DAY-LOAD                      PIC 9(006).
               10 DAY-LINE-MINUTES              PIC 9(006).
               10 DAY-ALL-MINUTES               PIC 9(006).
               10 DAY-OUTPUT-MINUTES            PIC 9(008).

      *    WEEKLY ROTA.
       77  ROTA-SITE                            PIC 9(002).
       77  ROTA-DATE                            PIC 9(008).
       77  WEEK-START                           PIC 9(008).
       77  WEEK-END                             PIC 9(008).
       77  RT-IDX                               PIC 9(003).
       77  RT-MAX                               PIC 9(003).
       77  WEEK-MINUTES                         PIC 9(005).
       77  WEEK-HOURS                           PIC 9(003)V9.
       77  ED-WEEK-HOURS                        PIC ZZ9.9.
       77  ROTA-POS                             PIC 9(003).
       01  WEEK-DATES.
           05 WEEK-DATE OCCURS 7 TIMES          PIC 9(008).
       01  ROTA-TABLE.
           05 RT-ENTRY OCCURS 100 TIMES.
               10 RT-STAFF-ID                   PIC 9(004).
               10 RT-DAY OCCURS 7 TIMES.
                   15 RT-START                  PIC 9(004).
                   15 RT-END                    PIC 9(004).
                   15 RT-ROLE                   PIC X(001).
                   15 RT-MINUTES                PIC 9(004).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "BREADWICH | KITCHEN SHIFT ROSTER" LINE 03 COL 42.
           05 VALUE "0 - EXIT"                       LINE 09 COL 45.
           05 VALUE "1 - ROSTER A SHIFT"             LINE 11 COL 45.
           05 VALUE "2 - REMOVE A SHIFT"             LINE 12 COL 45.
           05 VALUE "3 - LIST A DAY'S ROSTER"        LINE 13 COL 45.
           05 VALUE "4 - STAFFING CHECK (TWO WEEKS)" LINE 14 COL 45.
           05 VALUE "5 - PRINT THE WEEKLY ROTA"      LINE 15 COL 45.
           05 VALUE "OPTION:" LINE 22 COL 45.
           05 SS-OPTION PIC 9(001) LINE 22 COL 53 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  KEY-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "DATE (YYYYMMDD):" LINE 05 COL 10.
           05 SS-DATE PIC 9(008) LINE 05 COL 27 TO WS-RO-DATE
              BLANK WHEN ZERO.
           05 VALUE "STAFF NUMBER:" LINE 07 COL 10.
           05 SS-STAFF PIC 9(004) LINE 07 COL 24 TO WS-RO-STAFF
              BLANK WHEN ZERO.

       01  SHIFT-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 SS-STAFF-NAME PIC X(030) LINE 07 COL 30 FROM STAFF-NAME.
           05 VALUE "SITE (0 = MAIN KITCHEN 01):" LINE 09 COL 10.
           05 SS-SITE PIC 9(002) LINE 09 COL 38 USING WS-RO-SITE.
           05 VALUE "ROLE (L = LINE, P = PREP, K = PACKING,"
              LINE 11 COL 10.
           05 VALUE "S = SUPERVISION):" LINE 12 COL 10.
           05 SS-ROLE PIC X(001) LINE 12 COL 28 USING WS-RO-ROLE.
           05 VALUE "START (HHMM):" LINE 14 COL 10.
           05 SS-START PIC 9(004) LINE 14 COL 24 USING WS-RO-START.
           05 VALUE "END (HHMM):" LINE 14 COL 32.
           05 SS-END PIC 9(004) LINE 14 COL 44 USING WS-RO-END.

       01  DAY-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "DATE (YYYYMMDD):" LINE 05 COL 10.
           05 SS-D-DATE PIC 9(008) LINE 05 COL 27 TO WS-RO-DATE
              BLANK WHEN ZERO.
           05 VALUE "SITE (0 = MAIN KITCHEN 01):" LINE 07 COL 10.
           05 SS-D-SITE PIC 9(002) LINE 07 COL 38 TO WS-RO-SITE
              BLANK WHEN ZERO.

       01  CHECK-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "FIRST DAY (YYYYMMDD, 0 = TODAY):" LINE 05 COL 10.
           05 SS-C-DATE PIC 9(008) LINE 05 COL 43 TO CHECK-START
              BLANK WHEN ZERO.
           05 VALUE "SITE (0 = MAIN KITCHEN 01):" LINE 07 COL 10.
           05 SS-C-SITE PIC 9(002) LINE 07 COL 38 TO CHECK-SITE
              BLANK WHEN ZERO.

       01  ROTA-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "ANY DAY OF THE WEEK (YYYYMMDD, 0 = TODAY):"
              LINE 05 COL 10.
           05 SS-R-DATE PIC 9(008) LINE 05 COL 53 TO ROTA-DATE
              BLANK WHEN ZERO.
           05 VALUE "SITE (0 = MAIN KITCHEN 01):" LINE 07 COL 10.
           05 SS-R-SITE PIC 9(002) LINE 07 COL 38 TO ROTA-SITE
              BLANK WHEN ZERO.

       01  SHIFT-LINE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 SS-S-LINE LINE ILIN COL 05.
               10 SL-STAFF PIC 9(004) FROM RO-STAFF-ID.
               10 VALUE " ".
               10 SL-NAME PIC X(030) FROM STAFF-NAME.
               10 VALUE " ROLE ".
               10 SL-ROLE PIC X(001) FROM RO-ROLE.
               10 VALUE " FROM ".
               10 SL-START PIC 9(004) FROM RO-START-TIME.
               10 VALUE " TO ".
               10 SL-END PIC 9(004) FROM RO-END-TIME.

       01  INVALID-SHIFT-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SS-INVALID PIC X(040) LINE 22 COL 40 FROM REJECT-REASON.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DONE - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  LIST-END-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "END OF LIST - PRESS ANY KEY" LINE 24 COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  STAFFING-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "CHECK WRITTEN TO STAFFING.RPT - PRESS ANY KEY"
              LINE 20 COL 38.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  ROTA-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "ROTA WRITTEN TO ROTA.RPT - PRESS ANY KEY"
              LINE 20 COL 38.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM CREATE-ROSTER-FILE

           MOVE 9 TO MAIN-OPTION
           PERFORM UNTIL MAIN-OPTION = 0
              MOVE ZEROS TO SS-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY MENU-SCREEN
              ACCEPT MENU-SCREEN

              EVALUATE MAIN-OPTION
                 WHEN 1     PERFORM SET-SHIFT
                 WHEN 2     PERFORM REMOVE-SHIFT
                 WHEN 3     PERFORM LIST-DAY
                 WHEN 4     PERFORM STAFFING-CHECK
                 WHEN 5     PERFORM WEEKLY-ROTA
              END-EVALUATE
           END-PERFORM

           STOP RUN.

       CREATE-ROSTER-FILE SECTION.
           OPEN I-O ROSTER
           IF ROSTER-FS = 35 THEN
              OPEN OUTPUT ROSTER
           END-IF
           CLOSE ROSTER
           EXIT SECTION.

       SET-SHIFT SECTION.
      ******************************************************************
      *    ROSTERS AN EMPLOYEE FOR A DAY, OR CHANGES THE SHIFT ALREADY
      *    ROSTERED (THE CURRENT VALUES ARE SHOWN FOR EDITING).
      ******************************************************************
           INITIALIZE WS-SHIFT
           DISPLAY CLEAR-SCREEN
           DISPLAY KEY-FORM-SCREEN
           ACCEPT KEY-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-RO-DATE = ZEROS
           OR WS-RO-STAFF = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO REJECT-REASON
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-RO-DATE) NOT = 0 THEN
              MOVE "DATE IS NOT VALID" TO REJECT-REASON
           ELSE
              PERFORM READ-EMPLOYEE
           END-IF
           IF REJECT-REASON NOT = SPACES THEN
              ACCEPT INVALID-SHIFT-SCREEN
              EXIT SECTION
           END-IF
           MOVE STAFF-SITE TO WS-RO-SITE

           OPEN I-O ROSTER
           MOVE WS-RO-DATE TO RO-DATE
           MOVE WS-RO-STAFF TO RO-STAFF-ID
           MOVE "N" TO RECORD-FOUND
           READ ROSTER
              NOT INVALID KEY
                 MOVE "Y" TO RECORD-FOUND
                 MOVE RO-SITE-ID TO WS-RO-SITE
                 MOVE RO-ROLE TO WS-RO-ROLE
                 MOVE RO-START-TIME TO WS-RO-START
                 MOVE RO-END-TIME TO WS-RO-END
           END-READ

           DISPLAY SHIFT-FORM-SCREEN
           ACCEPT SHIFT-FORM-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE ROSTER
              EXIT SECTION
           END-IF

           PERFORM VALIDATE-SHIFT
           IF REJECT-REASON NOT = SPACES THEN
              CLOSE ROSTER
              ACCEPT INVALID-SHIFT-SCREEN
              EXIT SECTION
           END-IF

           MOVE "BWROSTER" TO AC-PROGRAM
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           STRING WS-RO-DATE " " WS-RO-STAFF INTO AC-KEY
           END-STRING
           IF RECORD-FOUND = "Y" THEN
              MOVE "CHANGE" TO AC-ACTION
              STRING "SITE " RO-SITE-ID " ROLE " RO-ROLE " "
                 RO-START-TIME "-" RO-END-TIME INTO AC-BEFORE
              END-STRING
           ELSE
              MOVE "ADD" TO AC-ACTION
           END-IF

           MOVE WS-RO-SITE TO RO-SITE-ID
           MOVE WS-RO-ROLE TO RO-ROLE
           MOVE WS-RO-START TO RO-START-TIME
           MOVE WS-RO-END TO RO-END-TIME
           MOVE FUNCTION CURRENT-DATE (1:8) TO RO-CHANGED-DATE
           IF RECORD-FOUND = "Y" THEN
              REWRITE RO-DETAILS
              END-REWRITE
           ELSE
              WRITE RO-DETAILS
              END-WRITE
           END-IF
           CLOSE ROSTER

           STRING "SITE " WS-RO-SITE " ROLE " WS-RO-ROLE " "
              WS-RO-START "-" WS-RO-END INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       READ-EMPLOYEE SECTION.
      ******************************************************************
      *    THE EMPLOYEE OF WS-RO-STAFF MUST BE ON FILE AND ACTIVE.
      ******************************************************************
           MOVE SPACES TO STAFF-NAME, STAFF-SKILLS
           MOVE ZEROS TO STAFF-SITE
           OPEN INPUT KSTAFF
           IF KSTAFF-FS NOT = 00 THEN
              MOVE "NO KITCHEN STAFF ON FILE" TO REJECT-REASON
              EXIT SECTION
           END-IF
           MOVE WS-RO-STAFF TO KS-STAFF-ID
           READ KSTAFF
              INVALID KEY
                 MOVE "EMPLOYEE NOT FOUND" TO REJECT-REASON
              NOT INVALID KEY
                 MOVE KS-NAME TO STAFF-NAME
                 MOVE KS-SITE-ID TO STAFF-SITE
                 MOVE KS-SKILLS TO STAFF-SKILLS
                 IF NOT KS-ACTIVE THEN
                    MOVE "EMPLOYEE IS NOT ACTIVE" TO REJECT-REASON
                 END-IF
           END-READ
           CLOSE KSTAFF
           EXIT SECTION.

       VALIDATE-SHIFT SECTION.
      ******************************************************************
      *    CHECKS THE ENTERED SHIFT AGAINST THE EMPLOYEE READ IN
      *    READ-EMPLOYEE: A KNOWN ROLE THE EMPLOYEE HAS THE SKILL FOR
      *    AND A START BEFORE THE END ON THE SAME DAY.
      ******************************************************************
           MOVE SPACES TO REJECT-REASON
           IF WS-RO-SITE = ZEROS THEN
              MOVE 1 TO WS-RO-SITE
           END-IF
           MOVE WS-RO-ROLE TO RO-ROLE
           EVALUATE TRUE
              WHEN NOT RO-VALID-ROLE
                 MOVE "ROLE MUST BE L, P, K OR S" TO REJECT-REASON
              WHEN RO-ROLE-LINE AND STAFF-SKILL-LINE NOT = "Y"
              WHEN RO-ROLE-PREP AND STAFF-SKILL-PREP NOT = "Y"
              WHEN RO-ROLE-PACK AND STAFF-SKILL-PACK NOT = "Y"
              WHEN RO-ROLE-SUPERVISE
              AND STAFF-SKILL-SUPERVISE NOT = "Y"
                 MOVE "EMPLOYEE NOT SKILLED FOR THAT ROLE" TO
                    REJECT-REASON
              WHEN WS-RO-START (1:2) > "23" OR WS-RO-START (3:2) > "59"
                 MOVE "START TIME NOT VALID" TO REJECT-REASON
              WHEN WS-RO-END (1:2) > "24" OR WS-RO-END (3:2) > "59"
                 MOVE "END TIME NOT VALID" TO REJECT-REASON
              WHEN WS-RO-END > 2400
                 MOVE "END TIME NOT VALID" TO REJECT-REASON
              WHEN WS-RO-END NOT > WS-RO-START
                 MOVE "END TIME MUST BE AFTER START" TO REJECT-REASON
           END-EVALUATE
           EXIT SECTION.

       REMOVE-SHIFT SECTION.
      ******************************************************************
      *    TAKES AN EMPLOYEE OFF A DAY'S ROSTER.
      ******************************************************************
           INITIALIZE WS-SHIFT
           DISPLAY CLEAR-SCREEN
           DISPLAY KEY-FORM-SCREEN
           ACCEPT KEY-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-RO-DATE = ZEROS
           OR WS-RO-STAFF = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO REJECT-REASON
           OPEN I-O ROSTER
           MOVE WS-RO-DATE TO RO-DATE
           MOVE WS-RO-STAFF TO RO-STAFF-ID
           READ ROSTER
              INVALID KEY
                 MOVE "NO SHIFT ROSTERED" TO REJECT-REASON
              NOT INVALID KEY
                 DELETE ROSTER RECORD
                 END-DELETE
           END-READ
           CLOSE ROSTER

           IF REJECT-REASON NOT = SPACES THEN
              ACCEPT INVALID-SHIFT-SCREEN
              EXIT SECTION
           END-IF

           MOVE "BWROSTER" TO AC-PROGRAM
           MOVE "DELETE" TO AC-ACTION
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           STRING WS-RO-DATE " " WS-RO-STAFF INTO AC-KEY
           END-STRING
           STRING "SITE " RO-SITE-ID " ROLE " RO-ROLE " "
              RO-START-TIME "-" RO-END-TIME INTO AC-BEFORE
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       LIST-DAY SECTION.
      ******************************************************************
      *    LISTS THE SHIFTS OF ONE DAY AT ONE SITE.
      ******************************************************************
           INITIALIZE WS-SHIFT
           DISPLAY CLEAR-SCREEN
           DISPLAY DAY-FORM-SCREEN
           ACCEPT DAY-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-RO-DATE = ZEROS THEN
              EXIT SECTION
           END-IF
           IF WS-RO-SITE = ZEROS THEN
              MOVE 1 TO WS-RO-SITE
           END-IF

           DISPLAY CLEAR-SCREEN
           MOVE 04 TO ILIN
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT ROSTER
           OPEN INPUT KSTAFF
           IF ROSTER-FS = 00 THEN
              MOVE WS-RO-DATE TO RO-DATE
              MOVE ZEROS TO RO-STAFF-ID
              START ROSTER KEY IS NOT LESS THAN RO-KEY
                 INVALID KEY
                    MOVE "Y" TO EOF-FLAG
              END-START

              PERFORM UNTIL EOF-FLAG = "Y"
                 READ ROSTER NEXT RECORD
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       IF RO-DATE NOT = WS-RO-DATE THEN
                          MOVE "Y" TO EOF-FLAG
                       ELSE
                          IF RO-SITE-ID = WS-RO-SITE THEN
                             PERFORM SHOW-SHIFT-LINE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER
           END-IF
           IF KSTAFF-FS = 00 THEN
              CLOSE KSTAFF
           END-IF

           ACCEPT LIST-END-SCREEN
           EXIT SECTION.

       SHOW-SHIFT-LINE SECTION.
           MOVE SPACES TO STAFF-NAME
           IF KSTAFF-FS = 00 THEN
              MOVE RO-STAFF-ID TO KS-STAFF-ID
              READ KSTAFF
                 NOT INVALID KEY
                    MOVE KS-NAME TO STAFF-NAME
              END-READ
           END-IF
           DISPLAY SHIFT-LINE-SCREEN
           ADD 1 TO ILIN
           IF ILIN > 22 THEN
              ACCEPT LIST-END-SCREEN
              DISPLAY CLEAR-SCREEN
              MOVE 04 TO ILIN
           END-IF
           EXIT SECTION.

       STAFFING-CHECK SECTION.
      ******************************************************************
      *    FOR EACH OF THE NEXT TWO WEEKS' DAYS AT A SITE: THE LOAD,
      *    THE LINE HOURS IT NEEDS, THE LINE AND TOTAL HOURS ROSTERED
      *    AND THE CAPACITY THEY GIVE, FLAGGING UNDER- AND
      *    OVER-STAFFED DAYS.
      ******************************************************************
           MOVE ZEROS TO CHECK-START, CHECK-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY CHECK-FORM-SCREEN
           ACCEPT CHECK-FORM-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF
           IF CHECK-START = ZEROS THEN
              MOVE FUNCTION CURRENT-DATE (1:8) TO CHECK-START
           END-IF
           IF CHECK-SITE = ZEROS THEN
              MOVE 1 TO CHECK-SITE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (CHECK-START) NOT = 0 THEN
              MOVE "DATE IS NOT VALID" TO REJECT-REASON
              ACCEPT INVALID-SHIFT-SCREEN
              EXIT SECTION
           END-IF

           INITIALIZE DAY-TABLE
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE (CHECK-START)
           PERFORM VARYING DAY-IDX FROM 1 BY 1
              UNTIL DAY-IDX > CHECK-DAYS
              COMPUTE DAY-DATE (DAY-IDX) =
                 FUNCTION DATE-OF-INTEGER (DATE-INT + DAY-IDX - 1)
           END-PERFORM

           PERFORM SITE-AVERAGE-RATE
           PERFORM SUM-DAY-LOADS
           PERFORM SUM-ROSTERED-MINUTES

           OPEN OUTPUT STAFFREPORT
           MOVE SPACES TO STAFF-LINE
           STRING "KITCHEN STAFFING CHECK - SITE " CHECK-SITE
              " - FROM " DAY-DATE (1) " TO " DAY-DATE (CHECK-DAYS)
              INTO STAFF-LINE
           END-STRING
           WRITE STAFF-LINE
           END-WRITE
           MOVE SPACES TO STAFF-LINE
           STRING "LINE HOURS NEEDED AT THE SITE'S AVERAGE OF "
              AVERAGE-RATE " SANDWICHES PER HOUR PER PERSON"
              INTO STAFF-LINE
           END-STRING
           WRITE STAFF-LINE
           END-WRITE
           MOVE SPACES TO STAFF-LINE
           WRITE STAFF-LINE
           END-WRITE

           PERFORM VARYING DAY-IDX FROM 1 BY 1
              UNTIL DAY-IDX > CHECK-DAYS
              PERFORM WRITE-STAFFING-DAY
           END-PERFORM

           CLOSE STAFFREPORT
           ACCEPT STAFFING-DONE-SCREEN
           EXIT SECTION.

       SITE-AVERAGE-RATE SECTION.
      ******************************************************************
      *    THE AVERAGE LINE OUTPUT PER HOUR OF THE SITE'S ACTIVE LINE
      *    STAFF, TO TURN A DAY'S LOAD INTO LINE HOURS.
      ******************************************************************
           MOVE ZEROS TO RATE-TOTAL, RATE-COUNT, AVERAGE-RATE
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT KSTAFF
           IF KSTAFF-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
              READ KSTAFF NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF KS-ACTIVE AND KS-SITE-ID = CHECK-SITE
                    AND KS-SKILL-LINE = "Y"
                    AND KS-OUTPUT-PER-HOUR > ZEROS THEN
                       ADD KS-OUTPUT-PER-HOUR TO RATE-TOTAL
                       ADD 1 TO RATE-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE KSTAFF
           IF RATE-COUNT > ZEROS THEN
              COMPUTE AVERAGE-RATE ROUNDED = RATE-TOTAL / RATE-COUNT
           END-IF
           EXIT SECTION.

       SUM-DAY-LOADS SECTION.
      ******************************************************************
      *    THE SANDWICHES ORDERED FOR EACH DAY, LEAVING OUT ORDERS
      *    STILL WAITING FOR APPROVAL, AS BWPRODPLAN SCHEDULES THEM.
      ******************************************************************
           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN INPUT PENDINGORD

           MOVE SPACES TO EOF-FLAG
           MOVE DAY-DATE (1) TO FD-DELIVERY-DATE
           START ORDERS KEY IS NOT LESS THAN FD-DELIVERY-DATE
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF FD-DELIVERY-DATE > DAY-DATE (CHECK-DAYS) THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       PERFORM ADD-ORDER-TO-DAY
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ORDERS
           IF PENDINGORD-FS = 00 THEN
              CLOSE PENDINGORD
           END-IF
           EXIT SECTION.

       ADD-ORDER-TO-DAY SECTION.
      *    ONLY THE ORDERS MADE AT THE SITE BEING CHECKED COUNT.
           IF FD-ORDERS-SITE-ID IS NUMERIC AND
              FD-ORDERS-SITE-ID > ZEROS THEN
              MOVE FD-ORDERS-SITE-ID TO ORDER-SITE
           ELSE
              MOVE 1 TO ORDER-SITE
           END-IF
           IF ORDER-SITE NOT = CHECK-SITE THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO FOUND-FLAG
           IF PENDINGORD-FS = 00 THEN
              MOVE FD-ORDERS-ID TO PEND-ORDERS-ID
              READ PENDINGORD
                 NOT INVALID KEY
                    MOVE "Y" TO FOUND-FLAG
              END-READ
           END-IF
           IF FOUND-FLAG = "Y" THEN
              EXIT SECTION
           END-IF

           PERFORM VARYING DAY-IDX FROM 1 BY 1
              UNTIL DAY-IDX > CHECK-DAYS
              IF DAY-DATE (DAY-IDX) = FD-DELIVERY-DATE THEN
                 ADD FD-ORDERS-QUANTITY TO DAY-LOAD (DAY-IDX)
              END-IF
           END-PERFORM
           EXIT SECTION.

       SUM-ROSTERED-MINUTES SECTION.
      ******************************************************************
      *    THE MINUTES ROSTERED AT THE SITE PER DAY, IN ALL ROLES AND
      *    ON THE LINE, AND THE LINE OUTPUT THEY GIVE.
      ******************************************************************
           OPEN INPUT ROSTER
           IF ROSTER-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN INPUT KSTAFF

           MOVE SPACES TO EOF-FLAG
           MOVE DAY-DATE (1) TO RO-DATE
           MOVE ZEROS TO RO-STAFF-ID
           START ROSTER KEY IS NOT LESS THAN RO-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ ROSTER NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF RO-DATE > DAY-DATE (CHECK-DAYS) THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF RO-SITE-ID = CHECK-SITE THEN
                          PERFORM ADD-SHIFT-TO-DAY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ROSTER
           IF KSTAFF-FS = 00 THEN
              CLOSE KSTAFF
           END-IF
           EXIT SECTION.

       ADD-SHIFT-TO-DAY SECTION.
           COMPUTE SHIFT-MINUTES =
              (RO-END-HOUR * 60 + RO-END-MINUTE)
              - (RO-START-HOUR * 60 + RO-START-MINUTE)
           PERFORM VARYING DAY-IDX FROM 1 BY 1
              UNTIL DAY-IDX > CHECK-DAYS
              IF DAY-DATE (DAY-IDX) = RO-DATE THEN
                 ADD SHIFT-MINUTES TO DAY-ALL-MINUTES (DAY-IDX)
                 IF RO-ROLE-LINE THEN
                    ADD SHIFT-MINUTES TO DAY-LINE-MINUTES (DAY-IDX)
                    IF KSTAFF-FS = 00 THEN
                       MOVE RO-STAFF-ID TO KS-STAFF-ID
                       READ KSTAFF
                          NOT INVALID KEY
                             COMPUTE DAY-OUTPUT-MINUTES (DAY-IDX) =
                                DAY-OUTPUT-MINUTES (DAY-IDX)
                                + KS-OUTPUT-PER-HOUR * SHIFT-MINUTES
                       END-READ
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

       WRITE-STAFFING-DAY SECTION.
      ******************************************************************
      *    ONE DAY OF THE CHECK WITH ITS FLAG.
      ******************************************************************
           MOVE ZEROS TO NEEDED-HOURS
           IF AVERAGE-RATE > ZEROS THEN
              COMPUTE NEEDED-HOURS ROUNDED =
                 DAY-LOAD (DAY-IDX) / AVERAGE-RATE
           END-IF
           COMPUTE LINE-HOURS ROUNDED = DAY-LINE-MINUTES (DAY-IDX) / 60
           COMPUTE ALL-HOURS ROUNDED = DAY-ALL-MINUTES (DAY-IDX) / 60
           COMPUTE DAY-CAPACITY = DAY-OUTPUT-MINUTES (DAY-IDX) / 60
           COMPUTE OVER-LIMIT =
              NEEDED-HOURS * (100 + OVER-TOLERANCE) / 100

           MOVE SPACES TO STAFF-FLAG
           EVALUATE TRUE
              WHEN DAY-LOAD (DAY-IDX) > ZEROS AND AVERAGE-RATE = ZEROS
                 MOVE "*** NO LINE STAFF ON FILE" TO STAFF-FLAG
              WHEN LINE-HOURS < NEEDED-HOURS
                 MOVE "*** UNDER-STAFFED" TO STAFF-FLAG
              WHEN DAY-LOAD (DAY-IDX) > DAY-CAPACITY
                 MOVE "*** UNDER-STAFFED" TO STAFF-FLAG
              WHEN LINE-HOURS > OVER-LIMIT
                 MOVE "*** OVER-STAFFED" TO STAFF-FLAG
           END-EVALUATE

           MOVE NEEDED-HOURS TO ED-NEEDED
           MOVE LINE-HOURS TO ED-LINE
           MOVE ALL-HOURS TO ED-ALL
           MOVE SPACES TO STAFF-LINE
           STRING DAY-DATE (DAY-IDX)
              " | LOAD " DAY-LOAD (DAY-IDX)
              " | LINE HOURS NEEDED " ED-NEEDED
              " ROSTERED " ED-LINE
              " | ALL ROLES " ED-ALL
              " | CAPACITY " DAY-CAPACITY
              " " STAFF-FLAG INTO STAFF-LINE
           END-STRING
           WRITE STAFF-LINE
           END-WRITE
           EXIT SECTION.

       WEEKLY-ROTA SECTION.
      ******************************************************************
      *    PRINTS A SITE'S WEEK (MONDAY TO SUNDAY): ONE LINE PER
      *    EMPLOYEE WITH THE SHIFT OF EACH DAY AND THE WEEK'S HOURS
      *    AGAINST THE CONTRACTED HOURS.
      ******************************************************************
           MOVE ZEROS TO ROTA-DATE, ROTA-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY ROTA-FORM-SCREEN
           ACCEPT ROTA-FORM-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF
           IF ROTA-DATE = ZEROS THEN
              MOVE FUNCTION CURRENT-DATE (1:8) TO ROTA-DATE
           END-IF
           IF ROTA-SITE = ZEROS THEN
              MOVE 1 TO ROTA-SITE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (ROTA-DATE) NOT = 0 THEN
              MOVE "DATE IS NOT VALID" TO REJECT-REASON
              ACCEPT INVALID-SHIFT-SCREEN
              EXIT SECTION
           END-IF

           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE (ROTA-DATE)
           COMPUTE DATE-INT = DATE-INT - FUNCTION MOD (DATE-INT - 1, 7)
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 7
              COMPUTE WEEK-DATE (DAY-IDX) =
                 FUNCTION DATE-OF-INTEGER (DATE-INT + DAY-IDX - 1)
           END-PERFORM
           MOVE WEEK-DATE (1) TO WEEK-START
           MOVE WEEK-DATE (7) TO WEEK-END

           PERFORM LOAD-WEEK-SHIFTS

           OPEN OUTPUT ROTAREPORT
           MOVE SPACES TO ROTA-LINE
           STRING "KITCHEN ROTA - SITE " ROTA-SITE " - WEEK "
              WEEK-START " TO " WEEK-END INTO ROTA-LINE
           END-STRING
           WRITE ROTA-LINE
           END-WRITE
           MOVE SPACES TO ROTA-LINE
           STRING "ROLES: L LINE  P PREP  K PACKING  S SUPERVISION"
              INTO ROTA-LINE
           END-STRING
           WRITE ROTA-LINE
           END-WRITE
           MOVE SPACES TO ROTA-LINE
           WRITE ROTA-LINE
           END-WRITE

           MOVE SPACES TO ROTA-LINE
           MOVE "EMPLOYEE" TO ROTA-LINE (1:8)
           MOVE 27 TO ROTA-POS
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 7
              MOVE WEEK-DATE (DAY-IDX) TO ROTA-LINE (ROTA-POS:8)
              ADD 12 TO ROTA-POS
           END-PERFORM
           MOVE "HOURS / CONTRACT" TO ROTA-LINE (ROTA-POS:16)
           WRITE ROTA-LINE
           END-WRITE
           MOVE ALL "-" TO ROTA-LINE
           WRITE ROTA-LINE
           END-WRITE

           OPEN INPUT KSTAFF
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-MAX
              PERFORM WRITE-ROTA-EMPLOYEE
           END-PERFORM
           IF KSTAFF-FS = 00 THEN
              CLOSE KSTAFF
           END-IF

           IF RT-MAX = ZEROS THEN
              MOVE "NO SHIFTS ROSTERED" TO ROTA-LINE
              WRITE ROTA-LINE
              END-WRITE
           END-IF

           CLOSE ROTAREPORT
           ACCEPT ROTA-DONE-SCREEN
           EXIT SECTION.

       LOAD-WEEK-SHIFTS SECTION.
      ******************************************************************
      *    THE WEEK'S SHIFTS AT THE SITE, ONE ROW PER EMPLOYEE.
      ******************************************************************
           INITIALIZE ROTA-TABLE
           MOVE ZEROS TO RT-MAX
           OPEN INPUT ROSTER
           IF ROSTER-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO EOF-FLAG
           MOVE WEEK-START TO RO-DATE
           MOVE ZEROS TO RO-STAFF-ID
           START ROSTER KEY IS NOT LESS THAN RO-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ ROSTER NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF RO-DATE > WEEK-END THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF RO-SITE-ID = ROTA-SITE THEN
                          PERFORM ADD-SHIFT-TO-ROTA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ROSTER
           EXIT SECTION.

       ADD-SHIFT-TO-ROTA SECTION.
           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING RT-IDX FROM 1 BY 1
              UNTIL RT-IDX > RT-MAX OR FOUND-FLAG = "Y"
              IF RT-STAFF-ID (RT-IDX) = RO-STAFF-ID THEN
                 MOVE "Y" TO FOUND-FLAG
              END-IF
           END-PERFORM
           IF FOUND-FLAG = "Y" THEN
              SUBTRACT 1 FROM RT-IDX
           ELSE
              IF RT-MAX NOT < 100 THEN
                 EXIT SECTION
              END-IF
              ADD 1 TO RT-MAX
              MOVE RT-MAX TO RT-IDX
              MOVE RO-STAFF-ID TO RT-STAFF-ID (RT-IDX)
           END-IF

           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 7
              IF WEEK-DATE (DAY-IDX) = RO-DATE THEN
                 MOVE RO-START-TIME TO RT-START (RT-IDX, DAY-IDX)
                 MOVE RO-END-TIME TO RT-END (RT-IDX, DAY-IDX)
                 MOVE RO-ROLE TO RT-ROLE (RT-IDX, DAY-IDX)
                 COMPUTE RT-MINUTES (RT-IDX, DAY-IDX) =
                    (RO-END-HOUR * 60 + RO-END-MINUTE)
                    - (RO-START-HOUR * 60 + RO-START-MINUTE)
              END-IF
           END-PERFORM
           EXIT SECTION.

       WRITE-ROTA-EMPLOYEE SECTION.
      ******************************************************************
      *    ONE EMPLOYEE'S WEEK; HOURS OVER THE CONTRACT ARE FLAGGED.
      ******************************************************************
           MOVE SPACES TO STAFF-NAME
           MOVE ZEROS TO KS-CONTRACT-HOURS
           IF KSTAFF-FS = 00 THEN
              MOVE RT-STAFF-ID (RT-IDX) TO KS-STAFF-ID
              READ KSTAFF
                 INVALID KEY
                    MOVE ZEROS TO KS-CONTRACT-HOURS
                 NOT INVALID KEY
                    MOVE KS-NAME TO STAFF-NAME
              END-READ
           END-IF

           MOVE SPACES TO ROTA-LINE
           MOVE RT-STAFF-ID (RT-IDX) TO ROTA-LINE (1:4)
           MOVE STAFF-NAME (1:20) TO ROTA-LINE (6:20)
           MOVE ZEROS TO WEEK-MINUTES
           MOVE 27 TO ROTA-POS
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 7
              IF RT-ROLE (RT-IDX, DAY-IDX) = SPACES THEN
                 MOVE "-" TO ROTA-LINE (ROTA-POS:1)
              ELSE
                 MOVE RT-START (RT-IDX, DAY-IDX) TO
                    ROTA-LINE (ROTA-POS:4)
                 MOVE "-" TO ROTA-LINE (ROTA-POS + 4:1)
                 MOVE RT-END (RT-IDX, DAY-IDX) TO
                    ROTA-LINE (ROTA-POS + 5:4)
                 MOVE RT-ROLE (RT-IDX, DAY-IDX) TO
                    ROTA-LINE (ROTA-POS + 10:1)
                 ADD RT-MINUTES (RT-IDX, DAY-IDX) TO WEEK-MINUTES
              END-IF
              ADD 12 TO ROTA-POS
           END-PERFORM

           COMPUTE WEEK-HOURS ROUNDED = WEEK-MINUTES / 60
           MOVE WEEK-HOURS TO ED-WEEK-HOURS
           MOVE ED-WEEK-HOURS TO ROTA-LINE (ROTA-POS:5)
           MOVE "/" TO ROTA-LINE (ROTA-POS + 6:1)
           MOVE KS-CONTRACT-HOURS TO ROTA-LINE (ROTA-POS + 8:2)
           IF KS-CONTRACT-HOURS > ZEROS
           AND WEEK-HOURS > KS-CONTRACT-HOURS THEN
              MOVE "*** OVER CONTRACT" TO ROTA-LINE (ROTA-POS + 11:17)
           END-IF
           WRITE ROTA-LINE
           END-WRITE
           EXIT SECTION.

       END PROGRAM BWROSTER.
