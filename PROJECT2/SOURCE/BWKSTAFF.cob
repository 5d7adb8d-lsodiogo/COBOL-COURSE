      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | KITCHEN STAFF | V1 | 15.10.2026
      ******************************************************************
      *    MAINTAINS THE KITCHEN STAFF MASTER (FILE KITCHENSTAFF): PER
      *    EMPLOYEE THE HOME SITE, THE SKILLS (LINE, PREPARATION,
      *    PACKING, SUPERVISION), THE HOURS CONTRACTED PER WEEK AND
      *    THE SANDWICHES MADE PER HOUR ON THE LINE. THE SHIFTS ARE
      *    ROSTERED IN BWROSTER; THE ROSTERED LINE STAFF GIVE THE
      *    DAY'S PRODUCTION CAPACITY (SEE BWROSTCAP).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWKSTAFF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KSTAFF ASSIGN TO "KITCHENSTAFF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KS-STAFF-ID
              FILE STATUS IS KSTAFF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  KSTAFF.
       COPY CB-KSTAFF.

       WORKING-STORAGE SECTION.
       77  KSTAFF-FS                            PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  ILIN                                 PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  REJECT-REASON                        PIC X(040).
       77  SKILL-IDX                            PIC 9(001).
       77  RECORD-FOUND                         PIC X(001).
       77  LIST-SITE                            PIC 9(002).
       01  WS-STAFF.
           05 WS-KS-ID                          PIC 9(004).
           05 WS-KS-NAME                        PIC X(030).
           05 WS-KS-SITE                        PIC 9(002).
           05 WS-KS-SKILLS                      PIC X(004).
           05 WS-KS-CONTRACT                    PIC 9(002).
           05 WS-KS-OUTPUT                      PIC 9(003).
           05 WS-KS-ACTIVE                      PIC 9(001).
       01  MAIN-OPTION                          PIC 9(001).
           88  VALID-MAIN-OPTION                VALUE 0 THRU 2.
       01  AUDIT-CALL.
           05 AC-PROGRAM                         PIC X(012).
           05 AC-ACTION                          PIC X(010).
           05 AC-KEY                             PIC X(020).
           05 AC-BEFORE                          PIC X(060).
           05 AC-AFTER                           PIC X(060).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "BREADWICH | KITCHEN STAFF" LINE 03 COL 45.
           05 VALUE "0 - EXIT"                       LINE 09 COL 45.
           05 VALUE "1 - ADD OR CHANGE AN EMPLOYEE"  LINE 11 COL 45.
           05 VALUE "2 - LIST THE STAFF OF A SITE"   LINE 13 COL 45.
           05 VALUE "OPTION:" LINE 22 COL 45.
           05 SS-OPTION PIC 9(001) LINE 22 COL 53 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  KEY-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "STAFF NUMBER:" LINE 05 COL 10.
           05 SS-ID PIC 9(004) LINE 05 COL 24 TO WS-KS-ID
              BLANK WHEN ZERO.

       01  STAFF-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "NAME:" LINE 07 COL 10.
           05 SS-NAME PIC X(030) LINE 07 COL 16 USING WS-KS-NAME.
           05 VALUE "HOME SITE (0 = MAIN KITCHEN 01):" LINE 09 COL 10.
           05 SS-SITE PIC 9(002) LINE 09 COL 43 USING WS-KS-SITE.
           05 VALUE "SKILLS (Y/SPACE, ORDER LINE PREP PACKING"
              LINE 11 COL 10.
           05 VALUE "SUPERVISION):" LINE 12 COL 10.
           05 SS-SKILLS PIC X(004) LINE 12 COL 24 USING WS-KS-SKILLS.
           05 VALUE "CONTRACTED HOURS PER WEEK:" LINE 14 COL 10.
           05 SS-CONTRACT PIC 9(002) LINE 14 COL 37
              USING WS-KS-CONTRACT.
           05 VALUE "SANDWICHES PER HOUR ON THE LINE:" LINE 16 COL 10.
           05 SS-OUTPUT PIC 9(003) LINE 16 COL 43 USING WS-KS-OUTPUT.
           05 VALUE "ACTIVE (1 = YES, 0 = NO):" LINE 18 COL 10.
           05 SS-ACTIVE PIC 9(001) LINE 18 COL 36 USING WS-KS-ACTIVE.

       01  SITE-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SITE (0 = ALL SITES):" LINE 05 COL 10.
           05 SS-L-SITE PIC 9(002) LINE 05 COL 32 TO LIST-SITE
              BLANK WHEN ZERO.

       01  STAFF-LINE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 SS-S-LINE LINE ILIN COL 05.
               10 SL-ID PIC 9(004) FROM KS-STAFF-ID.
               10 VALUE " ".
               10 SL-NAME PIC X(030) FROM KS-NAME.
               10 VALUE " SITE ".
               10 SL-SITE PIC 9(002) FROM KS-SITE-ID.
               10 VALUE " SKILLS ".
               10 SL-SKILLS PIC X(004) FROM KS-SKILLS.
               10 VALUE " HOURS ".
               10 SL-CONTRACT PIC Z9 FROM KS-CONTRACT-HOURS.
               10 VALUE " PER HOUR ".
               10 SL-OUTPUT PIC ZZ9 FROM KS-OUTPUT-PER-HOUR.
               10 VALUE " ACTIVE ".
               10 SL-ACTIVE PIC 9(001) FROM KS-IS-ACTIVE.

       01  INVALID-STAFF-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SS-INVALID PIC X(040) LINE 22 COL 40 FROM REJECT-REASON.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DONE - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  LIST-END-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "END OF LIST - PRESS ANY KEY" LINE 24 COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM CREATE-STAFF-FILE

           MOVE 9 TO MAIN-OPTION
           PERFORM UNTIL MAIN-OPTION = 0
              MOVE ZEROS TO SS-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY MENU-SCREEN
              ACCEPT MENU-SCREEN

              EVALUATE MAIN-OPTION
                 WHEN 1     PERFORM SET-EMPLOYEE
                 WHEN 2     PERFORM LIST-STAFF
              END-EVALUATE
           END-PERFORM

           STOP RUN.

       CREATE-STAFF-FILE SECTION.
           OPEN I-O KSTAFF
           IF KSTAFF-FS = 35 THEN
              OPEN OUTPUT KSTAFF
           END-IF
           CLOSE KSTAFF
           EXIT SECTION.

       SET-EMPLOYEE SECTION.
      ******************************************************************
      *    ADDS AN EMPLOYEE, OR CHANGES ONE ALREADY ON FILE (THE
      *    CURRENT VALUES ARE SHOWN FOR EDITING). LEAVERS ARE SET
      *    INACTIVE RATHER THAN REMOVED, SO PAST ROSTERS STILL READ.
      ******************************************************************
           INITIALIZE WS-STAFF
           DISPLAY CLEAR-SCREEN
           DISPLAY KEY-FORM-SCREEN
           ACCEPT KEY-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-KS-ID = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN I-O KSTAFF
           MOVE WS-KS-ID TO KS-STAFF-ID
           MOVE "N" TO RECORD-FOUND
           MOVE 1 TO WS-KS-ACTIVE
           READ KSTAFF
              NOT INVALID KEY
                 MOVE "Y" TO RECORD-FOUND
                 MOVE KS-NAME TO WS-KS-NAME
                 MOVE KS-SITE-ID TO WS-KS-SITE
                 MOVE KS-SKILLS TO WS-KS-SKILLS
                 MOVE KS-CONTRACT-HOURS TO WS-KS-CONTRACT
                 MOVE KS-OUTPUT-PER-HOUR TO WS-KS-OUTPUT
                 MOVE KS-IS-ACTIVE TO WS-KS-ACTIVE
           END-READ

           DISPLAY STAFF-FORM-SCREEN
           ACCEPT STAFF-FORM-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE KSTAFF
              EXIT SECTION
           END-IF

           PERFORM VALIDATE-EMPLOYEE
           IF REJECT-REASON NOT = SPACES THEN
              CLOSE KSTAFF
              ACCEPT INVALID-STAFF-SCREEN
              EXIT SECTION
           END-IF

           MOVE "BWKSTAFF" TO AC-PROGRAM
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           MOVE WS-KS-ID TO AC-KEY
           IF RECORD-FOUND = "Y" THEN
              MOVE "CHANGE" TO AC-ACTION
              STRING "SITE " KS-SITE-ID " SKILLS " KS-SKILLS
                 " HOURS " KS-CONTRACT-HOURS " RATE "
                 KS-OUTPUT-PER-HOUR " ACTIVE " KS-IS-ACTIVE
                 INTO AC-BEFORE
              END-STRING
           ELSE
              MOVE "ADD" TO AC-ACTION
           END-IF

           MOVE WS-KS-NAME TO KS-NAME
           MOVE WS-KS-SITE TO KS-SITE-ID
           MOVE WS-KS-SKILLS TO KS-SKILLS
           MOVE WS-KS-CONTRACT TO KS-CONTRACT-HOURS
           MOVE WS-KS-OUTPUT TO KS-OUTPUT-PER-HOUR
           MOVE WS-KS-ACTIVE TO KS-IS-ACTIVE
           MOVE FUNCTION CURRENT-DATE (1:8) TO KS-CHANGED-DATE
           IF RECORD-FOUND = "Y" THEN
              REWRITE KS-DETAILS
              END-REWRITE
           ELSE
              WRITE KS-DETAILS
              END-WRITE
           END-IF
           CLOSE KSTAFF

           STRING "SITE " WS-KS-SITE " SKILLS " WS-KS-SKILLS
              " HOURS " WS-KS-CONTRACT " RATE " WS-KS-OUTPUT
              " ACTIVE " WS-KS-ACTIVE INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       VALIDATE-EMPLOYEE SECTION.
      ******************************************************************
      *    CHECKS THE ENTERED EMPLOYEE IN WS-STAFF.
      ******************************************************************
           MOVE SPACES TO REJECT-REASON
           IF WS-KS-SITE = ZEROS THEN
              MOVE 1 TO WS-KS-SITE
           END-IF
           EVALUATE TRUE
              WHEN WS-KS-NAME = SPACES
                 MOVE "NAME MISSING" TO REJECT-REASON
              WHEN WS-KS-SKILLS = SPACES
                 MOVE "AT LEAST ONE SKILL NEEDED" TO REJECT-REASON
              WHEN WS-KS-CONTRACT = ZEROS
                 MOVE "CONTRACTED HOURS MISSING" TO REJECT-REASON
              WHEN WS-KS-ACTIVE > 1
                 MOVE "ACTIVE MUST BE 1 OR 0" TO REJECT-REASON
              WHEN WS-KS-SKILLS (1:1) = "Y" AND WS-KS-OUTPUT = ZEROS
                 MOVE "LINE STAFF NEED AN OUTPUT PER HOUR" TO
                    REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES THEN
              EXIT SECTION
           END-IF

           PERFORM VARYING SKILL-IDX FROM 1 BY 1 UNTIL SKILL-IDX > 4
              IF WS-KS-SKILLS (SKILL-IDX:1) NOT = "Y"
              AND WS-KS-SKILLS (SKILL-IDX:1) NOT = SPACE THEN
                 MOVE "SKILLS MUST BE Y OR SPACE" TO REJECT-REASON
              END-IF
           END-PERFORM
           EXIT SECTION.

       LIST-STAFF SECTION.
      ******************************************************************
      *    LISTS THE STAFF OF ONE SITE, OR OF ALL SITES.
      ******************************************************************
           MOVE ZEROS TO LIST-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY SITE-FORM-SCREEN
           ACCEPT SITE-FORM-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           DISPLAY CLEAR-SCREEN
           MOVE 04 TO ILIN
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT KSTAFF
           IF KSTAFF-FS = 00 THEN
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ KSTAFF NEXT RECORD
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       IF LIST-SITE = ZEROS
                       OR KS-SITE-ID = LIST-SITE THEN
                          DISPLAY STAFF-LINE-SCREEN
                          ADD 1 TO ILIN
                          IF ILIN > 22 THEN
                             ACCEPT LIST-END-SCREEN
                             DISPLAY CLEAR-SCREEN
                             MOVE 04 TO ILIN
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE KSTAFF
           END-IF

           ACCEPT LIST-END-SCREEN
           EXIT SECTION.

       END PROGRAM BWKSTAFF.
