      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL CREDIT CONTROL | V1 | 15.10.2026
      ******************************************************************
      *    MAINTAINS EACH SCHOOL'S CREDIT SETTING (FILE SCHOOLCREDIT:
      *    LIMIT, ZERO = NO LIMIT; MANUAL CREDIT HOLD; REFUSE OR ROUTE
      *    TO APPROVAL WHEN OVER) ENFORCED BY BWCREDGATE AT ORDER
      *    REGISTRATION, IN THE STANDING-ORDER GENERATOR AND IN THE
      *    CSV IMPORT, AND PRODUCES THE CREDIT-EXPOSURE REPORT PER
      *    SCHOOL (CREDITEXPOSURE.RPT): OPEN BALANCE, ORDERS NOT YET
      *    INVOICED, EXPOSURE, LIMIT AND HEADROOM.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWCREDIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT ASSIGN TO "SCHOOLCREDIT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CR-SCHOOL-INTERNAL-ID
              FILE STATUS IS CREDIT-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
              ORGANIZATION IS INDEXED
              RECORD KEY IS SCHOOL-INTERNAL-ID
              ALTERNATE KEY IS SCHOOL-EXTERNAL-ID WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-TOWN WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-POSTAL-CODE WITH DUPLICATES
              ACCESS IS DYNAMIC
              FILE STATUS IS SCHOOL-FS.

           SELECT EXPREPORT ASSIGN TO "CREDITEXPOSURE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXPREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT.
       COPY CB-CREDIT.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  EXPREPORT.
       01  EXP-LINE                             PIC X(132).

       WORKING-STORAGE SECTION.
       77  CREDIT-FS                            PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  EXPREPORT-FS                         PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  EOF-FLAG                             PIC X(001).
       77  TODAY-DATE                           PIC 9(008).
       77  HEADROOM                             PIC S9(008)V99.
       77  EXP-STATUS                           PIC X(010).
       77  EXP-ACTION                           PIC X(008).
       77  COUNT-SCHOOLS                        PIC 9(005).
       77  COUNT-OVER                           PIC 9(005).
       77  LIMIT-EDITED                         PIC ZZZZZZ9.99.
       77  OPEN-EDITED                          PIC -------9.99.
       77  UNBILLED-EDITED                      PIC ZZZZZZZ9.99.
       77  EXPOSURE-EDITED                      PIC -------9.99.
       77  HEADROOM-EDITED                      PIC -------9.99.
       01  WS-CREDIT.
           05 WS-CR-SCHOOL                      PIC 9(003).
           05 WS-CR-LIMIT                       PIC 9(007)V99.
           05 WS-CR-HOLD                        PIC X(001).
           05 WS-CR-ACTION                      PIC X(001).
       01  MAIN-OPTION                          PIC 9(001).
           88  VALID-MAIN-OPTION                VALUE 0 THRU 2.
       01  AUDIT-CALL.
           05 AC-PROGRAM                         PIC X(012).
           05 AC-ACTION                          PIC X(010).
           05 AC-KEY                             PIC X(020).
           05 AC-BEFORE                          PIC X(060).
           05 AC-AFTER                           PIC X(060).
       01  CREDIT-GATE-CALL.
           05 CC-ACTION                         PIC X(001).
           05 CC-ORDERS-ID                      PIC 9(005).
           05 CC-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 CC-QUANTITY                       PIC 9(005).
           05 CC-VALUE                          PIC 9(007)V99.
           05 CC-LIMIT                          PIC 9(007)V99.
           05 CC-ON-HOLD                        PIC X(001).
           05 CC-OPEN-BALANCE                   PIC S9(008)V99.
           05 CC-UNBILLED                       PIC 9(008)V99.
           05 CC-EXPOSURE                       PIC S9(008)V99.
           05 CC-DECISION                       PIC X(001).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  MENU-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "BREADWICH | SCHOOL CREDIT CONTROL" LINE 03
              COL 43.
           05 VALUE "0 - EXIT"                       LINE 09 COL 48.
           05 VALUE "1 - SET A SCHOOL'S CREDIT"      LINE 11 COL 48.
           05 VALUE "2 - CREDIT-EXPOSURE REPORT"     LINE 13 COL 48.
           05 VALUE "OPTION:" LINE 22 COL 48.
           05 SS-OPTION PIC 9(001) LINE 22 COL 56 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  CREDIT-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SCHOOL ID:" LINE 05 COL 10.
           05 SS-SCHOOL PIC 9(003) LINE 05 COL 21 TO WS-CR-SCHOOL
              BLANK WHEN ZERO.
           05 VALUE "CREDIT LIMIT WITH VAT (0 = NO LIMIT):"
              LINE 07 COL 10.
           05 SS-LIMIT PIC 9(7)V99 LINE 07 COL 48 TO WS-CR-LIMIT
              BLANK WHEN ZERO.
           05 VALUE "CREDIT HOLD (Y/N):" LINE 09 COL 10.
           05 SS-HOLD PIC X(001) LINE 09 COL 29 TO WS-CR-HOLD.
           05 VALUE "OVER LIMIT OR ON HOLD: R REFUSE / A APPROVAL:"
              LINE 11 COL 10.
           05 SS-ACTION PIC X(001) LINE 11 COL 56 TO WS-CR-ACTION.

       01  SCHOOL-MISSING-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR
           7.
           05 VALUE "SCHOOL NOT FOUND" LINE 20 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  SAVED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "CREDIT SETTING SAVED - PRESS ANY KEY" LINE 20
              COL 42.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  REPORT-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "EXPOSURE REPORT WRITTEN TO CREDITEXPOSURE.RPT"
              LINE 20 COL 37.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM CREATE-CREDIT-FILE

           MOVE 9 TO MAIN-OPTION
           PERFORM UNTIL MAIN-OPTION = 0
              MOVE ZEROS TO SS-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY MENU-SCREEN
              ACCEPT MENU-SCREEN

              EVALUATE MAIN-OPTION
                 WHEN 1     PERFORM SET-CREDIT
                 WHEN 2     PERFORM EXPOSURE-REPORT
              END-EVALUATE
           END-PERFORM

           STOP RUN.

       CREATE-CREDIT-FILE SECTION.
           OPEN I-O CREDIT
           IF CREDIT-FS = 35 THEN
              OPEN OUTPUT CREDIT
           END-IF
           CLOSE CREDIT
           EXIT SECTION.

       SET-CREDIT SECTION.
      ******************************************************************
      *    SETS OR REPLACES A SCHOOL'S CREDIT SETTING. THE PREVIOUS
      *    SETTING GOES TO THE AUDIT TRAIL WITH THE NEW ONE.
      ******************************************************************
           MOVE ZEROS TO WS-CR-SCHOOL, WS-CR-LIMIT
           MOVE "N" TO WS-CR-HOLD
           MOVE "R" TO WS-CR-ACTION
           DISPLAY CLEAR-SCREEN
           DISPLAY CREDIT-FORM-SCREEN
           ACCEPT CREDIT-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-CR-SCHOOL = ZEROS
           OR NOT (WS-CR-HOLD = "Y" OR WS-CR-HOLD = "N")
           OR NOT (WS-CR-ACTION = "R" OR WS-CR-ACTION = "A") THEN
              EXIT SECTION
           END-IF

           OPEN INPUT SCHOOLS
           MOVE WS-CR-SCHOOL TO SCHOOL-INTERNAL-ID
           READ SCHOOLS
              INVALID KEY
                 CLOSE SCHOOLS
                 ACCEPT SCHOOL-MISSING-SCREEN
                 EXIT SECTION
           END-READ
           CLOSE SCHOOLS

           MOVE SPACES TO AC-BEFORE, AC-AFTER
           OPEN I-O CREDIT
           MOVE WS-CR-SCHOOL TO CR-SCHOOL-INTERNAL-ID
           READ CREDIT RECORD
              INVALID KEY
                 PERFORM FILL-CREDIT-RECORD
                 WRITE CR-DETAILS
                 END-WRITE
              NOT INVALID KEY
                 MOVE CR-LIMIT TO LIMIT-EDITED
                 STRING "LIMIT " LIMIT-EDITED " HOLD " CR-HOLD
                    " ACTION " CR-OVER-ACTION INTO AC-BEFORE
                 END-STRING
                 PERFORM FILL-CREDIT-RECORD
                 REWRITE CR-DETAILS
                 END-REWRITE
           END-READ
           CLOSE CREDIT

           MOVE "BWCREDIT" TO AC-PROGRAM
           MOVE "SET" TO AC-ACTION
           MOVE WS-CR-SCHOOL TO AC-KEY
           MOVE WS-CR-LIMIT TO LIMIT-EDITED
           STRING "LIMIT " LIMIT-EDITED " HOLD " WS-CR-HOLD
              " ACTION " WS-CR-ACTION INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT SAVED-SCREEN
           EXIT SECTION.

       FILL-CREDIT-RECORD SECTION.
           MOVE WS-CR-SCHOOL TO CR-SCHOOL-INTERNAL-ID
           MOVE WS-CR-LIMIT TO CR-LIMIT
           MOVE WS-CR-HOLD TO CR-HOLD
           MOVE WS-CR-ACTION TO CR-OVER-ACTION
           MOVE FUNCTION CURRENT-DATE (1:8) TO CR-CHANGED-DATE
           EXIT SECTION.

       EXPOSURE-REPORT SECTION.
      ******************************************************************
      *    ONE LINE PER SCHOOL WITH A CREDIT SETTING OR ANY EXPOSURE,
      *    WORKED OUT BY BWCREDGATE EXACTLY AS THE ORDER CHECK DOES.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE ZEROS TO COUNT-SCHOOLS, COUNT-OVER
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT SCHOOLS
           IF SCHOOL-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           OPEN OUTPUT EXPREPORT
           MOVE SPACES TO EXP-LINE
           STRING "SCHOOL CREDIT EXPOSURE - " TODAY-DATE
              INTO EXP-LINE
           END-STRING
           WRITE EXP-LINE
           END-WRITE
           MOVE SPACES TO EXP-LINE
           STRING "SCHOOL | OPEN BALANCE | NOT INVOICED | EXPOSURE"
              " | LIMIT | HEADROOM | HOLD | IF OVER | STATUS"
              INTO EXP-LINE
           END-STRING
           WRITE EXP-LINE
           END-WRITE

           MOVE ZEROS TO SCHOOL-INTERNAL-ID
           START SCHOOLS KEY IS NOT LESS THAN SCHOOL-INTERNAL-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ SCHOOLS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM EXPOSURE-OF-SCHOOL
              END-READ
           END-PERFORM

           MOVE SPACES TO EXP-LINE
           STRING "SCHOOLS LISTED: " COUNT-SCHOOLS
              " | OVER LIMIT OR ON HOLD: " COUNT-OVER INTO EXP-LINE
           END-STRING
           WRITE EXP-LINE
           END-WRITE

           CLOSE EXPREPORT
           CLOSE SCHOOLS
           ACCEPT REPORT-DONE-SCREEN
           EXIT SECTION.

       EXPOSURE-OF-SCHOOL SECTION.
      ******************************************************************
      *    EXPOSURE OF THE SCHOOL IN SCHOOL-DETAILS AND ITS LINE.
      ******************************************************************
           MOVE "E" TO CC-ACTION
           MOVE ZEROS TO CC-ORDERS-ID, CC-QUANTITY, CC-VALUE
           MOVE SCHOOL-INTERNAL-ID TO CC-SCHOOL-INTERNAL-ID
           CALL "BWCREDGATE" USING CREDIT-GATE-CALL

      *    THE ACTION ON FILE (NO RECORD: NO LIMIT, NOTHING TO DO).
           MOVE SPACES TO EXP-ACTION
           OPEN INPUT CREDIT
           IF CREDIT-FS = 00 THEN
              MOVE SCHOOL-INTERNAL-ID TO CR-SCHOOL-INTERNAL-ID
              READ CREDIT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CR-TO-APPROVAL THEN
                       MOVE "APPROVAL" TO EXP-ACTION
                    ELSE
                       MOVE "REFUSE" TO EXP-ACTION
                    END-IF
              END-READ
              CLOSE CREDIT
           END-IF

           IF EXP-ACTION = SPACES AND CC-EXPOSURE = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE "OK" TO EXP-STATUS
           MOVE ZEROS TO HEADROOM
           IF CC-LIMIT NOT = ZEROS THEN
              COMPUTE HEADROOM = CC-LIMIT - CC-EXPOSURE
              IF HEADROOM < ZEROS THEN
                 MOVE "OVER LIMIT" TO EXP-STATUS
              END-IF
           END-IF
           IF CC-ON-HOLD = "Y" THEN
              MOVE "ON HOLD" TO EXP-STATUS
           END-IF
           IF EXP-STATUS NOT = "OK" THEN
              ADD 1 TO COUNT-OVER
           END-IF
           ADD 1 TO COUNT-SCHOOLS

           MOVE CC-OPEN-BALANCE TO OPEN-EDITED
           MOVE CC-UNBILLED TO UNBILLED-EDITED
           MOVE CC-EXPOSURE TO EXPOSURE-EDITED
           MOVE CC-LIMIT TO LIMIT-EDITED
           MOVE HEADROOM TO HEADROOM-EDITED
           MOVE SPACES TO EXP-LINE
           IF CC-LIMIT = ZEROS THEN
              STRING "SCHOOL " SCHOOL-INTERNAL-ID
                 " | " OPEN-EDITED
                 " | " UNBILLED-EDITED
                 " | " EXPOSURE-EDITED
                 " | NO LIMIT   |             | " CC-ON-HOLD
                 " | " EXP-ACTION
                 " | " EXP-STATUS
                 INTO EXP-LINE
              END-STRING
           ELSE
              STRING "SCHOOL " SCHOOL-INTERNAL-ID
                 " | " OPEN-EDITED
                 " | " UNBILLED-EDITED
                 " | " EXPOSURE-EDITED
                 " | " LIMIT-EDITED
                 " | " HEADROOM-EDITED
                 " | " CC-ON-HOLD
                 " | " EXP-ACTION
                 " | " EXP-STATUS
                 INTO EXP-LINE
              END-STRING
           END-IF
           WRITE EXP-LINE
           END-WRITE
           EXIT SECTION.

       END PROGRAM BWCREDIT.
