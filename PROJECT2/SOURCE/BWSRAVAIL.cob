      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH AVAILABILITY WINDOWS | V1 | 15.10.2026
      ******************************************************************
      *    MAINTAINS THE AVAILABILITY PERIODS OF THE SEASONAL AND
      *    ROTATED SANDWICHES (FILE SRAVAIL: FROM / TO DATES, ONE-OFF
      *    OR REPEATING EVERY YEAR), SO THEY COME ON AND GO OFF THE
      *    MENU BY THEMSELVES INSTEAD OF BY SWITCHING SR-IS-ACTIVE BY
      *    HAND. A SANDWICH WITHOUT WINDOWS STAYS ON THE MENU ALL
      *    YEAR. RSOREGISTER, BWORDIMPORT, BWSTANDING AND BWMENUPLAN
      *    ACCEPT A SEASONAL SANDWICH ONLY FOR DELIVERY DATES INSIDE
      *    ONE OF ITS WINDOWS (SEE BWAVAILGATE). THE MENU CHANGES
      *    REPORT LISTS WHAT COMES ON AND GOES OFF THE MENU NEXT
      *    MONTH IN MENUCHANGES.TXT, WHICH BWCIRCULAR CAN SEND TO THE
      *    SCHOOLS WITH A CIRCULAR.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWSRAVAIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRAVAIL ASSIGN TO "SRAVAIL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AV-KEY
              FILE STATUS IS SRAVAIL-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SR-IID
              ALTERNATE KEY IS SR-EID WITH DUPLICATES
              FILE STATUS IS SANDWICH-FS.

           SELECT MENUCHANGES ASSIGN TO "MENUCHANGES.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MENUCHANGES-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRAVAIL.
       COPY CB-SRAVAIL.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  MENUCHANGES.
       01  CHANGE-LINE                          PIC X(060).

       WORKING-STORAGE SECTION.
       77  SRAVAIL-FS                           PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  MENUCHANGES-FS                       PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  ILIN                                 PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  REJECT-REASON                        PIC X(040).
       77  TODAY-DATE                           PIC 9(008).
       77  PERIOD-START                         PIC 9(008).
       77  PERIOD-END                           PIC 9(008).
       77  PERIOD-YEAR                          PIC 9(004).
       77  PERIOD-MONTH                         PIC 9(002).
       77  DAY-INT                              PIC 9(008).
       77  END-INT                              PIC 9(008).
       77  CHANGE-DATE                          PIC 9(008).
       77  WAS-AVAILABLE                        PIC X(001).
       77  COUNT-CHANGES                        PIC 9(005).
       01  DATE-SHOWN.
           05 DS-DAY                            PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ".".
           05 DS-MONTH                          PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ".".
           05 DS-YEAR                           PIC 9(004).
       01  WS-WINDOW.
           05 WS-AV-SANDWICH                    PIC 9(003).
           05 WS-AV-FROM                        PIC 9(008).
           05 WS-AV-TO                          PIC 9(008).
           05 WS-AV-YEARLY                      PIC X(001).
           05 WS-AV-REASON                      PIC X(030).
       01  AVAIL-GATE-CALL.
           05 AG-SANDWICH-INTERNAL-ID           PIC 9(003).
           05 AG-DATE                           PIC 9(008).
           05 AG-AVAILABLE                      PIC X(001).
           05 AG-HAS-WINDOWS                    PIC X(001).
       01  MAIN-OPTION                          PIC 9(001).
           88  VALID-MAIN-OPTION                VALUE 0 THRU 4.
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
           05 VALUE "BREADWICH | SANDWICH AVAILABILITY WINDOWS"
              LINE 03 COL 40.
           05 VALUE "0 - EXIT"                       LINE 09 COL 45.
           05 VALUE "1 - ADD A WINDOW"               LINE 11 COL 45.
           05 VALUE "2 - REMOVE A WINDOW"            LINE 13 COL 45.
           05 VALUE "3 - LIST A SANDWICH'S WINDOWS"  LINE 15 COL 45.
           05 VALUE "4 - MENU CHANGES NEXT MONTH (MENUCHANGES.TXT)"
              LINE 17 COL 45.
           05 VALUE "OPTION:" LINE 22 COL 45.
           05 SS-OPTION PIC 9(001) LINE 22 COL 53 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  WINDOW-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SANDWICH INTERNAL ID:" LINE 05 COL 10.
           05 SS-SANDWICH PIC 9(003) LINE 05 COL 32 TO WS-AV-SANDWICH
              BLANK WHEN ZERO.
           05 VALUE "ON THE MENU FROM (YYYYMMDD):" LINE 07 COL 10.
           05 SS-FROM PIC 9(008) LINE 07 COL 39 TO WS-AV-FROM
              BLANK WHEN ZERO.
           05 VALUE "TO:" LINE 07 COL 50.
           05 SS-TO PIC 9(008) LINE 07 COL 54 TO WS-AV-TO
              BLANK WHEN ZERO.
           05 VALUE "REPEAT EVERY YEAR (Y/N):" LINE 09 COL 10.
           05 SS-YEARLY PIC X(001) LINE 09 COL 35 TO WS-AV-YEARLY.
           05 VALUE "REASON:" LINE 11 COL 10.
           05 SS-REASON PIC X(030) LINE 11 COL 18 TO WS-AV-REASON.

       01  REMOVE-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SANDWICH INTERNAL ID:" LINE 05 COL 10.
           05 SS-R-SANDWICH PIC 9(003) LINE 05 COL 32 TO
              WS-AV-SANDWICH BLANK WHEN ZERO.
           05 VALUE "FIRST DAY OF THE WINDOW (YYYYMMDD):"
              LINE 07 COL 10.
           05 SS-R-FROM PIC 9(008) LINE 07 COL 46 TO WS-AV-FROM
              BLANK WHEN ZERO.

       01  SANDWICH-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SANDWICH INTERNAL ID:" LINE 05 COL 10.
           05 SS-L-SANDWICH PIC 9(003) LINE 05 COL 32 TO
              WS-AV-SANDWICH BLANK WHEN ZERO.

       01  WINDOW-LINE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 SS-W-LINE LINE ILIN COL 05.
               10 VALUE "FROM ".
               10 SL-FROM PIC 9(008) FROM AV-FROM-DATE.
               10 VALUE " TO ".
               10 SL-TO PIC 9(008) FROM AV-TO-DATE.
               10 VALUE " YEARLY ".
               10 SL-YEARLY PIC X(001) FROM AV-YEARLY.
               10 VALUE " ".
               10 SL-REASON PIC X(030) FROM AV-REASON.

       01  SANDWICH-MISSING-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR
           7.
           05 VALUE "SANDWICH NOT FOUND" LINE 20 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  INVALID-WINDOW-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR
           7.
           05 SS-INVALID PIC X(040) LINE 20 COL 40 FROM REJECT-REASON.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DONE - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  CHANGES-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "MENU CHANGES:" LINE 18 COL 40.
           05 SS-CHANGES PIC 9(005) LINE 18 COL 54 FROM COUNT-CHANGES.
           05 VALUE "SEE MENUCHANGES.TXT (SEND WITH BWCIRCULAR)"
              LINE 19 COL 40.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  LIST-END-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "END OF LIST - PRESS ANY KEY" LINE 24 COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM CREATE-AVAIL-FILE

           MOVE 9 TO MAIN-OPTION
           PERFORM UNTIL MAIN-OPTION = 0
              MOVE ZEROS TO SS-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY MENU-SCREEN
              ACCEPT MENU-SCREEN

              EVALUATE MAIN-OPTION
                 WHEN 1     PERFORM ADD-WINDOW
                 WHEN 2     PERFORM REMOVE-WINDOW
                 WHEN 3     PERFORM LIST-WINDOWS
                 WHEN 4     PERFORM MENU-CHANGES-REPORT
              END-EVALUATE
           END-PERFORM

           STOP RUN.

       CREATE-AVAIL-FILE SECTION.
           OPEN I-O SRAVAIL
           IF SRAVAIL-FS = 35 THEN
              OPEN OUTPUT SRAVAIL
           END-IF
           CLOSE SRAVAIL
           EXIT SECTION.

       ADD-WINDOW SECTION.
      ******************************************************************
      *    KEYS IN ONE AVAILABILITY WINDOW OF AN EXISTING SANDWICH.
      ******************************************************************
           MOVE ZEROS TO WS-AV-SANDWICH, WS-AV-FROM, WS-AV-TO
           MOVE SPACES TO WS-AV-YEARLY, WS-AV-REASON
           DISPLAY CLEAR-SCREEN
           DISPLAY WINDOW-FORM-SCREEN
           ACCEPT WINDOW-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-AV-SANDWICH = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN INPUT SANDWICHES
           MOVE WS-AV-SANDWICH TO SR-IID
           READ SANDWICHES
              INVALID KEY
                 CLOSE SANDWICHES
                 ACCEPT SANDWICH-MISSING-SCREEN
                 EXIT SECTION
           END-READ
           CLOSE SANDWICHES

           IF WS-AV-YEARLY = SPACES THEN
              MOVE "N" TO WS-AV-YEARLY
           END-IF
           PERFORM VALIDATE-WINDOW
           IF REJECT-REASON = SPACES THEN
              PERFORM WRITE-WINDOW
           END-IF
           IF REJECT-REASON NOT = SPACES THEN
              ACCEPT INVALID-WINDOW-SCREEN
              EXIT SECTION
           END-IF

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       VALIDATE-WINDOW SECTION.
      ******************************************************************
      *    CHECKS THE DATES AND THE YEARLY FLAG IN WS-WINDOW. A YEARLY
      *    WINDOW MAY NOT BE LONGER THAN A YEAR.
      ******************************************************************
           MOVE SPACES TO REJECT-REASON
           EVALUATE TRUE
              WHEN WS-AV-FROM = ZEROS OR WS-AV-TO = ZEROS
                 MOVE "FIRST AND LAST DAY ARE NEEDED" TO REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-AV-FROM) NOT = 0
                 MOVE "FIRST DAY IS NOT A VALID DATE" TO REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-AV-TO) NOT = 0
                 MOVE "LAST DAY IS NOT A VALID DATE" TO REJECT-REASON
              WHEN WS-AV-TO < WS-AV-FROM
                 MOVE "LAST DAY BEFORE THE FIRST DAY" TO REJECT-REASON
              WHEN NOT (WS-AV-YEARLY = "Y" OR WS-AV-YEARLY = "N")
                 MOVE "REPEAT EVERY YEAR MUST BE Y OR N" TO
                    REJECT-REASON
              WHEN WS-AV-YEARLY = "Y"
              AND FUNCTION INTEGER-OF-DATE (WS-AV-TO)
                 - FUNCTION INTEGER-OF-DATE (WS-AV-FROM) > 364
                 MOVE "A YEARLY WINDOW MUST BE UNDER A YEAR" TO
                    REJECT-REASON
           END-EVALUATE
           EXIT SECTION.

       WRITE-WINDOW SECTION.
      ******************************************************************
      *    WRITES THE WINDOW IN WS-WINDOW AND AUDITS IT.
      ******************************************************************
           OPEN I-O SRAVAIL
           MOVE WS-AV-SANDWICH TO AV-SANDWICH-INTERNAL-ID
           MOVE WS-AV-FROM TO AV-FROM-DATE
           MOVE WS-AV-TO TO AV-TO-DATE
           MOVE WS-AV-YEARLY TO AV-YEARLY
           MOVE WS-AV-REASON TO AV-REASON
           MOVE FUNCTION CURRENT-DATE (1:8) TO AV-ENTERED-DATE
           WRITE AV-DETAILS
              INVALID KEY
                 MOVE "A WINDOW ALREADY STARTS ON THAT DAY" TO
                    REJECT-REASON
           END-WRITE
           CLOSE SRAVAIL

           IF REJECT-REASON = SPACES THEN
              MOVE "BWSRAVAIL" TO AC-PROGRAM
              MOVE "ADD" TO AC-ACTION
              MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
              STRING WS-AV-SANDWICH " " WS-AV-FROM INTO AC-KEY
              END-STRING
              STRING "TO " WS-AV-TO " YEARLY " WS-AV-YEARLY " "
                 WS-AV-REASON INTO AC-AFTER
              END-STRING
              CALL "BWAUDIT" USING AUDIT-CALL
           END-IF
           EXIT SECTION.

       REMOVE-WINDOW SECTION.
      ******************************************************************
      *    REMOVES A WINDOW BY SANDWICH AND FIRST DAY.
      ******************************************************************
           MOVE ZEROS TO WS-AV-SANDWICH, WS-AV-FROM
           DISPLAY CLEAR-SCREEN
           DISPLAY REMOVE-FORM-SCREEN
           ACCEPT REMOVE-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-AV-SANDWICH = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO REJECT-REASON
           OPEN I-O SRAVAIL
           MOVE WS-AV-SANDWICH TO AV-SANDWICH-INTERNAL-ID
           MOVE WS-AV-FROM TO AV-FROM-DATE
           READ SRAVAIL
              INVALID KEY
                 MOVE "NO WINDOW STARTS ON THAT DAY" TO REJECT-REASON
              NOT INVALID KEY
                 DELETE SRAVAIL RECORD
                 END-DELETE
           END-READ
           CLOSE SRAVAIL

           IF REJECT-REASON NOT = SPACES THEN
              ACCEPT INVALID-WINDOW-SCREEN
              EXIT SECTION
           END-IF

           MOVE "BWSRAVAIL" TO AC-PROGRAM
           MOVE "DELETE" TO AC-ACTION
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           STRING WS-AV-SANDWICH " " WS-AV-FROM INTO AC-KEY
           END-STRING
           STRING "TO " AV-TO-DATE " YEARLY " AV-YEARLY " " AV-REASON
              INTO AC-BEFORE
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       LIST-WINDOWS SECTION.
      ******************************************************************
      *    LISTS THE WINDOWS OF ONE SANDWICH IN DATE ORDER.
      ******************************************************************
           MOVE ZEROS TO WS-AV-SANDWICH
           DISPLAY CLEAR-SCREEN
           DISPLAY SANDWICH-FORM-SCREEN
           ACCEPT SANDWICH-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-AV-SANDWICH = ZEROS THEN
              EXIT SECTION
           END-IF

           DISPLAY CLEAR-SCREEN
           MOVE 04 TO ILIN
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT SRAVAIL
           IF SRAVAIL-FS = 00 THEN
              MOVE WS-AV-SANDWICH TO AV-SANDWICH-INTERNAL-ID
              MOVE ZEROS TO AV-FROM-DATE
              START SRAVAIL KEY IS NOT LESS THAN AV-KEY
                 INVALID KEY
                    MOVE "Y" TO EOF-FLAG
              END-START

              PERFORM UNTIL EOF-FLAG = "Y"
                 READ SRAVAIL NEXT RECORD
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       IF AV-SANDWICH-INTERNAL-ID NOT = WS-AV-SANDWICH
                       THEN
                          MOVE "Y" TO EOF-FLAG
                       ELSE
                          DISPLAY WINDOW-LINE-SCREEN
                          ADD 1 TO ILIN
                          IF ILIN > 22 THEN
                             ACCEPT LIST-END-SCREEN
                             DISPLAY CLEAR-SCREEN
                             MOVE 04 TO ILIN
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SRAVAIL
           END-IF

           ACCEPT LIST-END-SCREEN
           EXIT SECTION.

       MENU-CHANGES-REPORT SECTION.
      ******************************************************************
      *    FOR EVERY ACTIVE SEASONAL SANDWICH, THE DAYS OF NEXT
      *    CALENDAR MONTH ON WHICH IT COMES ON OR GOES OFF THE MENU,
      *    TO MENUCHANGES.TXT IN LINES SHORT ENOUGH FOR A CIRCULAR.
      ******************************************************************
           MOVE ZEROS TO COUNT-CHANGES
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE TODAY-DATE (1:4) TO PERIOD-YEAR
           MOVE TODAY-DATE (5:2) TO PERIOD-MONTH
           IF PERIOD-MONTH = 12 THEN
              ADD 1 TO PERIOD-YEAR
              MOVE 1 TO PERIOD-MONTH
           ELSE
              ADD 1 TO PERIOD-MONTH
           END-IF
           COMPUTE PERIOD-START =
              PERIOD-YEAR * 10000 + PERIOD-MONTH * 100 + 1

      *    THE LAST DAY IS THE DAY BEFORE THE FIRST OF THE MONTH AFTER.
           IF PERIOD-MONTH = 12 THEN
              COMPUTE END-INT = FUNCTION INTEGER-OF-DATE
                 ((PERIOD-YEAR + 1) * 10000 + 101) - 1
           ELSE
              COMPUTE END-INT = FUNCTION INTEGER-OF-DATE
                 (PERIOD-START + 100) - 1
           END-IF
           COMPUTE PERIOD-END = FUNCTION DATE-OF-INTEGER (END-INT)

           OPEN OUTPUT MENUCHANGES
           MOVE SPACES TO CHANGE-LINE
           MOVE PERIOD-START TO CHANGE-DATE
           PERFORM SET-DATE-SHOWN
           STRING "MENU CHANGES FROM " DATE-SHOWN INTO CHANGE-LINE
           END-STRING
           MOVE PERIOD-END TO CHANGE-DATE
           PERFORM SET-DATE-SHOWN
           MOVE " TO " TO CHANGE-LINE (29:4)
           MOVE DATE-SHOWN TO CHANGE-LINE (33:10)
           WRITE CHANGE-LINE
           END-WRITE

           OPEN INPUT SANDWICHES
           IF SANDWICH-FS = 00 THEN
              MOVE SPACES TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ SANDWICHES NEXT RECORD
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       IF SR-IS-ACTIVE = 1 THEN
                          PERFORM CHANGES-OF-ONE-SANDWICH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SANDWICHES
           END-IF

           IF COUNT-CHANGES = ZEROS THEN
              MOVE "NO CHANGES TO THE MENU IN THE PERIOD" TO
                 CHANGE-LINE
              WRITE CHANGE-LINE
              END-WRITE
           END-IF
           CLOSE MENUCHANGES

           ACCEPT CHANGES-DONE-SCREEN
           EXIT SECTION.

       CHANGES-OF-ONE-SANDWICH SECTION.
      ******************************************************************
      *    WALKS THE PERIOD DAY BY DAY FROM THE DAY BEFORE IT, WRITING
      *    A LINE EACH TIME THE SANDWICH'S AVAILABILITY CHANGES.
      ******************************************************************
           MOVE SR-IID TO AG-SANDWICH-INTERNAL-ID
           COMPUTE DAY-INT = FUNCTION INTEGER-OF-DATE (PERIOD-START)
              - 1
           COMPUTE AG-DATE = FUNCTION DATE-OF-INTEGER (DAY-INT)
           CALL "BWAVAILGATE" USING AVAIL-GATE-CALL
           IF AG-HAS-WINDOWS NOT = "Y" THEN
              EXIT SECTION
           END-IF
           MOVE AG-AVAILABLE TO WAS-AVAILABLE

           PERFORM UNTIL DAY-INT >= END-INT
              ADD 1 TO DAY-INT
              COMPUTE AG-DATE = FUNCTION DATE-OF-INTEGER (DAY-INT)
              CALL "BWAVAILGATE" USING AVAIL-GATE-CALL
              IF AG-AVAILABLE NOT = WAS-AVAILABLE THEN
                 PERFORM WRITE-CHANGE-LINE
                 MOVE AG-AVAILABLE TO WAS-AVAILABLE
              END-IF
           END-PERFORM
           EXIT SECTION.

       WRITE-CHANGE-LINE SECTION.
      ******************************************************************
      *    COMING ON: THE FIRST DAY ON THE MENU. GOING OFF: THE LAST
      *    DAY ON THE MENU (THE DAY BEFORE AG-DATE).
      ******************************************************************
           ADD 1 TO COUNT-CHANGES
           MOVE SPACES TO CHANGE-LINE
           IF AG-AVAILABLE = "Y" THEN
              MOVE AG-DATE TO CHANGE-DATE
              PERFORM SET-DATE-SHOWN
              STRING "ON THE MENU FROM  " DATE-SHOWN " " SR-EID " "
                 SR-S-DESCRIPTION INTO CHANGE-LINE
              END-STRING
           ELSE
              COMPUTE CHANGE-DATE =
                 FUNCTION DATE-OF-INTEGER (DAY-INT - 1)
              PERFORM SET-DATE-SHOWN
              STRING "LAST DAY ON MENU  " DATE-SHOWN " " SR-EID " "
                 SR-S-DESCRIPTION INTO CHANGE-LINE
              END-STRING
           END-IF
           WRITE CHANGE-LINE
           END-WRITE
           EXIT SECTION.

       SET-DATE-SHOWN SECTION.
           MOVE CHANGE-DATE (7:2) TO DS-DAY
           MOVE CHANGE-DATE (5:2) TO DS-MONTH
           MOVE CHANGE-DATE (1:4) TO DS-YEAR
           EXIT SECTION.

       END PROGRAM BWSRAVAIL.
