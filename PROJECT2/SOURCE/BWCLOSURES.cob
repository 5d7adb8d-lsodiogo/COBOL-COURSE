      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL CLOSURE CALENDAR | V1 | 15.10.2026
      ******************************************************************
      *    MAINTAINS THE CLOSURE CALENDAR OF EACH SCHOOL (FILE
      *    SCHOOLCLOSURES: TERM BREAKS, LOCAL HOLIDAYS, ONE-OFF
      *    CLOSURES SUCH AS STRIKES), KEYED IN HERE OR LOADED FROM THE
      *    FILE THE SCHOOLS SEND (SCHOOLCLOSURES.CSV), ONE CLOSURE PER
      *    LINE:
      *       SCHOOL-EXTERNAL-ID;YYYYMMDD;YYYYMMDD;TYPE;REASON
      *    (TYPE T TERM BREAK, H HOLIDAY, C ONE-OFF CLOSURE).
      *    RSOREGISTER AND BWORDIMPORT REFUSE DELIVERIES ON A CLOSED DAY
      *    AND THE BWSTANDING GENERATOR SKIPS IT (SEE BWCLOSEGATE).
      *    EVERY NEW CLOSURE LISTS THE ORDERS ALREADY REGISTERED FOR THE
      *    SCHOOL IN ITS PERIOD, ON SCREEN AND IN CLOSURES.RPT, SO THEY
      *    CAN BE MOVED (BWREDELIV) OR CANCELLED (RSOMODIFY) BEFORE THE
      *    VAN LEAVES.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWCLOSURES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHCLOSED ASSIGN TO "SCHOOLCLOSURES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SC-KEY
              FILE STATUS IS SCHCLOSED-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
              ORGANIZATION IS INDEXED
              RECORD KEY IS SCHOOL-INTERNAL-ID
              ALTERNATE KEY IS SCHOOL-EXTERNAL-ID WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-TOWN WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-POSTAL-CODE WITH DUPLICATES
              ACCESS IS DYNAMIC
              FILE STATUS IS SCHOOL-FS.

           SELECT ORDERS ASSIGN TO "ORDERSFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT CLOSECSV ASSIGN TO "SCHOOLCLOSURES.CSV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLOSECSV-FS.

           SELECT CLOSEREPORT ASSIGN TO "CLOSURES.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLOSEREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHCLOSED.
       COPY CB-SCHCLOSED.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  ORDERS.
       COPY RSOFD.

       FD  CLOSECSV.
       01  CSV-LINE                             PIC X(100).

       FD  CLOSEREPORT.
       01  REP-LINE                             PIC X(120).

       WORKING-STORAGE SECTION.
       77  SCHCLOSED-FS                         PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  CLOSECSV-FS                          PIC 9(002).
       77  CLOSEREPORT-FS                       PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  ILIN                                 PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  EOF-CSV                              PIC X(001).
       77  SHOW-ON-SCREEN                       PIC X(001).
       77  REJECT-REASON                        PIC X(040).
       77  COUNT-AFFECTED                       PIC 9(005).
       77  COUNT-LOADED                         PIC 9(005).
       77  COUNT-REJECTED                       PIC 9(005).
       77  AFFECTED-ORDER-ID                    PIC 9(005).
       01  WS-CLOSURE.
           05 WS-SC-SCHOOL                      PIC 9(003).
           05 WS-SC-FROM                        PIC 9(008).
           05 WS-SC-TO                          PIC 9(008).
           05 WS-SC-TYPE                        PIC X(001).
           05 WS-SC-REASON                      PIC X(030).
       01  CSV-FIELDS.
           05 CSV-SCHOOL-EID                    PIC X(008).
           05 CSV-FROM-TXT                      PIC X(008).
           05 CSV-TO-TXT                        PIC X(008).
           05 CSV-TYPE-TXT                      PIC X(001).
           05 CSV-REASON-TXT                    PIC X(030).
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
           05 VALUE "BREADWICH | SCHOOL CLOSURE CALENDAR" LINE 03
              COL 42.
           05 VALUE "0 - EXIT"                       LINE 09 COL 45.
           05 VALUE "1 - ADD A CLOSURE"              LINE 11 COL 45.
           05 VALUE "2 - REMOVE A CLOSURE"           LINE 13 COL 45.
           05 VALUE "3 - LIST A SCHOOL'S CLOSURES"   LINE 15 COL 45.
           05 VALUE "4 - LOAD SCHOOLCLOSURES.CSV"    LINE 17 COL 45.
           05 VALUE "OPTION:" LINE 22 COL 45.
           05 SS-OPTION PIC 9(001) LINE 22 COL 53 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  CLOSURE-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SCHOOL ID:" LINE 05 COL 10.
           05 SS-SCHOOL PIC 9(003) LINE 05 COL 21 TO WS-SC-SCHOOL
              BLANK WHEN ZERO.
           05 VALUE "CLOSED FROM (YYYYMMDD):" LINE 07 COL 10.
           05 SS-FROM PIC 9(008) LINE 07 COL 34 TO WS-SC-FROM
              BLANK WHEN ZERO.
           05 VALUE "TO:" LINE 07 COL 45.
           05 SS-TO PIC 9(008) LINE 07 COL 49 TO WS-SC-TO
              BLANK WHEN ZERO.
           05 VALUE "TYPE: T TERM BREAK / H HOLIDAY / C CLOSURE:"
              LINE 09 COL 10.
           05 SS-TYPE PIC X(001) LINE 09 COL 55 TO WS-SC-TYPE.
           05 VALUE "REASON:" LINE 11 COL 10.
           05 SS-REASON PIC X(030) LINE 11 COL 18 TO WS-SC-REASON.

       01  REMOVE-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SCHOOL ID:" LINE 05 COL 10.
           05 SS-R-SCHOOL PIC 9(003) LINE 05 COL 21 TO WS-SC-SCHOOL
              BLANK WHEN ZERO.
           05 VALUE "FIRST DAY OF THE CLOSURE (YYYYMMDD):"
              LINE 07 COL 10.
           05 SS-R-FROM PIC 9(008) LINE 07 COL 47 TO WS-SC-FROM
              BLANK WHEN ZERO.

       01  SCHOOL-FORM-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SCHOOL ID:" LINE 05 COL 10.
           05 SS-L-SCHOOL PIC 9(003) LINE 05 COL 21 TO WS-SC-SCHOOL
              BLANK WHEN ZERO.

       01  CLOSURE-LINE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 SS-C-LINE LINE ILIN COL 05.
               10 VALUE "FROM ".
               10 SL-FROM PIC 9(008) FROM SC-FROM-DATE.
               10 VALUE " TO ".
               10 SL-TO PIC 9(008) FROM SC-TO-DATE.
               10 VALUE " TYPE ".
               10 SL-TYPE PIC X(001) FROM SC-TYPE.
               10 VALUE " ".
               10 SL-REASON PIC X(030) FROM SC-REASON.
               10 VALUE " SOURCE ".
               10 SL-SOURCE PIC X(001) FROM SC-SOURCE.

       01  AFFECTED-HEAD-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "ORDERS ALREADY REGISTERED IN THE CLOSURE PERIOD"
              LINE 02 COL 05.
           05 VALUE "(MOVE WITH BWREDELIV OR CANCEL WITH RSOMODIFY)"
              LINE 03 COL 05.

       01  AFFECTED-LINE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 SS-A-LINE LINE ILIN COL 05.
               10 VALUE "ORDER ".
               10 SL-ORDER PIC 9(005) FROM AFFECTED-ORDER-ID.
               10 VALUE " LINE ".
               10 SL-LINE-NO PIC 9(003) FROM FD-ORDERS-LINE-NO.
               10 VALUE " DELIVERY ".
               10 SL-DATE PIC 9(008) FROM FD-DELIVERY-DATE.
               10 VALUE " ".
               10 SL-HOUR PIC 9(002) FROM FD-DELIVERY-HOUR.
               10 VALUE ":".
               10 SL-MINUTE PIC 9(002) FROM FD-DELIVERY-MINUTE.
               10 VALUE " SANDWICH ".
               10 SL-SANDWICH PIC 9(003) FROM
                  FD-ORDERS-SANDWICH-INTERNAL-ID.
               10 VALUE " QTY ".
               10 SL-QTY PIC 9(003) FROM FD-ORDERS-QUANTITY.

       01  NONE-AFFECTED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "NO ORDERS REGISTERED IN THE CLOSURE PERIOD"
              LINE 20 COL 40.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  SCHOOL-MISSING-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR
           7.
           05 VALUE "SCHOOL NOT FOUND" LINE 20 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  INVALID-CLOSURE-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR
           7.
           05 SS-INVALID PIC X(040) LINE 20 COL 40 FROM REJECT-REASON.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DONE - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  LOAD-DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "LOADED:" LINE 18 COL 40.
           05 SS-LOADED PIC 9(005) LINE 18 COL 48 FROM COUNT-LOADED.
           05 VALUE "REJECTED:" LINE 18 COL 55.
           05 SS-REJECTED PIC 9(005) LINE 18 COL 65 FROM
              COUNT-REJECTED.
           05 VALUE "ORDERS AFFECTED:" LINE 19 COL 40.
           05 SS-AFFECTED PIC 9(005) LINE 19 COL 57 FROM
              COUNT-AFFECTED.
           05 VALUE "SEE CLOSURES.RPT - PRESS ANY KEY" LINE 20
              COL 40.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  LIST-END-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "END OF LIST - PRESS ANY KEY" LINE 24 COL 45.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM CREATE-CLOSURES-FILE

           MOVE 9 TO MAIN-OPTION
           PERFORM UNTIL MAIN-OPTION = 0
              MOVE ZEROS TO SS-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY MENU-SCREEN
              ACCEPT MENU-SCREEN

              EVALUATE MAIN-OPTION
                 WHEN 1     PERFORM ADD-CLOSURE
                 WHEN 2     PERFORM REMOVE-CLOSURE
                 WHEN 3     PERFORM LIST-CLOSURES
                 WHEN 4     PERFORM LOAD-CLOSURE-FILE
              END-EVALUATE
           END-PERFORM

           STOP RUN.

       CREATE-CLOSURES-FILE SECTION.
           OPEN I-O SCHCLOSED
           IF SCHCLOSED-FS = 35 THEN
              OPEN OUTPUT SCHCLOSED
           END-IF
           CLOSE SCHCLOSED
           EXIT SECTION.

       ADD-CLOSURE SECTION.
      ******************************************************************
      *    KEYS IN ONE CLOSURE AND SHOWS THE ORDERS IT AFFECTS.
      ******************************************************************
           MOVE ZEROS TO WS-SC-SCHOOL, WS-SC-FROM, WS-SC-TO
           MOVE SPACES TO WS-SC-TYPE, WS-SC-REASON
           DISPLAY CLEAR-SCREEN
           DISPLAY CLOSURE-FORM-SCREEN
           ACCEPT CLOSURE-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-SC-SCHOOL = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN INPUT SCHOOLS
           MOVE WS-SC-SCHOOL TO SCHOOL-INTERNAL-ID
           READ SCHOOLS
              INVALID KEY
                 CLOSE SCHOOLS
                 ACCEPT SCHOOL-MISSING-SCREEN
                 EXIT SECTION
           END-READ
           CLOSE SCHOOLS

           IF WS-SC-TO = ZEROS THEN
              MOVE WS-SC-FROM TO WS-SC-TO
           END-IF
           PERFORM VALIDATE-CLOSURE
           IF REJECT-REASON = SPACES THEN
              MOVE "M" TO SC-SOURCE
              PERFORM WRITE-CLOSURE
           END-IF
           IF REJECT-REASON NOT = SPACES THEN
              ACCEPT INVALID-CLOSURE-SCREEN
              EXIT SECTION
           END-IF

           OPEN OUTPUT CLOSEREPORT
           MOVE "Y" TO SHOW-ON-SCREEN
           MOVE ZEROS TO COUNT-AFFECTED
           DISPLAY CLEAR-SCREEN
           DISPLAY AFFECTED-HEAD-SCREEN
           MOVE 05 TO ILIN
           PERFORM LIST-AFFECTED-ORDERS
           CLOSE CLOSEREPORT

           IF COUNT-AFFECTED = ZEROS THEN
              ACCEPT NONE-AFFECTED-SCREEN
           ELSE
              ACCEPT LIST-END-SCREEN
           END-IF
           EXIT SECTION.

       VALIDATE-CLOSURE SECTION.
      ******************************************************************
      *    CHECKS THE DATES AND TYPE IN WS-CLOSURE.
      ******************************************************************
           MOVE SPACES TO REJECT-REASON
           EVALUATE TRUE
              WHEN WS-SC-FROM = ZEROS
                 MOVE "FIRST DAY MISSING" TO REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-SC-FROM) NOT = 0
                 MOVE "FIRST DAY IS NOT A VALID DATE" TO REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-SC-TO) NOT = 0
                 MOVE "LAST DAY IS NOT A VALID DATE" TO REJECT-REASON
              WHEN WS-SC-TO < WS-SC-FROM
                 MOVE "LAST DAY BEFORE THE FIRST DAY" TO REJECT-REASON
              WHEN NOT (WS-SC-TYPE = "T" OR WS-SC-TYPE = "H"
              OR WS-SC-TYPE = "C")
                 MOVE "TYPE MUST BE T, H OR C" TO REJECT-REASON
           END-EVALUATE
           EXIT SECTION.

       WRITE-CLOSURE SECTION.
      ******************************************************************
      *    WRITES THE CLOSURE IN WS-CLOSURE (SC-SOURCE ALREADY SET)
      *    AND AUDITS IT.
      ******************************************************************
           OPEN I-O SCHCLOSED
           MOVE WS-SC-SCHOOL TO SC-SCHOOL-INTERNAL-ID
           MOVE WS-SC-FROM TO SC-FROM-DATE
           MOVE WS-SC-TO TO SC-TO-DATE
           MOVE WS-SC-TYPE TO SC-TYPE
           MOVE WS-SC-REASON TO SC-REASON
           MOVE FUNCTION CURRENT-DATE (1:8) TO SC-ENTERED-DATE
           WRITE SC-DETAILS
              INVALID KEY
                 MOVE "A CLOSURE ALREADY STARTS ON THAT DAY" TO
                    REJECT-REASON
           END-WRITE
           CLOSE SCHCLOSED

           IF REJECT-REASON = SPACES THEN
              MOVE "BWCLOSURES" TO AC-PROGRAM
              MOVE "ADD" TO AC-ACTION
              MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
              STRING WS-SC-SCHOOL " " WS-SC-FROM INTO AC-KEY
              END-STRING
              STRING "TO " WS-SC-TO " TYPE " WS-SC-TYPE " "
                 WS-SC-REASON INTO AC-AFTER
              END-STRING
              CALL "BWAUDIT" USING AUDIT-CALL
           END-IF
           EXIT SECTION.

       LIST-AFFECTED-ORDERS SECTION.
      ******************************************************************
      *    EVERY LIVE ORDER LINE OF THE SCHOOL DELIVERING INSIDE THE
      *    CLOSURE IN WS-CLOSURE, READ THROUGH THE DELIVERY-DATE
      *    ACCESS PATH, TO CLOSURES.RPT (AND THE SCREEN WHEN KEYED IN).
      ******************************************************************
           MOVE SPACES TO EOF-FLAG

           MOVE SPACES TO REP-LINE
           STRING "CLOSURE OF SCHOOL " WS-SC-SCHOOL " FROM "
              WS-SC-FROM " TO " WS-SC-TO " (" WS-SC-TYPE ") "
              WS-SC-REASON INTO REP-LINE
           END-STRING
           WRITE REP-LINE
           END-WRITE

           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE WS-SC-FROM TO FD-DELIVERY-DATE
           START ORDERS KEY IS NOT LESS THAN FD-DELIVERY-DATE
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF FD-DELIVERY-DATE > WS-SC-TO THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF FD-ORDERS-SCHOOL-INTERNAL-ID = WS-SC-SCHOOL
                       THEN
                          PERFORM SHOW-AFFECTED-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ORDERS
           EXIT SECTION.

       SHOW-AFFECTED-LINE SECTION.
           ADD 1 TO COUNT-AFFECTED
           MOVE FD-ORDERS-HEADER-ID TO AFFECTED-ORDER-ID
           IF AFFECTED-ORDER-ID = ZEROS THEN
              MOVE FD-ORDERS-ID TO AFFECTED-ORDER-ID
           END-IF

           MOVE SPACES TO REP-LINE
           STRING "   ORDER " AFFECTED-ORDER-ID
              " LINE " FD-ORDERS-LINE-NO
              " DELIVERY " FD-DELIVERY-DATE
              " " FD-DELIVERY-HOUR ":" FD-DELIVERY-MINUTE
              " SANDWICH " FD-ORDERS-SANDWICH-INTERNAL-ID
              " QTY " FD-ORDERS-QUANTITY INTO REP-LINE
           END-STRING
           WRITE REP-LINE
           END-WRITE

           IF SHOW-ON-SCREEN = "Y" THEN
              DISPLAY AFFECTED-LINE-SCREEN
              ADD 1 TO ILIN
              IF ILIN > 22 THEN
                 ACCEPT LIST-END-SCREEN
                 DISPLAY CLEAR-SCREEN
                 DISPLAY AFFECTED-HEAD-SCREEN
                 MOVE 05 TO ILIN
              END-IF
           END-IF
           EXIT SECTION.

       REMOVE-CLOSURE SECTION.
      ******************************************************************
      *    REMOVES A CLOSURE BY SCHOOL AND FIRST DAY.
      ******************************************************************
           MOVE ZEROS TO WS-SC-SCHOOL, WS-SC-FROM
           DISPLAY CLEAR-SCREEN
           DISPLAY REMOVE-FORM-SCREEN
           ACCEPT REMOVE-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-SC-SCHOOL = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO REJECT-REASON
           OPEN I-O SCHCLOSED
           MOVE WS-SC-SCHOOL TO SC-SCHOOL-INTERNAL-ID
           MOVE WS-SC-FROM TO SC-FROM-DATE
           READ SCHCLOSED
              INVALID KEY
                 MOVE "NO CLOSURE STARTS ON THAT DAY" TO
                    REJECT-REASON
              NOT INVALID KEY
                 DELETE SCHCLOSED RECORD
                 END-DELETE
           END-READ
           CLOSE SCHCLOSED

           IF REJECT-REASON NOT = SPACES THEN
              ACCEPT INVALID-CLOSURE-SCREEN
              EXIT SECTION
           END-IF

           MOVE "BWCLOSURES" TO AC-PROGRAM
           MOVE "DELETE" TO AC-ACTION
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           STRING WS-SC-SCHOOL " " WS-SC-FROM INTO AC-KEY
           END-STRING
           STRING "TO " SC-TO-DATE " TYPE " SC-TYPE " " SC-REASON
              INTO AC-BEFORE
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       LIST-CLOSURES SECTION.
      ******************************************************************
      *    LISTS THE CLOSURES OF ONE SCHOOL IN DATE ORDER.
      ******************************************************************
           MOVE ZEROS TO WS-SC-SCHOOL
           DISPLAY CLEAR-SCREEN
           DISPLAY SCHOOL-FORM-SCREEN
           ACCEPT SCHOOL-FORM-SCREEN
           IF KEYSTATUS = 1003 OR WS-SC-SCHOOL = ZEROS THEN
              EXIT SECTION
           END-IF

           DISPLAY CLEAR-SCREEN
           MOVE 04 TO ILIN
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT SCHCLOSED
           IF SCHCLOSED-FS = 00 THEN
              MOVE WS-SC-SCHOOL TO SC-SCHOOL-INTERNAL-ID
              MOVE ZEROS TO SC-FROM-DATE
              START SCHCLOSED KEY IS NOT LESS THAN SC-KEY
                 INVALID KEY
                    MOVE "Y" TO EOF-FLAG
              END-START

              PERFORM UNTIL EOF-FLAG = "Y"
                 READ SCHCLOSED NEXT RECORD
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       IF SC-SCHOOL-INTERNAL-ID NOT = WS-SC-SCHOOL
                       THEN
                          MOVE "Y" TO EOF-FLAG
                       ELSE
                          DISPLAY CLOSURE-LINE-SCREEN
                          ADD 1 TO ILIN
                          IF ILIN > 22 THEN
                             ACCEPT LIST-END-SCREEN
                             DISPLAY CLEAR-SCREEN
                             MOVE 04 TO ILIN
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCHCLOSED
           END-IF

           ACCEPT LIST-END-SCREEN
           EXIT SECTION.

       LOAD-CLOSURE-FILE SECTION.
      ******************************************************************
      *    LOADS SCHOOLCLOSURES.CSV: EVERY LINE GETS A VERDICT IN
      *    CLOSURES.RPT, FOLLOWED FOR A LOADED CLOSURE BY THE ORDERS
      *    IT AFFECTS.
      ******************************************************************
           MOVE ZEROS TO COUNT-LOADED, COUNT-REJECTED, COUNT-AFFECTED
           MOVE "N" TO SHOW-ON-SCREEN
           MOVE SPACES TO EOF-CSV

           OPEN INPUT CLOSECSV
           IF CLOSECSV-FS NOT = 00 THEN
              MOVE "SCHOOLCLOSURES.CSV NOT FOUND" TO REJECT-REASON
              ACCEPT INVALID-CLOSURE-SCREEN
              EXIT SECTION
           END-IF

           OPEN INPUT SCHOOLS
           OPEN OUTPUT CLOSEREPORT

           PERFORM UNTIL EOF-CSV = "Y"
              READ CLOSECSV
                 AT END
                    MOVE "Y" TO EOF-CSV
                 NOT AT END
                    IF CSV-LINE NOT = SPACES THEN
                       PERFORM LOAD-ONE-CLOSURE
                    END-IF
              END-READ
           END-PERFORM

           MOVE SPACES TO REP-LINE
           STRING "LOADED: " COUNT-LOADED " | REJECTED: "
              COUNT-REJECTED " | ORDERS AFFECTED: " COUNT-AFFECTED
              INTO REP-LINE
           END-STRING
           WRITE REP-LINE
           END-WRITE

           CLOSE CLOSECSV, SCHOOLS, CLOSEREPORT
           ACCEPT LOAD-DONE-SCREEN
           EXIT SECTION.

       LOAD-ONE-CLOSURE SECTION.
      ******************************************************************
      *    VALIDATES AND LOADS THE CSV LINE CURRENTLY IN CSV-LINE.
      ******************************************************************
           MOVE SPACES TO REJECT-REASON, CSV-FIELDS
           UNSTRING CSV-LINE DELIMITED BY ";"
              INTO CSV-SCHOOL-EID, CSV-FROM-TXT, CSV-TO-TXT,
                 CSV-TYPE-TXT, CSV-REASON-TXT
           END-UNSTRING

           MOVE CSV-SCHOOL-EID TO SCHOOL-EXTERNAL-ID
           READ SCHOOLS KEY IS SCHOOL-EXTERNAL-ID
              INVALID KEY
                 MOVE "SCHOOL EXTERNAL ID UNKNOWN" TO REJECT-REASON
           END-READ

           IF REJECT-REASON = SPACES THEN
              IF CSV-FROM-TXT IS NOT NUMERIC
              OR (CSV-TO-TXT NOT = SPACES
              AND CSV-TO-TXT IS NOT NUMERIC) THEN
                 MOVE "DATES NOT IN YYYYMMDD FORM" TO REJECT-REASON
              END-IF
           END-IF

           IF REJECT-REASON = SPACES THEN
              MOVE SCHOOL-INTERNAL-ID TO WS-SC-SCHOOL
              MOVE CSV-FROM-TXT TO WS-SC-FROM
              IF CSV-TO-TXT = SPACES THEN
                 MOVE WS-SC-FROM TO WS-SC-TO
              ELSE
                 MOVE CSV-TO-TXT TO WS-SC-TO
              END-IF
              MOVE CSV-TYPE-TXT TO WS-SC-TYPE
              MOVE CSV-REASON-TXT TO WS-SC-REASON
              PERFORM VALIDATE-CLOSURE
           END-IF

           IF REJECT-REASON = SPACES THEN
              MOVE "F" TO SC-SOURCE
              PERFORM WRITE-CLOSURE
           END-IF

           MOVE SPACES TO REP-LINE
           IF REJECT-REASON = SPACES THEN
              ADD 1 TO COUNT-LOADED
              STRING "LOADED   | " CSV-LINE (1:60) INTO REP-LINE
              END-STRING
              WRITE REP-LINE
              END-WRITE
              PERFORM LIST-AFFECTED-ORDERS
           ELSE
              ADD 1 TO COUNT-REJECTED
              STRING "REJECTED | " CSV-LINE (1:60)
                 " | " REJECT-REASON INTO REP-LINE
              END-STRING
              WRITE REP-LINE
              END-WRITE
           END-IF
           EXIT SECTION.

       END PROGRAM BWCLOSURES.
