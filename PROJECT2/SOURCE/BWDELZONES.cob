      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | DELIVERY ZONES AND CHARGES | V1 | 15.10.2026
      ******************************************************************
      *    MAINTAINS THE DELIVERY ZONES (FILE DELZONES, SEE
      *    CB-DELZONE). A ZONE IS A RANGE OF POSTAL CODES (FIRST FOUR
      *    DIGITS) THAT MUST COVER AT LEAST ONE POSTAL CODE OF THE CPS
      *    FILE AND MAY NOT OVERLAP ANOTHER ZONE. IT CARRIES THE
      *    CHARGE PER DELIVERY, THE MINIMUM ORDER VALUE PER DELIVERY
      *    AND THE SURCHARGE WHEN THE MINIMUM IS NOT MET. BWINVOICE
      *    BILLS THEM PER SCHOOL AND DELIVERY DATE FROM THE SCHOOL'S
      *    POSTAL CODE, UNLESS THE SCHOOL CONTRACT WAIVES THEM (SEE
      *    BWCONTRACTS). THE LISTING (DELZONES.RPT) SHOWS EACH ZONE
      *    WITH THE LOCALITIES OF THE CPS FILE IT COVERS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWDELZONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELZONES ASSIGN TO "DELZONES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DZ-ZONE-ID
              FILE STATUS IS DELZONES-FS.

           SELECT CPS ASSIGN TO "cps"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS FD-CP
              FILE STATUS IS CPS-FS.

           SELECT ZONEREPORT ASSIGN TO "DELZONES.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ZONEREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELZONES.
       COPY CB-DELZONE.

      *    THE POSTAL CODE FILE, AS IN CPS.
       FD  CPS.
       01  FD-CPS.
           05 FD-CP.
               10 FD-CP-Q                       PIC 9(004).
               10 FD-CP-T                       PIC 9(003).
           05 FD-LOC                            PIC X(100).

       FD  ZONEREPORT.
       01  ZONE-LINE                            PIC X(100).

       WORKING-STORAGE SECTION.
       77  DELZONES-FS                          PIC 9(002).
       77  CPS-FS                               PIC 9(002).
       77  ZONEREPORT-FS                        PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  EOF-FLAG                             PIC X(001).
       77  EOF-CPS                              PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  RECORD-FOUND                         PIC X(001).
       77  REJECT-REASON                        PIC X(040).
       77  COUNT-LINES                          PIC 9(005).
       77  COUNT-CODES                          PIC 9(005).
       77  LAST-LOCALITY                        PIC X(030).
       01  WS-ZONE.
           05 WS-DZ-ZONE-ID                     PIC 9(002).
           05 WS-DZ-NAME                        PIC X(020).
           05 WS-DZ-CP-FROM                     PIC 9(004).
           05 WS-DZ-CP-TO                       PIC 9(004).
           05 WS-DZ-CHARGE                      PIC 9(003)V99.
           05 WS-DZ-MIN-ORDER                   PIC 9(005)V99.
           05 WS-DZ-SURCHARGE                   PIC 9(003)V99.
       77  CHARGE-EDITED                        PIC ZZ9.99.
       77  MIN-EDITED                           PIC ZZZZ9.99.
       77  SURCHARGE-EDITED                     PIC ZZ9.99.
       01  AUDIT-CALL.
           05 AC-PROGRAM                         PIC X(012).
           05 AC-ACTION                          PIC X(010).
           05 AC-KEY                             PIC X(020).
           05 AC-BEFORE                          PIC X(060).
           05 AC-AFTER                           PIC X(060).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  TITLE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "BREADWICH | DELIVERY ZONES AND CHARGES" LINE 02
              COL 40.
           05 VALUE "1 - SET A DELIVERY ZONE" LINE 08 COL 42.
           05 VALUE "2 - LIST THE ZONES (DELZONES.RPT)" LINE 10
              COL 42.
           05 VALUE "0 - EXIT" LINE 12 COL 42.
           05 VALUE "OPTION:" LINE 18 COL 42.
           05 SS-OPTION PIC 9(001) LINE 18 COL 50 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  KEY-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "ZONE NUMBER:" LINE 06 COL 20.
           05 SS-K-ZONE PIC 9(002) LINE 06 COL 55 TO WS-DZ-ZONE-ID
              BLANK WHEN ZERO.

       01  ZONE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "ZONE NAME:" LINE 08 COL 20.
           05 SS-Z-NAME PIC X(020) LINE 08 COL 55 USING WS-DZ-NAME.
           05 VALUE "POSTAL CODES FROM (4 DIGITS):" LINE 10 COL 20.
           05 SS-Z-FROM PIC 9(004) LINE 10 COL 55
              USING WS-DZ-CP-FROM.
           05 VALUE "TO (0 = REMOVE THE ZONE):" LINE 11 COL 20.
           05 SS-Z-TO PIC 9(004) LINE 11 COL 55 USING WS-DZ-CP-TO.
           05 VALUE "CHARGE PER DELIVERY:" LINE 13 COL 20.
           05 SS-Z-CHARGE PIC 9(003)V99 LINE 13 COL 55
              USING WS-DZ-CHARGE.
           05 VALUE "MINIMUM ORDER VALUE PER DELIVERY:" LINE 15
              COL 20.
           05 SS-Z-MIN PIC 9(005)V99 LINE 15 COL 55
              USING WS-DZ-MIN-ORDER.
           05 VALUE "SURCHARGE BELOW THE MINIMUM:" LINE 17 COL 20.
           05 SS-Z-SURCHARGE PIC 9(003)V99 LINE 17 COL 55
              USING WS-DZ-SURCHARGE.

       01  INVALID-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SS-INVALID PIC X(040) LINE 20 COL 40 FROM REJECT-REASON.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DONE - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  LISTED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "ZONES WRITTEN TO DELZONES.RPT | ZONES:"
              LINE 20 COL 38.
           05 SS-LISTED PIC ZZZZ9 LINE 20 COL 77 FROM COUNT-LINES.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM UNTIL MAIN-OPTION = 0 AND KEYSTATUS NOT = 0
              MOVE ZEROS TO MAIN-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY TITLE-SCREEN
              ACCEPT SS-OPTION
              IF KEYSTATUS = 1003 OR MAIN-OPTION = 0 THEN
                 STOP RUN
              END-IF
              EVALUATE MAIN-OPTION
                 WHEN 1 PERFORM SET-ZONE
                 WHEN 2 PERFORM LIST-ZONES
              END-EVALUATE
           END-PERFORM
           STOP RUN.

       SET-ZONE SECTION.
      ******************************************************************
      *    ADDS, CHANGES OR (TO = 0) REMOVES ONE DELIVERY ZONE.
      ******************************************************************
           MOVE ZEROS TO WS-ZONE
           MOVE SPACES TO WS-DZ-NAME, REJECT-REASON
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT KEY-SCREEN
           IF KEYSTATUS = 1003 OR WS-DZ-ZONE-ID = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN I-O DELZONES
           IF DELZONES-FS = 35 THEN
              OPEN OUTPUT DELZONES
              CLOSE DELZONES
              OPEN I-O DELZONES
           END-IF
           MOVE WS-DZ-ZONE-ID TO DZ-ZONE-ID
           MOVE "N" TO RECORD-FOUND
           MOVE SPACES TO AC-BEFORE
           READ DELZONES RECORD
              NOT INVALID KEY
                 MOVE "Y" TO RECORD-FOUND
                 MOVE DZ-DETAILS TO WS-ZONE
                 STRING DZ-CP-FROM "-" DZ-CP-TO " CHARGE " DZ-CHARGE
                    " MIN " DZ-MIN-ORDER " SURCH " DZ-SURCHARGE
                    INTO AC-BEFORE
                 END-STRING
           END-READ

           DISPLAY ZONE-SCREEN
           ACCEPT ZONE-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE DELZONES
              EXIT SECTION
           END-IF

           MOVE "BWDELZONES" TO AC-PROGRAM
           MOVE SPACES TO AC-KEY, AC-AFTER
           MOVE WS-DZ-ZONE-ID TO AC-KEY
           IF WS-DZ-CP-TO = ZEROS THEN
              IF RECORD-FOUND = "Y" THEN
                 DELETE DELZONES RECORD
                 END-DELETE
                 MOVE "DELETE" TO AC-ACTION
                 CALL "BWAUDIT" USING AUDIT-CALL
              END-IF
              CLOSE DELZONES
              ACCEPT DONE-SCREEN
              EXIT SECTION
           END-IF

           PERFORM CHECK-ZONE
           IF REJECT-REASON NOT = SPACES THEN
              CLOSE DELZONES
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF

           MOVE WS-ZONE TO DZ-DETAILS
           IF RECORD-FOUND = "Y" THEN
              REWRITE DZ-DETAILS
              END-REWRITE
              MOVE "CHANGE" TO AC-ACTION
           ELSE
              WRITE DZ-DETAILS
              END-WRITE
              MOVE "ADD" TO AC-ACTION
           END-IF
           CLOSE DELZONES
           STRING DZ-CP-FROM "-" DZ-CP-TO " CHARGE " DZ-CHARGE
              " MIN " DZ-MIN-ORDER " SURCH " DZ-SURCHARGE
              INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL
           ACCEPT DONE-SCREEN
           EXIT SECTION.

       CHECK-ZONE SECTION.
      ******************************************************************
      *    THE RANGE MUST BE IN ORDER, MAY NOT OVERLAP ANOTHER ZONE
      *    AND MUST COVER AT LEAST ONE POSTAL CODE OF THE CPS FILE.
      *    DELZONES IS OPEN I-O; ITS RECORD AREA IS USED FOR THE SCAN.
      ******************************************************************
           IF WS-DZ-CP-FROM > WS-DZ-CP-TO THEN
              MOVE "POSTAL CODE RANGE IS REVERSED" TO REJECT-REASON
              EXIT SECTION
           END-IF

           MOVE SPACES TO EOF-FLAG
           MOVE ZEROS TO DZ-ZONE-ID
           START DELZONES KEY IS NOT LESS THAN DZ-ZONE-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ DELZONES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF DZ-ZONE-ID NOT = WS-DZ-ZONE-ID
                    AND DZ-CP-FROM <= WS-DZ-CP-TO
                    AND DZ-CP-TO >= WS-DZ-CP-FROM THEN
                       MOVE SPACES TO REJECT-REASON
                       STRING "RANGE OVERLAPS ZONE " DZ-ZONE-ID
                          INTO REJECT-REASON
                       END-STRING
                       MOVE "Y" TO EOF-FLAG
                    END-IF
              END-READ
           END-PERFORM
      *    THE RECORD IS READ AGAIN SO THE REWRITE FOLLOWS A READ.
           MOVE WS-DZ-ZONE-ID TO DZ-ZONE-ID
           READ DELZONES RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           IF REJECT-REASON NOT = SPACES THEN
              EXIT SECTION
           END-IF

           PERFORM COUNT-CPS-CODES
           IF COUNT-CODES = ZEROS THEN
              MOVE "NO POSTAL CODE OF THE CPS FILE IN RANGE"
                 TO REJECT-REASON
           END-IF
           EXIT SECTION.

       COUNT-CPS-CODES SECTION.
      ******************************************************************
      *    COUNTS THE CPS POSTAL CODES FROM WS-DZ-CP-FROM TO
      *    WS-DZ-CP-TO AND KEEPS THE FIRST LOCALITY FOUND.
      ******************************************************************
           MOVE ZEROS TO COUNT-CODES
           MOVE SPACES TO EOF-CPS, LAST-LOCALITY
           OPEN INPUT CPS
           IF CPS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           MOVE WS-DZ-CP-FROM TO FD-CP-Q
           MOVE ZEROS TO FD-CP-T
           START CPS KEY IS NOT LESS THAN FD-CP
              INVALID KEY
                 MOVE "Y" TO EOF-CPS
           END-START
           PERFORM UNTIL EOF-CPS = "Y"
              READ CPS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-CPS
                 NOT AT END
                    IF FD-CP-Q > WS-DZ-CP-TO THEN
                       MOVE "Y" TO EOF-CPS
                    ELSE
                       ADD 1 TO COUNT-CODES
                       IF LAST-LOCALITY = SPACES THEN
                          MOVE FD-LOC TO LAST-LOCALITY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CPS
           EXIT SECTION.

       LIST-ZONES SECTION.
      ******************************************************************
      *    DELZONES.RPT: EACH ZONE WITH ITS CHARGES AND THE NUMBER OF
      *    CPS POSTAL CODES (AND FIRST LOCALITY) IT COVERS.
      ******************************************************************
           MOVE ZEROS TO COUNT-LINES
           MOVE SPACES TO EOF-FLAG
           OPEN OUTPUT ZONEREPORT
           MOVE "DELIVERY ZONES AND CHARGES (NET, BEFORE VAT)"
              TO ZONE-LINE
           WRITE ZONE-LINE
           END-WRITE
           OPEN INPUT DELZONES
           IF DELZONES-FS NOT = 00 THEN
              MOVE "   NO DELIVERY ZONES ON FILE" TO ZONE-LINE
              WRITE ZONE-LINE
              END-WRITE
              CLOSE ZONEREPORT
              ACCEPT LISTED-SCREEN
              EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
              READ DELZONES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM LIST-ONE-ZONE
              END-READ
           END-PERFORM
           CLOSE DELZONES
           CLOSE ZONEREPORT
           ACCEPT LISTED-SCREEN
           EXIT SECTION.

       LIST-ONE-ZONE SECTION.
           MOVE DZ-CP-FROM TO WS-DZ-CP-FROM
           MOVE DZ-CP-TO TO WS-DZ-CP-TO
           PERFORM COUNT-CPS-CODES
           MOVE DZ-CHARGE TO CHARGE-EDITED
           MOVE DZ-MIN-ORDER TO MIN-EDITED
           MOVE DZ-SURCHARGE TO SURCHARGE-EDITED
           MOVE SPACES TO ZONE-LINE
           STRING "ZONE " DZ-ZONE-ID " " DZ-NAME
              " | POSTAL CODES " DZ-CP-FROM "-" DZ-CP-TO
              " | CHARGE " CHARGE-EDITED
              " | MINIMUM " MIN-EDITED
              " | SURCHARGE " SURCHARGE-EDITED
              INTO ZONE-LINE
           END-STRING
           WRITE ZONE-LINE
           END-WRITE
           MOVE SPACES TO ZONE-LINE
           IF COUNT-CODES = ZEROS THEN
              MOVE "   *** NO POSTAL CODE OF THE CPS FILE IN RANGE"
                 TO ZONE-LINE
           ELSE
              STRING "   " COUNT-CODES " POSTAL CODE(S), FROM "
                 LAST-LOCALITY INTO ZONE-LINE
              END-STRING
           END-IF
           WRITE ZONE-LINE
           END-WRITE
           ADD 1 TO COUNT-LINES
           EXIT SECTION.

       END PROGRAM BWDELZONES.
