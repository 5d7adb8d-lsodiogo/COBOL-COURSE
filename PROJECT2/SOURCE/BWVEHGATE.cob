      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | VEHICLE AVAILABILITY CHECK | V1 | 15.10.2026
      ******************************************************************
      *    CALLED BY BWROUTES WITH A VAN AND A ROUTE DATE. LK-BLOCKED
      *    RETURNS "Y", WITH THE REASON, WHEN THE VAN IS BOOKED INTO
      *    THE WORKSHOP ON THE DATE, OR WHEN AN INSPECTION (IPO) NOT
      *    YET DONE IS PAST ITS DUE DATE ON THE DATE OR ITS DUE KM AT
      *    THE VAN'S CURRENT ODOMETER READING (THE HIGHEST IN THE
      *    FUEL LOG). OTHERWISE "N". WITHOUT THE MAINTENANCE FILE NO
      *    VAN IS BLOCKED (SEE BWVEHMAINT).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWVEHGATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHMAINT ASSIGN TO "VEHMAINT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VM-KEY
              FILE STATUS IS VEHMAINT-FS.

           SELECT FUELLOG ASSIGN TO "FUELLOG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FL-KEY
              FILE STATUS IS FUELLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHMAINT.
       COPY CB-VEHMAINT.

       FD  FUELLOG.
       COPY CB-FUELLOG.

       WORKING-STORAGE SECTION.
       77  VEHMAINT-FS                          PIC 9(002).
       77  FUELLOG-FS                           PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  CURRENT-KM                           PIC 9(007).
       77  BOOKED-TO                            PIC 9(008).

       LINKAGE SECTION.
       01  LK-VEH-GATE.
           05 LK-VEH-ID                         PIC 9(003).
           05 LK-DATE                           PIC 9(008).
           05 LK-BLOCKED                        PIC X(001).
           05 LK-REASON                         PIC X(040).

       PROCEDURE DIVISION USING LK-VEH-GATE.

       MAIN SECTION.
      ******************************************************************
      *    WALKS THE VAN'S MAINTENANCE RECORDS; THE FIRST ONE THAT
      *    BLOCKS THE VAN ENDS THE SEARCH.
      ******************************************************************
           MOVE "N" TO LK-BLOCKED
           MOVE SPACES TO LK-REASON, EOF-FLAG

           OPEN INPUT VEHMAINT
           IF VEHMAINT-FS NOT = 00 THEN
              EXIT PROGRAM
           END-IF

           PERFORM READ-CURRENT-KM

           MOVE LK-VEH-ID TO VM-VEH-ID
           MOVE ZEROS TO VM-SEQ
           START VEHMAINT KEY IS NOT LESS THAN VM-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ VEHMAINT NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF VM-VEH-ID NOT = LK-VEH-ID THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       PERFORM CHECK-ONE-RECORD
                       IF LK-BLOCKED = "Y" THEN
                          MOVE "Y" TO EOF-FLAG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE VEHMAINT
           EXIT PROGRAM.

       CHECK-ONE-RECORD SECTION.
      *    A WORKSHOP BOOKING WITHOUT AN END DATE IS FOR ONE DAY.
           IF VM-WORKSHOP-FROM > ZEROS THEN
              MOVE VM-WORKSHOP-TO TO BOOKED-TO
              IF BOOKED-TO < VM-WORKSHOP-FROM THEN
                 MOVE VM-WORKSHOP-FROM TO BOOKED-TO
              END-IF
              IF VM-WORKSHOP-FROM <= LK-DATE
              AND BOOKED-TO >= LK-DATE THEN
                 MOVE "Y" TO LK-BLOCKED
                 STRING "IN THE WORKSHOP: " VM-DESCRIPTION (1:23)
                    INTO LK-REASON
                 END-STRING
                 EXIT SECTION
              END-IF
           END-IF

           IF NOT VM-INSPECTION OR VM-DONE-DATE > ZEROS THEN
              EXIT SECTION
           END-IF
           IF VM-DUE-DATE > ZEROS AND VM-DUE-DATE < LK-DATE THEN
              MOVE "Y" TO LK-BLOCKED
              STRING "INSPECTION OVERDUE SINCE " VM-DUE-DATE
                 INTO LK-REASON
              END-STRING
              EXIT SECTION
           END-IF
           IF VM-DUE-KM > ZEROS AND CURRENT-KM >= VM-DUE-KM THEN
              MOVE "Y" TO LK-BLOCKED
              STRING "INSPECTION OVERDUE AT KM " VM-DUE-KM
                 INTO LK-REASON
              END-STRING
           END-IF
           EXIT SECTION.

       READ-CURRENT-KM SECTION.
      ******************************************************************
      *    THE VAN'S CURRENT KM: THE HIGHEST ODOMETER READING LOGGED.
      ******************************************************************
           MOVE ZEROS TO CURRENT-KM
           OPEN INPUT FUELLOG
           IF FUELLOG-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE LK-VEH-ID TO FL-VEH-ID
           MOVE ZEROS TO FL-DATE, FL-SEQ
           START FUELLOG KEY IS NOT LESS THAN FL-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ FUELLOG NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF FL-VEH-ID NOT = LK-VEH-ID THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF FL-ODOMETER-KM > CURRENT-KM THEN
                          MOVE FL-ODOMETER-KM TO CURRENT-KM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FUELLOG
           MOVE SPACES TO EOF-FLAG
           EXIT SECTION.

       END PROGRAM BWVEHGATE.
