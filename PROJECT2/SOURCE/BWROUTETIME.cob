      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ROUTE SHEET DURATION ESTIMATE | V1 | 15.10.2026
      ******************************************************************
      *    CALLED BY BWROUTES AND BWDRVTIME WITH A ROUTE SHEET (DATE
      *    AND NUMBER). RETURNS THE NUMBER OF STOPS AND THE SHEET'S
      *    ESTIMATED WORKING TIME, IN MINUTES FROM MIDNIGHT AND IN
      *    MINUTES:
      *       LOADING + DRIVE OUT + HANDLING PER STOP + THE DRIVES
      *       BETWEEN STOPS (NEAR WITHIN A POSTAL ZONE, FAR BETWEEN
      *       ZONES, ZONES FROM THE SCHOOL'S CP4 AND THE CPS FILE)
      *       + DRIVE BACK.
      *    THE STOPS ARE TAKEN IN DELIVERY TIME, ZONE AND LOCALITY
      *    ORDER, AS ON THE PRINTED SHEET. THE DRIVER STARTS SO AS TO
      *    REACH THE FIRST STOP AT ITS DELIVERY TIME. A SHEET WITH NO
      *    STOPS HAS NO WORKING TIME. THE SETTINGS COME FROM DRVTIMECFG
      *    (SEE BWDRVTIME), WITH THE DEFAULTS BELOW UNTIL THEY ARE SET.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWROUTETIME.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTEORD ASSIGN TO "BWROUTEORD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RO-ORDERS-ID
              FILE STATUS IS ROUTEORD-FS.

           SELECT ORDERS ASSIGN TO "ORDERSFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
              ORGANIZATION IS INDEXED
              RECORD KEY IS SCHOOL-INTERNAL-ID
              ALTERNATE KEY IS SCHOOL-EXTERNAL-ID WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-TOWN WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-POSTAL-CODE WITH DUPLICATES
              ACCESS IS DYNAMIC
              FILE STATUS IS SCHOOL-FS.

           SELECT CPS ASSIGN TO "cps"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FD-CP
               FILE STATUS IS CPS-FS.

           SELECT DRVTIMECFG ASSIGN TO "DRVTIMECFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DRVTIMECFG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTEORD.
       COPY CB-ROUTEORD.

       FD  ORDERS.
       COPY RSOFD.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  CPS.
       01  FD-CPS.
           05 FD-CP.
               10 FD-CP-Q                   PIC 9(004).
               10 FD-CP-T                   PIC 9(003).
           05 FD-LOC                        PIC X(100).

       FD  DRVTIMECFG.
       COPY CB-DRVTIMECFG.

       WORKING-STORAGE SECTION.
       77  ROUTEORD-FS                          PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  CPS-FS                               PIC 9(002).
       77  DRVTIMECFG-FS                        PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  STOP-IDX                             PIC 9(003).
       77  STOP-JDX                             PIC 9(003).
       77  STOP-MAX                             PIC 9(003).
       77  LEG-MINUTES                          PIC 9(005).
       77  FIRST-STOP-MINUTE                    PIC 9(004).
       77  START-MINUTE                         PIC S9(005).
      *    ROUTE TIMES WHEN DRVTIMECFG HAS NOT BEEN SET UP YET.
       77  TIME-LOAD                            PIC 9(003) VALUE 30.
       77  TIME-STOP                            PIC 9(003) VALUE 10.
       77  TIME-NEAR                            PIC 9(003) VALUE 10.
       77  TIME-FAR                             PIC 9(003) VALUE 25.
       77  TIME-MAX-HOURS                       PIC 9(002) VALUE 09.

       01  STOP-TABLE.
           05 STOP-ENTRY OCCURS 200 TIMES.
               10 STOP-SORT-KEY.
                   15 STOP-TIME                 PIC 9(004).
                   15 STOP-CP4                  PIC 9(004).
                   15 STOP-LOCALITY             PIC X(030).
       01  STOP-SWAP-ENTRY                      PIC X(038).

       LINKAGE SECTION.
       01  LK-ROUTE-TIME.
           05 LK-DATE                           PIC 9(008).
           05 LK-SHEET                          PIC 9(002).
           05 LK-STOPS                          PIC 9(003).
           05 LK-START-MINUTE                   PIC 9(004).
           05 LK-END-MINUTE                     PIC 9(004).
           05 LK-MINUTES                        PIC 9(004).
           05 LK-STOPS-MINUTES                  PIC 9(004).
           05 LK-MAX-DAY-MINUTES                PIC 9(004).

       PROCEDURE DIVISION USING LK-ROUTE-TIME.

       MAIN SECTION.
           MOVE ZEROS TO LK-STOPS, LK-START-MINUTE, LK-END-MINUTE,
              LK-MINUTES, LK-STOPS-MINUTES
           PERFORM LOAD-TIME-SETTINGS
           COMPUTE LK-MAX-DAY-MINUTES = TIME-MAX-HOURS * 60

           PERFORM COLLECT-STOPS
           IF STOP-MAX = ZEROS THEN
              EXIT PROGRAM
           END-IF
           PERFORM SORT-STOPS
           PERFORM ESTIMATE-SHEET
           EXIT PROGRAM.

       LOAD-TIME-SETTINGS SECTION.
           OPEN INPUT DRVTIMECFG
           IF DRVTIMECFG-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           READ DRVTIMECFG
              AT END
                 CONTINUE
              NOT AT END
                 IF DTC-DETAILS IS NUMERIC THEN
                    MOVE DTC-LOAD-MINUTES TO TIME-LOAD
                    MOVE DTC-STOP-MINUTES TO TIME-STOP
                    MOVE DTC-NEAR-MINUTES TO TIME-NEAR
                    MOVE DTC-FAR-MINUTES TO TIME-FAR
                    IF DTC-MAX-DAY-HOURS > ZEROS THEN
                       MOVE DTC-MAX-DAY-HOURS TO TIME-MAX-HOURS
                    END-IF
                 END-IF
           END-READ
           CLOSE DRVTIMECFG
           EXIT SECTION.

       COLLECT-STOPS SECTION.
      ******************************************************************
      *    THE SHEET'S STOPS WITH THEIR DELIVERY TIME, CP4 AND
      *    LOCALITY (FROM THE CPS FILE WHEN THE CODE IS KNOWN,
      *    OTHERWISE THE SCHOOL'S OWN TOWN).
      ******************************************************************
           MOVE ZEROS TO STOP-MAX
           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ROUTEORD
           IF ROUTEORD-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN INPUT ORDERS
           OPEN INPUT SCHOOLS
           OPEN INPUT CPS

           PERFORM UNTIL EOF-FLAG = "Y"
              READ ROUTEORD NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF RO-DATE = LK-DATE AND RO-SHEET = LK-SHEET
                    AND STOP-MAX < 200 THEN
                       PERFORM COLLECT-ONE-STOP
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ROUTEORD, ORDERS, SCHOOLS
           IF CPS-FS = 00 THEN
              CLOSE CPS
           END-IF
           EXIT SECTION.

       COLLECT-ONE-STOP SECTION.
           MOVE RO-ORDERS-ID TO FD-ORDERS-ID
           READ ORDERS
              INVALID KEY
                 EXIT SECTION
           END-READ

           MOVE ZEROS TO SCHL-POSTAL-CODE1, SCHL-POSTAL-CODE2
           MOVE SPACES TO SCHOOL-TOWN
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO SCHOOL-INTERNAL-ID
           READ SCHOOLS
              INVALID KEY
                 CONTINUE
           END-READ

           ADD 1 TO STOP-MAX
           COMPUTE STOP-TIME (STOP-MAX) =
              FD-DELIVERY-HOUR * 60 + FD-DELIVERY-MINUTE
           MOVE SCHL-POSTAL-CODE1 TO STOP-CP4 (STOP-MAX)
           MOVE SCHOOL-TOWN TO STOP-LOCALITY (STOP-MAX)

           IF CPS-FS = 00 THEN
              MOVE SCHL-POSTAL-CODE1 TO FD-CP-Q
              MOVE SCHL-POSTAL-CODE2 TO FD-CP-T
              READ CPS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FD-LOC (1:30) TO STOP-LOCALITY (STOP-MAX)
              END-READ
           END-IF
           EXIT SECTION.

       SORT-STOPS SECTION.
      *    SIMPLE EXCHANGE SORT - A SHEET HOLDS AT MOST 200 STOPS.
           PERFORM VARYING STOP-IDX FROM 1 BY 1 UNTIL
              STOP-IDX >= STOP-MAX
              PERFORM VARYING STOP-JDX FROM 1 BY 1 UNTIL
                 STOP-JDX >= STOP-MAX
                 IF STOP-SORT-KEY (STOP-JDX) >
                    STOP-SORT-KEY (STOP-JDX + 1) THEN
                    MOVE STOP-ENTRY (STOP-JDX) TO STOP-SWAP-ENTRY
                    MOVE STOP-ENTRY (STOP-JDX + 1) TO
                       STOP-ENTRY (STOP-JDX)
                    MOVE STOP-SWAP-ENTRY TO STOP-ENTRY (STOP-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT SECTION.

       ESTIMATE-SHEET SECTION.
      ******************************************************************
      *    LK-STOPS-MINUTES IS THE TIME FROM REACHING THE FIRST STOP
      *    TO REACHING THE LAST ONE, THE PART OF THE ROUTE THE
      *    DELIVERY CONFIRMATION TIMES CAN BE SET AGAINST.
      ******************************************************************
           MOVE STOP-MAX TO LK-STOPS
           MOVE ZEROS TO LEG-MINUTES
           PERFORM VARYING STOP-IDX FROM 2 BY 1 UNTIL
              STOP-IDX > STOP-MAX
              IF STOP-CP4 (STOP-IDX) = STOP-CP4 (STOP-IDX - 1)
              OR STOP-LOCALITY (STOP-IDX) =
                 STOP-LOCALITY (STOP-IDX - 1) THEN
                 ADD TIME-NEAR TO LEG-MINUTES
              ELSE
                 ADD TIME-FAR TO LEG-MINUTES
              END-IF
              ADD TIME-STOP TO LEG-MINUTES
           END-PERFORM
           MOVE LEG-MINUTES TO LK-STOPS-MINUTES

           COMPUTE LK-MINUTES = TIME-LOAD + TIME-FAR + LEG-MINUTES
              + TIME-STOP + TIME-FAR

           MOVE STOP-TIME (1) TO FIRST-STOP-MINUTE
           COMPUTE START-MINUTE = FIRST-STOP-MINUTE - TIME-FAR
              - TIME-LOAD
           IF START-MINUTE < ZEROS THEN
              MOVE ZEROS TO START-MINUTE
           END-IF
           MOVE START-MINUTE TO LK-START-MINUTE
           COMPUTE LK-END-MINUTE = LK-START-MINUTE + LK-MINUTES
           EXIT SECTION.

       END PROGRAM BWROUTETIME.
