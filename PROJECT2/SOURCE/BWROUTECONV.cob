      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ROUTE FILES RECORD CONVERSION | V1 | 15.10.2026
      ******************************************************************
      *    ONE-SHOT CONVERSION FOR THE TWO ROUTE RECORDS THAT GREW:
      *    BWVEHICLES (+VEH-MAX-CRATES, +VEH-MAX-WEIGHT-KG) AND
      *    BWROUTES (+RT-SITE-ID). RENAME EACH EXISTING FILE TO
      *    <NAME>.ANT AND RUN THIS PROGRAM: EVERY RECORD IS COPIED
      *    INTO A FRESH FILE, THE VANS WITH NO CAPACITY (NOT CHECKED
      *    UNTIL IT IS ENTERED IN BWROUTES) AND THE SHEETS LEAVING
      *    FROM SITE 01, THE MAIN KITCHEN. SAME IDEA AS BWSITECONV.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWROUTECONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDVEHICLES ASSIGN TO "BWVEHICLES.ANT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OLD-VEH-ID
              FILE STATUS IS OLDVEHICLES-FS.

           SELECT VEHICLES ASSIGN TO "BWVEHICLES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS VEHICLES-FS.

           SELECT OLDROUTES ASSIGN TO "BWROUTES.ANT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OLD-RT-KEY
              FILE STATUS IS OLDROUTES-FS.

           SELECT ROUTES ASSIGN TO "BWROUTES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RT-KEY
              FILE STATUS IS ROUTES-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDVEHICLES.
       01  OLD-VEH-REC.
           05 OLD-VEH-ID                        PIC 9(003).
           05 FILLER                            PIC X(041).

       FD  VEHICLES.
       COPY CB-VEHICLES.

       FD  OLDROUTES.
       01  OLD-RT-REC.
           05 OLD-RT-KEY                        PIC X(010).
           05 FILLER                            PIC X(006).

       FD  ROUTES.
       COPY CB-ROUTESHEET.

       WORKING-STORAGE SECTION.
       77  OLDVEHICLES-FS                       PIC 9(002).
       77  VEHICLES-FS                          PIC 9(002).
       77  OLDROUTES-FS                         PIC 9(002).
       77  ROUTES-FS                            PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  COUNT-COPIED                         PIC 9(006).

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM CONVERT-VEHICLES
           PERFORM CONVERT-ROUTES
           STOP RUN.

       CONVERT-VEHICLES SECTION.
           MOVE SPACES TO EOF-FLAG
           MOVE ZEROS TO COUNT-COPIED

           OPEN INPUT OLDVEHICLES
           IF OLDVEHICLES-FS NOT = 00 THEN
              DISPLAY "BWVEHICLES.ANT NOT FOUND - VEHICLES SKIPPED"
              EXIT SECTION
           END-IF
           OPEN OUTPUT VEHICLES

           PERFORM UNTIL EOF-FLAG = "Y"
              READ OLDVEHICLES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE OLD-VEH-REC TO VEH-DETAILS
                    MOVE ZEROS TO VEH-MAX-CRATES, VEH-MAX-WEIGHT-KG
                    WRITE VEH-DETAILS
                       INVALID KEY
                          DISPLAY "DUPLICATE VEHICLE " OLD-VEH-ID
                       NOT INVALID KEY
                          ADD 1 TO COUNT-COPIED
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE OLDVEHICLES
           CLOSE VEHICLES
           DISPLAY "VEHICLES COPIED: " COUNT-COPIED
           EXIT SECTION.

       CONVERT-ROUTES SECTION.
           MOVE SPACES TO EOF-FLAG
           MOVE ZEROS TO COUNT-COPIED

           OPEN INPUT OLDROUTES
           IF OLDROUTES-FS NOT = 00 THEN
              DISPLAY "BWROUTES.ANT NOT FOUND - ROUTE SHEETS SKIPPED"
              EXIT SECTION
           END-IF
           OPEN OUTPUT ROUTES

           PERFORM UNTIL EOF-FLAG = "Y"
              READ OLDROUTES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE OLD-RT-REC TO RT-DETAILS
                    MOVE 1 TO RT-SITE-ID
                    WRITE RT-DETAILS
                       INVALID KEY
                          DISPLAY "DUPLICATE SHEET " OLD-RT-KEY
                       NOT INVALID KEY
                          ADD 1 TO COUNT-COPIED
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE OLDROUTES
           CLOSE ROUTES
           DISPLAY "ROUTE SHEETS COPIED: " COUNT-COPIED
           EXIT SECTION.
