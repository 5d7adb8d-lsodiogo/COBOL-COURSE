      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ROSTERED KITCHEN CAPACITY | V1 | 15.10.2026
      ******************************************************************
      *    CALLED WITH A DATE, A SITE (ZERO COUNTS AS 01) AND AN HOUR.
      *    WHEN ANY SHIFT IS ROSTERED AT THE SITE THAT DAY (FILE
      *    ROSTER, SEE BWROSTER) LR-ROSTERED RETURNS "Y" AND
      *    LR-CAPACITY THE SANDWICHES THE LINE SHIFTS COVERING THE
      *    HOUR CAN MAKE: EACH PERSON'S OUTPUT PER HOUR (FILE
      *    KITCHENSTAFF, SEE BWKSTAFF) PRO RATA FOR THE MINUTES OF THE
      *    HOUR ON SHIFT. WITH NOTHING ROSTERED LR-ROSTERED IS "N" AND
      *    THE CALLER FALLS BACK TO THE CAPACITY PROFILE (BWCAPACITY).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWROSTCAP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER.
       COPY CB-ROSTER.

       FD  KSTAFF.
       COPY CB-KSTAFF.

       WORKING-STORAGE SECTION.
       77  ROSTER-FS                            PIC 9(002).
       77  KSTAFF-FS                            PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  WORK-SITE                            PIC 9(002).
       77  SHIFT-START                          PIC 9(004).
       77  SHIFT-END                            PIC 9(004).
       77  HOUR-START                           PIC 9(004).
       77  HOUR-END                             PIC 9(004).
       77  OVERLAP-MINUTES                      PIC S9(004).
       77  OUTPUT-MINUTES                       PIC 9(008).

       LINKAGE SECTION.
       01  LK-ROSTER-CAP.
           05 LR-DATE                           PIC 9(008).
           05 LR-SITE                           PIC 9(002).
           05 LR-HOUR                           PIC 9(002).
           05 LR-ROSTERED                       PIC X(001).
           05 LR-CAPACITY                       PIC 9(005).

       PROCEDURE DIVISION USING LK-ROSTER-CAP.

       MAIN SECTION.
           MOVE "N" TO LR-ROSTERED
           MOVE ZEROS TO LR-CAPACITY, OUTPUT-MINUTES
           MOVE SPACES TO EOF-FLAG

           IF LR-SITE = ZEROS THEN
              MOVE 1 TO WORK-SITE
           ELSE
              MOVE LR-SITE TO WORK-SITE
           END-IF
           COMPUTE HOUR-START = LR-HOUR * 60
           COMPUTE HOUR-END = HOUR-START + 60

           OPEN INPUT ROSTER
           IF ROSTER-FS NOT = 00 THEN
              EXIT PROGRAM
           END-IF
           OPEN INPUT KSTAFF

           MOVE LR-DATE TO RO-DATE
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
                    IF RO-DATE NOT = LR-DATE THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF RO-SITE-ID = WORK-SITE THEN
                          MOVE "Y" TO LR-ROSTERED
                          IF RO-ROLE-LINE THEN
                             PERFORM ADD-SHIFT-OUTPUT
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ROSTER
           IF KSTAFF-FS = 00 THEN
              CLOSE KSTAFF
           END-IF

           COMPUTE LR-CAPACITY = OUTPUT-MINUTES / 60
           EXIT PROGRAM.

       ADD-SHIFT-OUTPUT SECTION.
      ******************************************************************
      *    THE PART OF THE HOUR THE LINE SHIFT COVERS, AT THE PERSON'S
      *    OUTPUT PER HOUR.
      ******************************************************************
           COMPUTE SHIFT-START = RO-START-HOUR * 60 + RO-START-MINUTE
           COMPUTE SHIFT-END = RO-END-HOUR * 60 + RO-END-MINUTE

           IF SHIFT-END < HOUR-END THEN
              COMPUTE OVERLAP-MINUTES = SHIFT-END
           ELSE
              COMPUTE OVERLAP-MINUTES = HOUR-END
           END-IF
           IF SHIFT-START > HOUR-START THEN
              SUBTRACT SHIFT-START FROM OVERLAP-MINUTES
           ELSE
              SUBTRACT HOUR-START FROM OVERLAP-MINUTES
           END-IF
           IF OVERLAP-MINUTES NOT > ZEROS OR KSTAFF-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE RO-STAFF-ID TO KS-STAFF-ID
           READ KSTAFF
              INVALID KEY
                 EXIT SECTION
           END-READ
           COMPUTE OUTPUT-MINUTES = OUTPUT-MINUTES
              + KS-OUTPUT-PER-HOUR * OVERLAP-MINUTES
           EXIT SECTION.

       END PROGRAM BWROSTCAP.
