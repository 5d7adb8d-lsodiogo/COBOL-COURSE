      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL CLOSURE CHECK | V1 | 15.10.2026
      ******************************************************************
      *    CALLED BY RSOREGISTER, BWORDIMPORT AND THE BWSTANDING
      *    GENERATOR WITH A SCHOOL AND A DELIVERY DATE. LK-CLOSED
      *    RETURNS "Y", WITH THE TYPE AND REASON OF THE CLOSURE, WHEN
      *    THE DATE FALLS INSIDE ONE OF THE SCHOOL'S CLOSURE PERIODS
      *    (FILE SCHOOLCLOSURES, SEE BWCLOSURES); OTHERWISE "N".
      *    WITHOUT THE FILE NO SCHOOL IS CLOSED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWCLOSEGATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHCLOSED ASSIGN TO "SCHOOLCLOSURES"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SC-KEY
              FILE STATUS IS SCHCLOSED-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHCLOSED.
       COPY CB-SCHCLOSED.

       WORKING-STORAGE SECTION.
       77  SCHCLOSED-FS                         PIC 9(002).
       77  EOF-FLAG                             PIC X(001).

       LINKAGE SECTION.
       01  LK-CLOSE-GATE.
           05 LK-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 LK-DATE                           PIC 9(008).
           05 LK-CLOSED                         PIC X(001).
           05 LK-TYPE                           PIC X(001).
           05 LK-REASON                         PIC X(030).

       PROCEDURE DIVISION USING LK-CLOSE-GATE.

       MAIN SECTION.
      ******************************************************************
      *    WALKS THE SCHOOL'S CLOSURES IN DATE ORDER; THE FIRST ONE
      *    STARTING AFTER THE DATE ENDS THE SEARCH.
      ******************************************************************
           MOVE "N" TO LK-CLOSED
           MOVE SPACES TO LK-TYPE, LK-REASON, EOF-FLAG

           OPEN INPUT SCHCLOSED
           IF SCHCLOSED-FS NOT = 00 THEN
              EXIT PROGRAM
           END-IF

           MOVE LK-SCHOOL-INTERNAL-ID TO SC-SCHOOL-INTERNAL-ID
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
                    IF SC-SCHOOL-INTERNAL-ID NOT = LK-SCHOOL-INTERNAL-ID
                    OR SC-FROM-DATE > LK-DATE THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF SC-TO-DATE >= LK-DATE THEN
                          MOVE "Y" TO LK-CLOSED, EOF-FLAG
                          MOVE SC-TYPE TO LK-TYPE
                          MOVE SC-REASON TO LK-REASON
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SCHCLOSED
           EXIT PROGRAM.

       END PROGRAM BWCLOSEGATE.
