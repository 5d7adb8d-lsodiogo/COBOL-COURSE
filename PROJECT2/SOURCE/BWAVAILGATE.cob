      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH AVAILABILITY CHECK | V1 | 15.10.2026
      ******************************************************************
      *    CALLED BY RSOREGISTER, BWORDIMPORT, BWSTANDING, BWMENUPLAN
      *    AND BWSRAVAIL WITH A SANDWICH AND A DELIVERY DATE.
      *    LK-AVAILABLE RETURNS "Y" WHEN THE SANDWICH HAS NO
      *    AVAILABILITY WINDOW AT ALL (ON THE MENU ALL YEAR) OR THE
      *    DATE FALLS INSIDE ONE OF ITS WINDOWS (FILE SRAVAIL, SEE
      *    BWSRAVAIL); OTHERWISE "N". LK-HAS-WINDOWS TELLS THE CALLER
      *    WHETHER THE SANDWICH IS SEASONAL. WITHOUT THE FILE EVERY
      *    SANDWICH IS AVAILABLE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWAVAILGATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRAVAIL ASSIGN TO "SRAVAIL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AV-KEY
              FILE STATUS IS SRAVAIL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRAVAIL.
       COPY CB-SRAVAIL.

       WORKING-STORAGE SECTION.
       77  SRAVAIL-FS                           PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  DATE-MMDD                            PIC 9(004).
       77  FROM-MMDD                            PIC 9(004).
       77  TO-MMDD                              PIC 9(004).

       LINKAGE SECTION.
       01  LK-AVAIL-GATE.
           05 LK-SANDWICH-INTERNAL-ID           PIC 9(003).
           05 LK-DATE                           PIC 9(008).
           05 LK-AVAILABLE                      PIC X(001).
           05 LK-HAS-WINDOWS                    PIC X(001).

       PROCEDURE DIVISION USING LK-AVAIL-GATE.

       MAIN SECTION.
      ******************************************************************
      *    WALKS THE SANDWICH'S WINDOWS IN DATE ORDER UNTIL ONE HOLDS
      *    THE DATE.
      ******************************************************************
           MOVE "Y" TO LK-AVAILABLE
           MOVE "N" TO LK-HAS-WINDOWS
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT SRAVAIL
           IF SRAVAIL-FS NOT = 00 THEN
              EXIT PROGRAM
           END-IF

           MOVE LK-DATE (5:4) TO DATE-MMDD
           MOVE LK-SANDWICH-INTERNAL-ID TO AV-SANDWICH-INTERNAL-ID
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
                    IF AV-SANDWICH-INTERNAL-ID
                       NOT = LK-SANDWICH-INTERNAL-ID
                    OR AV-FROM-DATE > LK-DATE THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF LK-HAS-WINDOWS = "N" THEN
                          MOVE "Y" TO LK-HAS-WINDOWS
                          MOVE "N" TO LK-AVAILABLE
                       END-IF
                       PERFORM CHECK-ONE-WINDOW
                    END-IF
              END-READ
           END-PERFORM

      *    WINDOWS STARTING AFTER THE DATE STILL MAKE THE SANDWICH
      *    SEASONAL: IT IS NOT YET ON THE MENU.
           IF LK-HAS-WINDOWS = "N" AND SRAVAIL-FS = 00
           AND AV-SANDWICH-INTERNAL-ID = LK-SANDWICH-INTERNAL-ID
           AND AV-FROM-DATE > LK-DATE THEN
              MOVE "Y" TO LK-HAS-WINDOWS
              MOVE "N" TO LK-AVAILABLE
           END-IF

           CLOSE SRAVAIL
           EXIT PROGRAM.

       CHECK-ONE-WINDOW SECTION.
      ******************************************************************
      *    THE WINDOW JUST READ STARTED ON OR BEFORE THE DATE. A ONE-
      *    OFF WINDOW HOLDS IT UP TO ITS LAST DAY; A YEARLY ONE BY THE
      *    DAY OF THE YEAR, ALSO ACROSS THE NEW YEAR.
      ******************************************************************
           IF AV-TO-DATE >= LK-DATE THEN
              MOVE "Y" TO LK-AVAILABLE, EOF-FLAG
              EXIT SECTION
           END-IF

           IF NOT AV-REPEATS-YEARLY THEN
              EXIT SECTION
           END-IF

           MOVE AV-FROM-DATE (5:4) TO FROM-MMDD
           MOVE AV-TO-DATE (5:4) TO TO-MMDD
           IF FROM-MMDD <= TO-MMDD THEN
              IF DATE-MMDD >= FROM-MMDD AND DATE-MMDD <= TO-MMDD THEN
                 MOVE "Y" TO LK-AVAILABLE, EOF-FLAG
              END-IF
           ELSE
              IF DATE-MMDD >= FROM-MMDD OR DATE-MMDD <= TO-MMDD THEN
                 MOVE "Y" TO LK-AVAILABLE, EOF-FLAG
              END-IF
           END-IF
           EXIT SECTION.

       END PROGRAM BWAVAILGATE.
