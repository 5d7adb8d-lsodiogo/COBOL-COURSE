      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | TEMPERATURE LOG RECORD CONVERSION | V1
      *    15.10.2026
      ******************************************************************
      *    ONE-SHOT CONVERSION FOR THE TEMPERATURE LOG, WHOSE RECORD
      *    GREW THE PROBE OF THE READING (TL-PROBE-ID, TL-PROBE-FLAG,
      *    SEE BWPROBES). RENAME THE EXISTING TEMPLOG TO TEMPLOG.ANT
      *    AND RUN THIS PROGRAM: EVERY READING IS COPIED INTO A FRESH
      *    FILE WITH PROBE ZERO (TAKEN BEFORE PROBES WERE RECORDED)
      *    AND NO FLAG. SAME IDEA AS BWRECCONV.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWTEMPCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDTEMPLOG ASSIGN TO "TEMPLOG.ANT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OLD-TL-KEY
              FILE STATUS IS OLDTEMPLOG-FS.

           SELECT TEMPLOG ASSIGN TO "TEMPLOG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TL-KEY
              FILE STATUS IS TEMPLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDTEMPLOG.
       01  OLD-TEMPLOG-REC.
           05 OLD-TL-KEY                        PIC X(012).
           05 FILLER                            PIC X(036).

       FD  TEMPLOG.
       COPY CB-TEMPLOG.

       WORKING-STORAGE SECTION.
       77  OLDTEMPLOG-FS                        PIC 9(002).
       77  TEMPLOG-FS                           PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  COUNT-COPIED                         PIC 9(006).

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM CONVERT-TEMPLOG
           STOP RUN.

       CONVERT-TEMPLOG SECTION.
           MOVE SPACES TO EOF-FLAG
           MOVE ZEROS TO COUNT-COPIED

           OPEN INPUT OLDTEMPLOG
           IF OLDTEMPLOG-FS NOT = 00 THEN
              DISPLAY "TEMPLOG.ANT NOT FOUND - NOTHING CONVERTED"
              EXIT SECTION
           END-IF
           OPEN OUTPUT TEMPLOG

           PERFORM UNTIL EOF-FLAG = "Y"
              READ OLDTEMPLOG NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE OLD-TEMPLOG-REC TO TL-DETAILS
                    MOVE ZEROS TO TL-PROBE-ID
                    MOVE SPACES TO TL-PROBE-FLAG
                    WRITE TL-DETAILS
                       INVALID KEY
                          DISPLAY "DUPLICATE READING " OLD-TL-KEY
                       NOT INVALID KEY
                          ADD 1 TO COUNT-COPIED
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE OLDTEMPLOG
           CLOSE TEMPLOG
           DISPLAY "READINGS COPIED: " COUNT-COPIED
           EXIT SECTION.

       END PROGRAM BWTEMPCONV.
