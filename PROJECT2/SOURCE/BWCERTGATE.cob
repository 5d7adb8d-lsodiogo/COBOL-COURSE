      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SUPPLIER CERTIFICATION CHECK | V1 | 15.10.2026
      ******************************************************************
      *    CALLED BY BWPURCHASE AND BWRFQ WITH A SUPPLIER AND A DATE.
      *    WALKS THE SUPPLIER'S CERTIFICATES (SUPPCERTS, SEE
      *    BWSUPPCERT) TYPE BY TYPE; A TYPE IS COVERED WHEN ONE OF ITS
      *    CERTIFICATES IS VALID ON THE DATE. LK-RESULT RETURNS:
      *       "B" - A MANDATORY TYPE IS NOT COVERED (REFUSE);
      *       "W" - A NON-MANDATORY TYPE IS NOT COVERED, OR THE
      *             SUPPLIER HAS NO CERTIFICATE ON FILE (WARN);
      *       "O" - EVERYTHING COVERED.
      *    LK-REASON SAYS WHICH TYPE AND SINCE WHEN. WITHOUT THE
      *    REGISTER FILE NO SUPPLIER IS BLOCKED OR WARNED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWCERTGATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPCERTS ASSIGN TO "SUPPCERTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SCE-KEY
              FILE STATUS IS SUPPCERTS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPCERTS.
       COPY CB-SUPPCERT.

       WORKING-STORAGE SECTION.
       77  SUPPCERTS-FS                         PIC 9(002).
       77  EOF-FLAG                             PIC X(001).
       77  COUNT-CERTS                          PIC 9(005).
       77  TYPE-CURRENT                         PIC X(010).
       77  TYPE-COVERED                         PIC X(001).
       77  TYPE-MANDATORY                       PIC X(001).
       77  TYPE-LAST-TO                         PIC 9(008).

       LINKAGE SECTION.
       01  LK-CERT-GATE.
           05 LK-SUPPLIER-ID                    PIC 9(003).
           05 LK-DATE                           PIC 9(008).
           05 LK-RESULT                         PIC X(001).
           05 LK-REASON                         PIC X(040).

       PROCEDURE DIVISION USING LK-CERT-GATE.

       MAIN SECTION.
      ******************************************************************
      *    THE KEY ORDER GROUPS THE CERTIFICATES BY TYPE; EACH TYPE IS
      *    JUDGED WHEN THE NEXT ONE STARTS. A BLOCK ENDS THE SEARCH.
      ******************************************************************
           MOVE "O" TO LK-RESULT
           MOVE SPACES TO LK-REASON, EOF-FLAG, TYPE-CURRENT
           MOVE ZEROS TO COUNT-CERTS

           OPEN INPUT SUPPCERTS
           IF SUPPCERTS-FS NOT = 00 THEN
              EXIT PROGRAM
           END-IF

           MOVE LK-SUPPLIER-ID TO SCE-SUPPLIER-ID
           MOVE LOW-VALUES TO SCE-TYPE
           MOVE ZEROS TO SCE-VALID-FROM
           START SUPPCERTS KEY IS NOT LESS THAN SCE-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START

           PERFORM UNTIL EOF-FLAG = "Y"
              READ SUPPCERTS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF SCE-SUPPLIER-ID NOT = LK-SUPPLIER-ID THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       PERFORM CHECK-ONE-CERTIFICATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUPPCERTS

           IF LK-RESULT NOT = "B" AND TYPE-CURRENT NOT = SPACES THEN
              PERFORM JUDGE-TYPE
           END-IF
           IF COUNT-CERTS = ZEROS THEN
              MOVE "W" TO LK-RESULT
              MOVE "NO CERTIFICATION ON FILE" TO LK-REASON
           END-IF
           EXIT PROGRAM.

       CHECK-ONE-CERTIFICATE SECTION.
           ADD 1 TO COUNT-CERTS
           IF SCE-TYPE NOT = TYPE-CURRENT THEN
              IF TYPE-CURRENT NOT = SPACES THEN
                 PERFORM JUDGE-TYPE
                 IF LK-RESULT = "B" THEN
                    MOVE "Y" TO EOF-FLAG
                    EXIT SECTION
                 END-IF
              END-IF
              MOVE SCE-TYPE TO TYPE-CURRENT
              MOVE "N" TO TYPE-COVERED, TYPE-MANDATORY
              MOVE ZEROS TO TYPE-LAST-TO
           END-IF

           IF SCE-IS-MANDATORY THEN
              MOVE "Y" TO TYPE-MANDATORY
           END-IF
           IF SCE-VALID-FROM <= LK-DATE AND SCE-VALID-TO >= LK-DATE THEN
              MOVE "Y" TO TYPE-COVERED
           END-IF
           IF SCE-VALID-TO > TYPE-LAST-TO THEN
              MOVE SCE-VALID-TO TO TYPE-LAST-TO
           END-IF
           EXIT SECTION.

       JUDGE-TYPE SECTION.
      *    AN UNCOVERED MANDATORY TYPE BLOCKS; ANY OTHER ONLY WARNS,
      *    AND THE FIRST WARNING FOUND IS THE ONE REPORTED.
           IF TYPE-COVERED = "Y" THEN
              EXIT SECTION
           END-IF
           IF TYPE-MANDATORY = "Y" THEN
              MOVE "B" TO LK-RESULT
              MOVE SPACES TO LK-REASON
           ELSE
              IF LK-RESULT NOT = "O" THEN
                 EXIT SECTION
              END-IF
              MOVE "W" TO LK-RESULT
           END-IF
           IF TYPE-LAST-TO < LK-DATE THEN
              STRING FUNCTION TRIM (TYPE-CURRENT) " EXPIRED ON "
                 TYPE-LAST-TO DELIMITED BY SIZE INTO LK-REASON
              END-STRING
           ELSE
              STRING FUNCTION TRIM (TYPE-CURRENT) " NOT YET VALID"
                 DELIMITED BY SIZE INTO LK-REASON
              END-STRING
           END-IF
           EXIT SECTION.

       END PROGRAM BWCERTGATE.
