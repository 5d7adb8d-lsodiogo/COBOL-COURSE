      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ALLERGEN CHANGE IMPACT ALERT | V1 | 15.10.2026
      ******************************************************************
      *    DETECTS A CHANGE IN THE ALLERGENS OF A SANDWICH BEFORE THE
      *    NEXT DELIVERY. THE ALLERGEN PROFILE OF EVERY RECIPE VERSION
      *    IN FORCE TODAY OR LATER (FX-SR-ING LINES OF THE VERSION,
      *    SEE BWRECIPEVER, THROUGH THE FLAGS IN FXINGREDS) IS
      *    COMPARED WITH THE PROFILE SEEN BY THE LAST RUN (FILE
      *    ALGPROFILE): A DIFFERENCE ON A KNOWN VERSION MEANS AN
      *    INGREDIENT'S FLAGS CHANGED (FROM TODAY); A NEW VERSION IS
      *    COMPARED WITH THE VERSION BEFORE IT (FROM ITS EFFECTIVE
      *    DATE). THE FIRST RUN FOR A SANDWICH ONLY RECORDS ITS
      *    PROFILE. FOR EVERY ADDED ALLERGEN, THE SCHOOLS WITH
      *    REGISTERED ORDERS FOR THE SANDWICH FROM THE CHANGE DATE OR
      *    AN ACTIVE STANDING ORDER FOR IT ARE LISTED, WITH WHETHER
      *    THE SCHOOL'S MENU LIMITS (BWMENULIMITS) OR A DIETARY
      *    REQUIREMENT (DIETREQ) EXCLUDE THE ALLERGEN.
      *    OUTPUT: ALGALERT.RPT FOR THE KITCHEN MANAGER TO SIGN OFF;
      *    ONE NOTICE PER SCHOOL IN ALGNOTICE-NNN.TXT AND THE LIST OF
      *    THOSE SCHOOLS IN ALGNOTICES.LST, WHICH BWCIRCULAR SENDS
      *    (SELECTION 5).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWALGALERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALGPROFILE ASSIGN TO "ALGPROFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AP-KEY
              FILE STATUS IS ALGPROFILE-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SR-IID
              ALTERNATE KEY IS SR-EID WITH DUPLICATES
              FILE STATUS IS SANDWICH-FS.

           SELECT SRING ASSIGN TO "FX-SR-ING"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRING-FS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ING-ID
              FILE STATUS IS INGRED-FS.

           SELECT ORDERS ASSIGN TO "ORDERSFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT STANDING ASSIGN TO "STANDING"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ST-ID
              FILE STATUS IS STANDING-FS.

           SELECT MENULIMITS ASSIGN TO "BWMENULIMITS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ML-SCHOOL-INTERNAL-ID
              FILE STATUS IS MENULIMITS-FS.

           SELECT DIETREQ ASSIGN TO "DIETREQ"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DR-KEY
              FILE STATUS IS DIETREQ-FS.

           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
              ORGANIZATION IS INDEXED
              RECORD KEY IS SCHOOL-INTERNAL-ID
              ALTERNATE KEY IS SCHOOL-EXTERNAL-ID WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-TOWN WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-POSTAL-CODE WITH DUPLICATES
              ACCESS IS DYNAMIC
              FILE STATUS IS SCHOOL-FS.

           SELECT ALERTREPORT ASSIGN TO "ALGALERT.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ALERTREPORT-FS.

           SELECT NOTICELIST ASSIGN TO "ALGNOTICES.LST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOTICELIST-FS.

           SELECT NOTICE ASSIGN TO NOTICE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOTICE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALGPROFILE.
       COPY CB-ALGPROF.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  SRING.
       01  SRING-REC.
           05 SRING-SANDWICH-ID                 PIC 9(003).
           05 SRING-INGREDIENT-ID               PIC 9(003).
           05 SRING-INGREDIENT-QTD              PIC 9(003).
           05 SRING-EFFECTIVE-FROM              PIC 9(008).

       FD  FXINGRED.
       01  ING-DETAILS.
           05 ING-ID                            PIC 9(003).
           05 ING-NAME                          PIC X(030).
           05 ING-DESCRIPTION                   PIC X(050).
           05 ING-UNIT-SUPPLIER                 PIC X(003).
           05 ING-UNIT-SANDWICH                 PIC X(003).
           05 ING-THRESHOLD                     PIC 9(003).
           05 ING-IS-ACTIVE                     PIC 9(001).
           05 ING-ALLERGENS                     PIC X(006).

       FD  ORDERS.
       COPY RSOFD.

       FD  STANDING.
       COPY CB-STANDING.

       FD  MENULIMITS.
       COPY CB-MENULIMITS.

       FD  DIETREQ.
       COPY CB-DIETREQ.

       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  ALERTREPORT.
       01  ALERT-LINE                           PIC X(100).

       FD  NOTICELIST.
       01  NOTICELIST-LINE.
           05 NL-SCHOOL-INTERNAL-ID             PIC 9(003).

       FD  NOTICE.
       01  NOTICE-LINE                          PIC X(100).

       WORKING-STORAGE SECTION.
       77  ALGPROFILE-FS                        PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  SRING-FS                             PIC 9(002).
       77  INGRED-FS                            PIC 9(002).
       77  ORDERS-FS                            PIC 9(002).
       77  STANDING-FS                          PIC 9(002).
       77  MENULIMITS-FS                        PIC 9(002).
       77  DIETREQ-FS                           PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  ALERTREPORT-FS                       PIC 9(002).
       77  NOTICELIST-FS                        PIC 9(002).
       77  NOTICE-FS                            PIC 9(002).
       77  NOTICE-NAME                          PIC X(020).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  RUN-CONFIRM                          PIC X(001).
       77  EOF-FLAG                             PIC X(001).
       77  TODAY-DATE                           PIC 9(008).
       77  LINE-EFFECTIVE                       PIC 9(008).
       77  ALG-IDX                              PIC 9(001).
       77  COUNT-CHANGES                        PIC 9(005).
       77  COUNT-NOTICES                        PIC 9(005).
       77  COUNT-BASELINE                       PIC 9(005).
       77  TABLE-FULL                           PIC X(001).

      *    RECIPE VERSIONS OF EVERY SANDWICH WITH THEIR ALLERGEN
      *    FLAGS UNDER TODAY'S INGREDIENT FLAGS, SUBSCRIPTED BY THE
      *    SANDWICH INTERNAL ID.
       77  SW-IDX                               PIC 9(004).
       77  V-IDX                                PIC 9(002).
       77  P-IDX                                PIC 9(002).
       77  IN-FORCE-IDX                         PIC 9(002).
       01  SV-TABLE.
           05 SV-ENTRY OCCURS 999 TIMES.
               10 SV-COUNT                      PIC 9(002).
               10 SV-VERSION OCCURS 10 TIMES.
                   15 SV-DATE                   PIC 9(008).
                   15 SV-FLAGS                  PIC X(006).

      *    THE VERSION IN HAND.
       77  HAS-SNAPSHOT                         PIC X(001).
       77  OLD-FLAGS                            PIC X(006).
       77  NEW-FLAGS                            PIC X(006).
       77  ADDED-FLAGS                          PIC X(006).
       77  REMOVED-FLAGS                        PIC X(006).
       77  CHANGE-REASON                        PIC X(001).
       77  CHANGE-DATE                          PIC 9(008).
       77  SNAPSHOT-FOUND                       PIC X(001).

      *    THE CHANGES FOUND (AL-ADDED SPACES = ALLERGENS ONLY
      *    REMOVED, REPORTED BUT NOT NOTIFIED).
       77  AL-MAX                               PIC 9(003).
       77  AL-IDX                               PIC 9(003).
       01  AL-TABLE.
           05 AL-ENTRY OCCURS 100 TIMES.
               10 AL-SANDWICH                   PIC 9(003).
               10 AL-VERSION                    PIC 9(008).
               10 AL-CHANGE-DATE                PIC 9(008).
               10 AL-REASON                     PIC X(001).
                   88 AL-INGREDIENT-FLAGS       VALUE "I".
                   88 AL-NEW-RECIPE             VALUE "R".
               10 AL-OLD                        PIC X(006).
               10 AL-NEW                        PIC X(006).
               10 AL-ADDED                      PIC X(006).
               10 AL-REMOVED                    PIC X(006).
               10 AL-EID                        PIC X(005).
               10 AL-NAME                       PIC X(025).

      *    THE SCHOOLS HIT BY A CHANGE, ONE ENTRY PER SCHOOL AND
      *    CHANGE.
       77  HT-MAX                               PIC 9(003).
       77  HT-IDX                               PIC 9(003).
       77  HIT-SCHOOL                           PIC 9(003).
       77  HIT-DATE                             PIC 9(008).
       77  HIT-KIND                             PIC X(001).
       77  SCH-IDX                              PIC 9(004).
       77  SCHOOL-HAS-HITS                      PIC X(001).
       77  SCHOOL-HITS                          PIC 9(003).
       01  HT-TABLE.
           05 HT-ENTRY OCCURS 500 TIMES.
               10 HT-SCHOOL                     PIC 9(003).
               10 HT-ALERT                      PIC 9(003).
               10 HT-FIRST-DATE                 PIC 9(008).
               10 HT-ORDERS                     PIC 9(005).
               10 HT-STANDING                   PIC X(001).
               10 HT-LIMITS-HIT                 PIC X(001).
               10 HT-DIET-HIT                   PIC X(001).

      *    PRINTING.
       77  WORK-FLAGS                           PIC X(006).
       77  EXCLUDES-ADDED                       PIC X(001).
       77  WORK-TEXT                            PIC X(030).
       77  OLD-TEXT                             PIC X(030).
       77  NEW-TEXT                             PIC X(030).
       77  ADDED-TEXT                           PIC X(030).
       77  REMOVED-TEXT                         PIC X(030).
       77  SCHOOL-NAME                          PIC X(050).
       77  ORDERS-EDITED                        PIC ZZZZ9.
       77  OUT-LINE                             PIC X(100).
       77  DATE-TO-SHOW                         PIC 9(008).
       01  DATE-SHOWN.
           05 DS-DAY                            PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ".".
           05 DS-MONTH                          PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ".".
           05 DS-YEAR                           PIC 9(004).
       01  AUDIT-CALL.
           05 AC-PROGRAM                         PIC X(012).
           05 AC-ACTION                          PIC X(010).
           05 AC-KEY                             PIC X(020).
           05 AC-BEFORE                          PIC X(060).
           05 AC-AFTER                           PIC X(060).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  RUN-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "BREADWICH | ALLERGEN CHANGE IMPACT ALERT"
              LINE 03 COL 40.
           05 VALUE "COMPARES THE ALLERGENS OF EVERY SANDWICH WITH"
              LINE 07 COL 20.
           05 VALUE "THE LAST CHECK" LINE 07 COL 66.
           05 VALUE "AND WRITES ALGALERT.RPT AND THE SCHOOL NOTICES."
              LINE 08 COL 20.
           05 VALUE "RUN THE CHECK NOW (Y/N):" LINE 11 COL 20.
           05 SS-CONFIRM PIC X(001) LINE 11 COL 45 TO RUN-CONFIRM.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "ALLERGEN CHANGES:" LINE 20 COL 30.
           05 SS-CHANGES PIC ZZZZ9 LINE 20 COL 48 FROM COUNT-CHANGES.
           05 VALUE "SCHOOL NOTICES:" LINE 20 COL 56.
           05 SS-NOTICES PIC ZZZZ9 LINE 20 COL 72 FROM COUNT-NOTICES.
           05 VALUE "SEE ALGALERT.RPT - SEND THE NOTICES WITH BWCIRCULAR
      -       " (SELECTION 5)" LINE 21 COL 20.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE SPACES TO RUN-CONFIRM, TABLE-FULL
           MOVE ZEROS TO COUNT-CHANGES, COUNT-NOTICES, COUNT-BASELINE
           MOVE ZEROS TO AL-MAX, HT-MAX

           DISPLAY CLEAR-SCREEN
           DISPLAY RUN-SCREEN
           ACCEPT RUN-SCREEN
           IF KEYSTATUS = 1003
           OR NOT (RUN-CONFIRM = "Y" OR RUN-CONFIRM = "y") THEN
              STOP RUN
           END-IF

           PERFORM LOAD-RECIPE-PROFILES
           PERFORM COMPARE-PROFILES
           PERFORM NAME-CHANGED-SANDWICHES
           PERFORM SCAN-ORDERS
           PERFORM SCAN-STANDING
           PERFORM CHECK-SCHOOL-EXCLUSIONS

           OPEN INPUT SCHOOLS
           PERFORM WRITE-ALERT-REPORT
           PERFORM WRITE-SCHOOL-NOTICES
           IF SCHOOL-FS = 00 THEN
              CLOSE SCHOOLS
           END-IF

           MOVE "BWALGALERT" TO AC-PROGRAM
           MOVE "RUN" TO AC-ACTION
           MOVE SPACES TO AC-KEY, AC-BEFORE, AC-AFTER
           MOVE TODAY-DATE TO AC-KEY
           STRING "CHANGES " COUNT-CHANGES " NOTICES " COUNT-NOTICES
              " NEW PROFILES " COUNT-BASELINE INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT DONE-SCREEN
           STOP RUN.

       LOAD-RECIPE-PROFILES SECTION.
      ******************************************************************
      *    ONE PASS OVER THE RECIPE LINES: EVERY VERSION (EFFECTIVE-
      *    FROM DATE) OF EVERY SANDWICH WITH THE COMBINED ALLERGEN
      *    FLAGS OF ITS INGREDIENTS.
      ******************************************************************
           INITIALIZE SV-TABLE

           OPEN INPUT SRING
           IF SRING-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN INPUT FXINGRED

           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ SRING NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF SRING-SANDWICH-ID IS NUMERIC
                    AND SRING-SANDWICH-ID NOT = ZEROS THEN
                       PERFORM ADD-RECIPE-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SRING
           IF INGRED-FS = 00 THEN
              CLOSE FXINGRED
           END-IF
           EXIT SECTION.

       ADD-RECIPE-LINE SECTION.
      *    LEGACY LINES WITHOUT THE DATE COUNT AS VERSION ZERO (SEE
      *    BWRECIPEVER).
           IF SRING-EFFECTIVE-FROM IS NUMERIC THEN
              MOVE SRING-EFFECTIVE-FROM TO LINE-EFFECTIVE
           ELSE
              MOVE ZEROS TO LINE-EFFECTIVE
           END-IF

           MOVE SRING-SANDWICH-ID TO SW-IDX
           MOVE ZEROS TO P-IDX
           PERFORM VARYING V-IDX FROM 1 BY 1
              UNTIL V-IDX > SV-COUNT (SW-IDX)
              IF SV-DATE (SW-IDX, V-IDX) = LINE-EFFECTIVE THEN
                 MOVE V-IDX TO P-IDX
              END-IF
           END-PERFORM
           IF P-IDX = ZEROS THEN
              IF SV-COUNT (SW-IDX) >= 10 THEN
                 MOVE "Y" TO TABLE-FULL
                 EXIT SECTION
              END-IF
              ADD 1 TO SV-COUNT (SW-IDX)
              MOVE SV-COUNT (SW-IDX) TO P-IDX
              MOVE LINE-EFFECTIVE TO SV-DATE (SW-IDX, P-IDX)
              MOVE SPACES TO SV-FLAGS (SW-IDX, P-IDX)
           END-IF

           IF INGRED-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           MOVE SRING-INGREDIENT-ID TO ING-ID
           READ FXINGRED
              INVALID KEY
                 EXIT SECTION
           END-READ
           PERFORM VARYING ALG-IDX FROM 1 BY 1 UNTIL ALG-IDX > 6
              IF ING-ALLERGENS (ALG-IDX:1) = "Y" THEN
                 MOVE "Y" TO SV-FLAGS (SW-IDX, P-IDX) (ALG-IDX:1)
              END-IF
           END-PERFORM
           EXIT SECTION.

       COMPARE-PROFILES SECTION.
      ******************************************************************
      *    COMPARES THE VERSIONS IN FORCE TODAY OR LATER WITH THE
      *    SNAPSHOTS AND RECORDS THE NEW PROFILES.
      ******************************************************************
           OPEN I-O ALGPROFILE
           IF ALGPROFILE-FS = 35 THEN
              OPEN OUTPUT ALGPROFILE
              CLOSE ALGPROFILE
              OPEN I-O ALGPROFILE
           END-IF

           PERFORM VARYING SW-IDX FROM 1 BY 1 UNTIL SW-IDX > 999
              IF SV-COUNT (SW-IDX) > ZEROS THEN
                 PERFORM COMPARE-ONE-SANDWICH
              END-IF
           END-PERFORM

           CLOSE ALGPROFILE
           EXIT SECTION.

       COMPARE-ONE-SANDWICH SECTION.
      *    THE VERSION IN FORCE TODAY IS THE LATEST NOT AFTER TODAY.
           MOVE ZEROS TO IN-FORCE-IDX
           PERFORM VARYING V-IDX FROM 1 BY 1
              UNTIL V-IDX > SV-COUNT (SW-IDX)
              IF SV-DATE (SW-IDX, V-IDX) <= TODAY-DATE THEN
                 IF IN-FORCE-IDX = ZEROS THEN
                    MOVE V-IDX TO IN-FORCE-IDX
                 ELSE
                    IF SV-DATE (SW-IDX, V-IDX) >
                       SV-DATE (SW-IDX, IN-FORCE-IDX) THEN
                       MOVE V-IDX TO IN-FORCE-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

      *    A SANDWICH NEVER CHECKED BEFORE ONLY GETS ITS PROFILES
      *    RECORDED.
           MOVE "N" TO HAS-SNAPSHOT
           MOVE SW-IDX TO AP-SANDWICH-INTERNAL-ID
           MOVE ZEROS TO AP-RECIPE-FROM
           START ALGPROFILE KEY IS NOT LESS THAN AP-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ ALGPROFILE NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF AP-SANDWICH-INTERNAL-ID = SW-IDX THEN
                          MOVE "Y" TO HAS-SNAPSHOT
                       END-IF
                 END-READ
           END-START

           PERFORM VARYING V-IDX FROM 1 BY 1
              UNTIL V-IDX > SV-COUNT (SW-IDX)
              IF V-IDX = IN-FORCE-IDX
              OR SV-DATE (SW-IDX, V-IDX) > TODAY-DATE THEN
                 PERFORM COMPARE-ONE-VERSION
              END-IF
           END-PERFORM
           EXIT SECTION.

       COMPARE-ONE-VERSION SECTION.
           MOVE SV-FLAGS (SW-IDX, V-IDX) TO NEW-FLAGS

           IF HAS-SNAPSHOT = "N" THEN
              ADD 1 TO COUNT-BASELINE
              PERFORM STORE-SNAPSHOT
              EXIT SECTION
           END-IF

      *    A KNOWN VERSION IS MEASURED AGAINST ITS OWN SNAPSHOT; A
      *    NEW ONE AGAINST THE VERSION BEFORE IT.
           MOVE SW-IDX TO AP-SANDWICH-INTERNAL-ID
           MOVE SV-DATE (SW-IDX, V-IDX) TO AP-RECIPE-FROM
           MOVE "N" TO SNAPSHOT-FOUND
           READ ALGPROFILE RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO SNAPSHOT-FOUND
                 MOVE AP-ALLERGENS TO OLD-FLAGS
                 MOVE "I" TO CHANGE-REASON
           END-READ

           IF SNAPSHOT-FOUND = "N" THEN
              MOVE "R" TO CHANGE-REASON
              PERFORM FIND-PREVIOUS-PROFILE
           END-IF

           IF SV-DATE (SW-IDX, V-IDX) > TODAY-DATE THEN
              MOVE SV-DATE (SW-IDX, V-IDX) TO CHANGE-DATE
           ELSE
              MOVE TODAY-DATE TO CHANGE-DATE
           END-IF

           MOVE SPACES TO ADDED-FLAGS, REMOVED-FLAGS
           PERFORM VARYING ALG-IDX FROM 1 BY 1 UNTIL ALG-IDX > 6
              IF NEW-FLAGS (ALG-IDX:1) = "Y"
              AND OLD-FLAGS (ALG-IDX:1) NOT = "Y" THEN
                 MOVE "Y" TO ADDED-FLAGS (ALG-IDX:1)
              END-IF
              IF OLD-FLAGS (ALG-IDX:1) = "Y"
              AND NEW-FLAGS (ALG-IDX:1) NOT = "Y" THEN
                 MOVE "Y" TO REMOVED-FLAGS (ALG-IDX:1)
              END-IF
           END-PERFORM

           IF ADDED-FLAGS NOT = SPACES OR REMOVED-FLAGS NOT = SPACES
           THEN
              PERFORM ADD-ALERT
           END-IF

           PERFORM STORE-SNAPSHOT
           EXIT SECTION.

       FIND-PREVIOUS-PROFILE SECTION.
      ******************************************************************
      *    THE PROFILE OF THE VERSION JUST BEFORE V-IDX: ITS SNAPSHOT
      *    IF THERE IS ONE, OTHERWISE ITS FLAGS TODAY. NO EARLIER
      *    VERSION MEANS NO ALLERGENS BEFORE.
      ******************************************************************
           MOVE SPACES TO OLD-FLAGS
           PERFORM FIND-PREVIOUS-VERSION
           IF P-IDX = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE SV-FLAGS (SW-IDX, P-IDX) TO OLD-FLAGS
           MOVE SW-IDX TO AP-SANDWICH-INTERNAL-ID
           MOVE SV-DATE (SW-IDX, P-IDX) TO AP-RECIPE-FROM
           READ ALGPROFILE RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE AP-ALLERGENS TO OLD-FLAGS
           END-READ
           EXIT SECTION.

       FIND-PREVIOUS-VERSION SECTION.
           MOVE ZEROS TO P-IDX
           PERFORM VARYING SCH-IDX FROM 1 BY 1
              UNTIL SCH-IDX > SV-COUNT (SW-IDX)
              IF SV-DATE (SW-IDX, SCH-IDX) < SV-DATE (SW-IDX, V-IDX)
              THEN
                 IF P-IDX = ZEROS THEN
                    MOVE SCH-IDX TO P-IDX
                 ELSE
                    IF SV-DATE (SW-IDX, SCH-IDX) >
                       SV-DATE (SW-IDX, P-IDX) THEN
                       MOVE SCH-IDX TO P-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

       STORE-SNAPSHOT SECTION.
           MOVE SW-IDX TO AP-SANDWICH-INTERNAL-ID
           MOVE SV-DATE (SW-IDX, V-IDX) TO AP-RECIPE-FROM
           READ ALGPROFILE RECORD
              INVALID KEY
                 MOVE NEW-FLAGS TO AP-ALLERGENS
                 MOVE TODAY-DATE TO AP-RECORDED-DATE
                 WRITE AP-DETAILS
                 END-WRITE
              NOT INVALID KEY
                 IF AP-ALLERGENS NOT = NEW-FLAGS THEN
                    MOVE NEW-FLAGS TO AP-ALLERGENS
                    MOVE TODAY-DATE TO AP-RECORDED-DATE
                    REWRITE AP-DETAILS
                    END-REWRITE
                 END-IF
           END-READ
           EXIT SECTION.

       ADD-ALERT SECTION.
           IF AL-MAX >= 100 THEN
              MOVE "Y" TO TABLE-FULL
              EXIT SECTION
           END-IF
           ADD 1 TO AL-MAX, COUNT-CHANGES
           MOVE SW-IDX TO AL-SANDWICH (AL-MAX)
           MOVE SV-DATE (SW-IDX, V-IDX) TO AL-VERSION (AL-MAX)
           MOVE CHANGE-DATE TO AL-CHANGE-DATE (AL-MAX)
           MOVE CHANGE-REASON TO AL-REASON (AL-MAX)
           MOVE OLD-FLAGS TO AL-OLD (AL-MAX)
           MOVE NEW-FLAGS TO AL-NEW (AL-MAX)
           MOVE ADDED-FLAGS TO AL-ADDED (AL-MAX)
           MOVE REMOVED-FLAGS TO AL-REMOVED (AL-MAX)
           MOVE SPACES TO AL-EID (AL-MAX)
           MOVE "NOT ON FILE" TO AL-NAME (AL-MAX)
           EXIT SECTION.

       NAME-CHANGED-SANDWICHES SECTION.
           IF AL-MAX = ZEROS THEN
              EXIT SECTION
           END-IF
           OPEN INPUT SANDWICHES
           IF SANDWICH-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           PERFORM VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-MAX
              MOVE AL-SANDWICH (AL-IDX) TO SR-IID
              READ SANDWICHES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SR-EID TO AL-EID (AL-IDX)
                    MOVE SR-S-DESCRIPTION TO AL-NAME (AL-IDX)
              END-READ
           END-PERFORM
           CLOSE SANDWICHES
           EXIT SECTION.

       SCAN-ORDERS SECTION.
      ******************************************************************
      *    EVERY REGISTERED ORDER LINE FOR A CHANGED SANDWICH WITH A
      *    DELIVERY ON OR AFTER THE CHANGE DATE.
      ******************************************************************
           IF AL-MAX = ZEROS THEN
              EXIT SECTION
           END-IF
           OPEN INPUT ORDERS
           IF ORDERS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ ORDERS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM VARYING AL-IDX FROM 1 BY 1
                       UNTIL AL-IDX > AL-MAX
                       IF AL-SANDWICH (AL-IDX) =
                          FD-ORDERS-SANDWICH-INTERNAL-ID
                       AND AL-ADDED (AL-IDX) NOT = SPACES
                       AND FD-DELIVERY-DATE >= AL-CHANGE-DATE (AL-IDX)
                       THEN
                          MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO
                             HIT-SCHOOL
                          MOVE FD-DELIVERY-DATE TO HIT-DATE
                          MOVE "O" TO HIT-KIND
                          PERFORM ADD-HIT
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE ORDERS
           EXIT SECTION.

       SCAN-STANDING SECTION.
      ******************************************************************
      *    EVERY ACTIVE STANDING-ORDER TEMPLATE FOR A CHANGED
      *    SANDWICH: IT WILL GENERATE ORDERS AFTER THE CHANGE.
      ******************************************************************
           IF AL-MAX = ZEROS THEN
              EXIT SECTION
           END-IF
           OPEN INPUT STANDING
           IF STANDING-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ STANDING NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF ST-ACTIVE THEN
                       PERFORM VARYING AL-IDX FROM 1 BY 1
                          UNTIL AL-IDX > AL-MAX
                          IF AL-SANDWICH (AL-IDX) =
                             ST-SANDWICH-INTERNAL-ID
                          AND AL-ADDED (AL-IDX) NOT = SPACES THEN
                             MOVE ST-SCHOOL-INTERNAL-ID TO HIT-SCHOOL
                             MOVE ZEROS TO HIT-DATE
                             MOVE "S" TO HIT-KIND
                             PERFORM ADD-HIT
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STANDING
           EXIT SECTION.

       ADD-HIT SECTION.
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-MAX
              IF HT-SCHOOL (HT-IDX) = HIT-SCHOOL
              AND HT-ALERT (HT-IDX) = AL-IDX THEN
                 PERFORM UPDATE-HIT
                 EXIT SECTION
              END-IF
           END-PERFORM

           IF HT-MAX >= 500 THEN
              MOVE "Y" TO TABLE-FULL
              EXIT SECTION
           END-IF
           ADD 1 TO HT-MAX
           MOVE HT-MAX TO HT-IDX
           MOVE HIT-SCHOOL TO HT-SCHOOL (HT-IDX)
           MOVE AL-IDX TO HT-ALERT (HT-IDX)
           MOVE ZEROS TO HT-FIRST-DATE (HT-IDX), HT-ORDERS (HT-IDX)
           MOVE "N" TO HT-STANDING (HT-IDX), HT-LIMITS-HIT (HT-IDX),
              HT-DIET-HIT (HT-IDX)
           PERFORM UPDATE-HIT
           EXIT SECTION.

       UPDATE-HIT SECTION.
           IF HIT-KIND = "S" THEN
              MOVE "Y" TO HT-STANDING (HT-IDX)
              EXIT SECTION
           END-IF
           ADD 1 TO HT-ORDERS (HT-IDX)
           IF HT-FIRST-DATE (HT-IDX) = ZEROS
           OR HIT-DATE < HT-FIRST-DATE (HT-IDX) THEN
              MOVE HIT-DATE TO HT-FIRST-DATE (HT-IDX)
           END-IF
           EXIT SECTION.

       CHECK-SCHOOL-EXCLUSIONS SECTION.
      ******************************************************************
      *    DOES THE SCHOOL EXCLUDE AN ADDED ALLERGEN IN ITS MENU
      *    LIMITS, OR IN A DIETARY REQUIREMENT STILL IN FORCE ON THE
      *    CHANGE DATE?
      ******************************************************************
           IF HT-MAX = ZEROS THEN
              EXIT SECTION
           END-IF
           OPEN INPUT MENULIMITS
           OPEN INPUT DIETREQ

           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-MAX
              MOVE HT-ALERT (HT-IDX) TO AL-IDX
              IF MENULIMITS-FS = 00 THEN
                 MOVE HT-SCHOOL (HT-IDX) TO ML-SCHOOL-INTERNAL-ID
                 READ MENULIMITS RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE ML-EXCLUDED-ALLERGENS TO WORK-FLAGS
                       PERFORM MATCH-ADDED-FLAGS
                       IF EXCLUDES-ADDED = "Y" THEN
                          MOVE "Y" TO HT-LIMITS-HIT (HT-IDX)
                       END-IF
                 END-READ
              END-IF
              IF DIETREQ-FS = 00 THEN
                 PERFORM CHECK-DIET-REQUIREMENTS
              END-IF
           END-PERFORM

           IF MENULIMITS-FS = 00 THEN
              CLOSE MENULIMITS
           END-IF
           IF DIETREQ-FS = 00 THEN
              CLOSE DIETREQ
           END-IF
           EXIT SECTION.

       CHECK-DIET-REQUIREMENTS SECTION.
           MOVE SPACES TO EOF-FLAG
           MOVE HT-SCHOOL (HT-IDX) TO DR-SCHOOL-INTERNAL-ID
           MOVE LOW-VALUES TO DR-DIET-CODE
           START DIETREQ KEY IS NOT LESS THAN DR-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ DIETREQ NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF DR-SCHOOL-INTERNAL-ID NOT = HT-SCHOOL (HT-IDX)
                    THEN
                       MOVE "Y" TO EOF-FLAG
                    ELSE
                       IF DR-VALID-TO >= AL-CHANGE-DATE (AL-IDX) THEN
                          MOVE DR-EXCLUDED-ALLERGENS TO WORK-FLAGS
                          PERFORM MATCH-ADDED-FLAGS
                          IF EXCLUDES-ADDED = "Y" THEN
                             MOVE "Y" TO HT-DIET-HIT (HT-IDX)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       MATCH-ADDED-FLAGS SECTION.
      *    EXCLUDES-ADDED IS "Y" WHEN WORK-FLAGS EXCLUDES AN ALLERGEN
      *    ADDED BY CHANGE AL-IDX.
           MOVE "N" TO EXCLUDES-ADDED
           PERFORM VARYING ALG-IDX FROM 1 BY 1 UNTIL ALG-IDX > 6
              IF WORK-FLAGS (ALG-IDX:1) = "Y"
              AND AL-ADDED (AL-IDX) (ALG-IDX:1) = "Y" THEN
                 MOVE "Y" TO EXCLUDES-ADDED
              END-IF
           END-PERFORM
           EXIT SECTION.

       WRITE-ALERT-REPORT SECTION.
      ******************************************************************
      *    ONE BLOCK PER CHANGE WITH THE SCHOOLS IT REACHES, THEN THE
      *    SIGN-OFF BOX FOR THE KITCHEN MANAGER.
      ******************************************************************
           OPEN OUTPUT ALERTREPORT
           MOVE TODAY-DATE TO DATE-TO-SHOW
           PERFORM SET-DATE-SHOWN
           MOVE SPACES TO OUT-LINE
           STRING "ALLERGEN CHANGE IMPACT ALERT - " DATE-SHOWN
              INTO OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "ALLERGENS IN ORDER GLUTEN DAIRY EGG NUTS SOY FISH; "
              TO OUT-LINE
           MOVE "RECIPE VERSIONS IN FORCE TODAY OR LATER" TO
              OUT-LINE (52:39)
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "=" TO OUT-LINE
           PERFORM WRITE-REPORT-LINE

           IF AL-MAX = ZEROS THEN
              MOVE "NO ALLERGEN CHANGES SINCE THE LAST CHECK" TO
                 OUT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-MAX
              PERFORM WRITE-ONE-CHANGE
           END-PERFORM

           MOVE SPACES TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
           IF COUNT-BASELINE > ZEROS THEN
              MOVE COUNT-BASELINE TO ORDERS-EDITED
              STRING "FIRST CHECK OF " ORDERS-EDITED
                 " RECIPE VERSIONS: PROFILE RECORDED, NOTHING COMPARED"
                 INTO OUT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF
           IF TABLE-FULL = "Y" THEN
              MOVE "WARNING: A TABLE LIMIT WAS REACHED - THE LIST IS NOT
      -          " COMPLETE" TO OUT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE COUNT-CHANGES TO ORDERS-EDITED
           STRING "CHANGES: " ORDERS-EDITED INTO OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CHECKED BY KITCHEN MANAGER: ______________________"
              TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "DATE: ____________    SIGNATURE: __________________"
              TO OUT-LINE
           PERFORM WRITE-REPORT-LINE

           CLOSE ALERTREPORT
           EXIT SECTION.

       WRITE-ONE-CHANGE SECTION.
           MOVE AL-OLD (AL-IDX) TO WORK-FLAGS
           PERFORM SET-ALLERGEN-TEXT
           MOVE WORK-TEXT TO OLD-TEXT
           MOVE AL-NEW (AL-IDX) TO WORK-FLAGS
           PERFORM SET-ALLERGEN-TEXT
           MOVE WORK-TEXT TO NEW-TEXT
           MOVE AL-ADDED (AL-IDX) TO WORK-FLAGS
           PERFORM SET-ALLERGEN-TEXT
           MOVE WORK-TEXT TO ADDED-TEXT
           MOVE AL-REMOVED (AL-IDX) TO WORK-FLAGS
           PERFORM SET-ALLERGEN-TEXT
           MOVE WORK-TEXT TO REMOVED-TEXT

           MOVE SPACES TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO OUT-LINE
           STRING "SANDWICH " AL-SANDWICH (AL-IDX) " "
              AL-EID (AL-IDX) " " AL-NAME (AL-IDX) INTO OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE AL-VERSION (AL-IDX) TO DATE-TO-SHOW
           PERFORM SET-DATE-SHOWN
           MOVE SPACES TO OUT-LINE
           IF AL-INGREDIENT-FLAGS (AL-IDX) THEN
              STRING "  INGREDIENT ALLERGEN FLAGS CHANGED IN RECIPE OF "
                 DATE-SHOWN INTO OUT-LINE
              END-STRING
           ELSE
              STRING "  NEW RECIPE VERSION FROM " DATE-SHOWN
                 INTO OUT-LINE
              END-STRING
           END-IF
           MOVE AL-CHANGE-DATE (AL-IDX) TO DATE-TO-SHOW
           PERFORM SET-DATE-SHOWN
           MOVE " | AFFECTS DELIVERIES FROM" TO OUT-LINE (65:26)
           MOVE DATE-SHOWN TO OUT-LINE (91:10)
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO OUT-LINE
           STRING "  BEFORE: " OLD-TEXT "  NOW: " NEW-TEXT
              INTO OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO OUT-LINE
           STRING "  ADDED:  " ADDED-TEXT "  REMOVED: " REMOVED-TEXT
              INTO OUT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF AL-ADDED (AL-IDX) = SPACES THEN
              MOVE "  NO ALLERGEN ADDED - SCHOOLS ARE NOT NOTIFIED" TO
                 OUT-LINE
              PERFORM WRITE-REPORT-LINE
              EXIT SECTION
           END-IF

           MOVE "  SCHOOL" TO OUT-LINE
           MOVE "FIRST DEL." TO OUT-LINE (46:10)
           MOVE "ORDERS" TO OUT-LINE (59:6)
           MOVE "STANDING" TO OUT-LINE (67:8)
           MOVE "LIMITS EXCL" TO OUT-LINE (76:11)
           MOVE "DIET EXCL" TO OUT-LINE (89:9)
           PERFORM WRITE-REPORT-LINE

           MOVE ZEROS TO SCHOOL-HITS
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-MAX
              IF HT-ALERT (HT-IDX) = AL-IDX THEN
                 ADD 1 TO SCHOOL-HITS
                 PERFORM WRITE-ONE-HIT
              END-IF
           END-PERFORM
           IF SCHOOL-HITS = ZEROS THEN
              MOVE "  NO SCHOOL HAS REGISTERED OR STANDING ORDERS FOR IT
      -          " FROM THAT DATE" TO OUT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT SECTION.

       WRITE-ONE-HIT SECTION.
           MOVE HT-SCHOOL (HT-IDX) TO SCHOOL-INTERNAL-ID
           PERFORM READ-SCHOOL-NAME

           MOVE SPACES TO OUT-LINE
           STRING "  " HT-SCHOOL (HT-IDX) " " SCHOOL-NAME (1:38)
              INTO OUT-LINE
           END-STRING
           IF HT-FIRST-DATE (HT-IDX) NOT = ZEROS THEN
              MOVE HT-FIRST-DATE (HT-IDX) TO DATE-TO-SHOW
              PERFORM SET-DATE-SHOWN
              MOVE DATE-SHOWN TO OUT-LINE (46:10)
           ELSE
              MOVE "-" TO OUT-LINE (46:1)
           END-IF
           MOVE HT-ORDERS (HT-IDX) TO ORDERS-EDITED
           MOVE ORDERS-EDITED TO OUT-LINE (60:5)
           MOVE HT-STANDING (HT-IDX) TO OUT-LINE (70:1)
           MOVE HT-LIMITS-HIT (HT-IDX) TO OUT-LINE (81:1)
           MOVE HT-DIET-HIT (HT-IDX) TO OUT-LINE (93:1)
           PERFORM WRITE-REPORT-LINE
           EXIT SECTION.

       WRITE-SCHOOL-NOTICES SECTION.
      ******************************************************************
      *    ONE NOTICE PER SCHOOL WITH ALL THE CHANGES THAT REACH IT,
      *    AND THE LIST OF THE SCHOOLS FOR BWCIRCULAR. THE LIST IS
      *    REWRITTEN EVERY RUN, SO AN OLD NOTICE IS NOT SENT AGAIN.
      ******************************************************************
           OPEN OUTPUT NOTICELIST
           PERFORM VARYING SCH-IDX FROM 1 BY 1 UNTIL SCH-IDX > 999
              MOVE "N" TO SCHOOL-HAS-HITS
              PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-MAX
                 IF HT-SCHOOL (HT-IDX) = SCH-IDX THEN
                    MOVE "Y" TO SCHOOL-HAS-HITS
                 END-IF
              END-PERFORM
              IF SCHOOL-HAS-HITS = "Y" THEN
                 PERFORM WRITE-ONE-NOTICE
              END-IF
           END-PERFORM
           CLOSE NOTICELIST
           EXIT SECTION.

       WRITE-ONE-NOTICE SECTION.
           ADD 1 TO COUNT-NOTICES
           MOVE SCH-IDX TO NL-SCHOOL-INTERNAL-ID
           WRITE NOTICELIST-LINE
           END-WRITE

           MOVE SPACES TO NOTICE-NAME
           STRING "ALGNOTICE-" NL-SCHOOL-INTERNAL-ID ".TXT"
              DELIMITED BY SIZE INTO NOTICE-NAME
           END-STRING
           OPEN OUTPUT NOTICE

           MOVE SCH-IDX TO SCHOOL-INTERNAL-ID
           PERFORM READ-SCHOOL-NAME
           MOVE TODAY-DATE TO DATE-TO-SHOW
           PERFORM SET-DATE-SHOWN
           MOVE SPACES TO OUT-LINE
           STRING "ALLERGEN CHANGE NOTICE - " DATE-SHOWN INTO OUT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE
           MOVE SCHOOL-NAME TO OUT-LINE
           PERFORM WRITE-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "THE RECIPE OF SANDWICHES YOU ORDER HAS CHANGED:"
              TO OUT-LINE
           PERFORM WRITE-NOTICE-LINE

           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-MAX
              IF HT-SCHOOL (HT-IDX) = SCH-IDX THEN
                 PERFORM WRITE-NOTICE-CHANGE
              END-IF
           END-PERFORM

           PERFORM WRITE-NOTICE-LINE
           MOVE "PLEASE CONTACT US BEFORE THE NEXT DELIVERY IF YOUR"
              TO OUT-LINE
           MOVE " ORDERS SHOULD CHANGE." TO OUT-LINE (51:22)
           PERFORM WRITE-NOTICE-LINE
           CLOSE NOTICE
           EXIT SECTION.

       WRITE-NOTICE-CHANGE SECTION.
           MOVE HT-ALERT (HT-IDX) TO AL-IDX
           MOVE AL-ADDED (AL-IDX) TO WORK-FLAGS
           PERFORM SET-ALLERGEN-TEXT
           MOVE AL-CHANGE-DATE (AL-IDX) TO DATE-TO-SHOW
           PERFORM SET-DATE-SHOWN

           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO OUT-LINE
           STRING "- " AL-EID (AL-IDX) " " AL-NAME (AL-IDX)
              " FROM " DATE-SHOWN " ALSO CONTAINS: "
              WORK-TEXT INTO OUT-LINE
           END-STRING
           PERFORM WRITE-NOTICE-LINE

           IF HT-ORDERS (HT-IDX) > ZEROS THEN
              MOVE HT-FIRST-DATE (HT-IDX) TO DATE-TO-SHOW
              PERFORM SET-DATE-SHOWN
              MOVE HT-ORDERS (HT-IDX) TO ORDERS-EDITED
              MOVE SPACES TO OUT-LINE
              STRING "  ON YOUR ORDERS FROM " DATE-SHOWN " ("
                 ORDERS-EDITED " ORDER LINES)" INTO OUT-LINE
              END-STRING
              PERFORM WRITE-NOTICE-LINE
           END-IF
           IF HT-STANDING (HT-IDX) = "Y" THEN
              MOVE "  ON YOUR STANDING ORDER" TO OUT-LINE
              PERFORM WRITE-NOTICE-LINE
           END-IF
           IF HT-LIMITS-HIT (HT-IDX) = "Y" THEN
              MOVE "  YOUR MENU LIMITS EXCLUDE THIS ALLERGEN" TO
                 OUT-LINE
              MOVE " - PLEASE REVIEW THESE ORDERS" TO OUT-LINE (41:29)
              PERFORM WRITE-NOTICE-LINE
           END-IF
           IF HT-DIET-HIT (HT-IDX) = "Y" THEN
              MOVE "  A DIETARY REQUIREMENT OF YOUR PUPILS EXCLUDES THIS
      -          " ALLERGEN" TO OUT-LINE
              PERFORM WRITE-NOTICE-LINE
           END-IF
           EXIT SECTION.

       READ-SCHOOL-NAME SECTION.
           MOVE "SCHOOL NOT ON FILE" TO SCHOOL-NAME
           IF SCHOOL-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           READ SCHOOLS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SCHOOL-DESIGNATION1 TO SCHOOL-NAME
           END-READ
           EXIT SECTION.

       SET-ALLERGEN-TEXT SECTION.
      ******************************************************************
      *    NAMES THE ALLERGENS FLAGGED IN WORK-FLAGS.
      ******************************************************************
           MOVE SPACES TO WORK-TEXT
           PERFORM VARYING ALG-IDX FROM 1 BY 1 UNTIL ALG-IDX > 6
              IF WORK-FLAGS (ALG-IDX:1) = "Y" THEN
                 EVALUATE ALG-IDX
                    WHEN 1
                       STRING FUNCTION TRIM (WORK-TEXT) " GLUTEN"
                          INTO WORK-TEXT
                       END-STRING
                    WHEN 2
                       STRING FUNCTION TRIM (WORK-TEXT) " DAIRY"
                          INTO WORK-TEXT
                       END-STRING
                    WHEN 3
                       STRING FUNCTION TRIM (WORK-TEXT) " EGG"
                          INTO WORK-TEXT
                       END-STRING
                    WHEN 4
                       STRING FUNCTION TRIM (WORK-TEXT) " NUTS"
                          INTO WORK-TEXT
                       END-STRING
                    WHEN 5
                       STRING FUNCTION TRIM (WORK-TEXT) " SOY"
                          INTO WORK-TEXT
                       END-STRING
                    WHEN 6
                       STRING FUNCTION TRIM (WORK-TEXT) " FISH"
                          INTO WORK-TEXT
                       END-STRING
                 END-EVALUATE
              END-IF
           END-PERFORM

           IF WORK-TEXT = SPACES THEN
              MOVE "NONE" TO WORK-TEXT
           ELSE
              MOVE FUNCTION TRIM (WORK-TEXT) TO WORK-TEXT
           END-IF
           EXIT SECTION.

       WRITE-REPORT-LINE SECTION.
           MOVE OUT-LINE TO ALERT-LINE
           WRITE ALERT-LINE
           END-WRITE
           MOVE SPACES TO OUT-LINE
           EXIT SECTION.

       WRITE-NOTICE-LINE SECTION.
           MOVE OUT-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           END-WRITE
           MOVE SPACES TO OUT-LINE
           EXIT SECTION.

       SET-DATE-SHOWN SECTION.
           MOVE DATE-TO-SHOW (7:2) TO DS-DAY
           MOVE DATE-TO-SHOW (5:2) TO DS-MONTH
           MOVE DATE-TO-SHOW (1:4) TO DS-YEAR
           EXIT SECTION.

       END PROGRAM BWALGALERT.
