      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL PRICE LIST | V1 | 15.10.2026
      ******************************************************************
      *    ANSWERS "WHAT WILL WE PAY FOR EACH SANDWICH NEXT TERM?".
      *    FOR ONE SCHOOL, OR FOR EVERY ACTIVE SCHOOL IN ONE RUN, AND
      *    A CHOSEN EFFECTIVE DATE, LISTS EVERY SANDWICH THAT CAN BE
      *    ORDERED ON THAT DATE (ACTIVE AND ON THE MENU, SEE
      *    BWAVAILGATE) WITH ITS BASE PRICE (PRICE HISTORY, SEE
      *    BWPRICEAT), THE SCHOOL'S CONTRACT PRICE (BWCONTRACTPRICE),
      *    THE VOLUME TIER BREAKS (BWTIERPRICE, SAME PRECEDENCE AS
      *    THE INVOICE: LIST -> TIER -> CONTRACT), VAT, THE FINAL
      *    PRICE, THE CALORIES AND THE ALLERGENS OF THE RECIPE IN
      *    FORCE ON THE DATE (BWRECIPEVER). A SANDWICH CARRYING AN
      *    ALLERGEN THE SCHOOL'S MENU LIMITS EXCLUDE IS MARKED.
      *    ALL SCHOOLS GO TO THE PRINT FILE PRICELIST.RPT; EACH
      *    SCHOOL'S LIST IS ALSO WRITTEN TO ITS OWN FILE
      *    PRICELIST-NNN.TXT (NNN = SCHOOL INTERNAL ID), WHICH
      *    BWCIRCULAR SENDS WITH A CIRCULAR.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWPRICELIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHOOLS ASSIGN TO "SCHOOLS"
              ORGANIZATION IS INDEXED
              RECORD KEY IS SCHOOL-INTERNAL-ID
              ALTERNATE KEY IS SCHOOL-EXTERNAL-ID WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-TOWN WITH DUPLICATES
              ALTERNATE KEY IS SCHOOL-POSTAL-CODE WITH DUPLICATES
              ACCESS IS DYNAMIC
              FILE STATUS IS SCHOOL-FS.

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

           SELECT SRTIERS ASSIGN TO "BWSRTIERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIER-KEY
              FILE STATUS IS SRTIERS-FS.

           SELECT CONTRACTS ASSIGN TO "BWCONTRACTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CN-SCHOOL-INTERNAL-ID
              FILE STATUS IS CONTRACTS-FS.

           SELECT MENULIMITS ASSIGN TO "BWMENULIMITS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ML-SCHOOL-INTERNAL-ID
              FILE STATUS IS MENULIMITS-FS.

           SELECT PRICEREPORT ASSIGN TO "PRICELIST.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRICEREPORT-FS.

           SELECT SCHOOLLIST ASSIGN TO SCHOOLLIST-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SCHOOLLIST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHOOLS.
       COPY CB-SCHOOLS.

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

       FD  SRTIERS.
       COPY CB-SRTIERS.

       FD  CONTRACTS.
       COPY CB-CONTRACTS.

       FD  MENULIMITS.
       COPY CB-MENULIMITS.

       FD  PRICEREPORT.
       01  PRICE-LINE                           PIC X(100).

       FD  SCHOOLLIST.
       01  SCHOOLLIST-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       77  SCHOOL-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  SRING-FS                             PIC 9(002).
       77  INGRED-FS                            PIC 9(002).
       77  SRTIERS-FS                           PIC 9(002).
       77  CONTRACTS-FS                         PIC 9(002).
       77  MENULIMITS-FS                        PIC 9(002).
       77  PRICEREPORT-FS                       PIC 9(002).
       77  SCHOOLLIST-FS                        PIC 9(002).
       77  SCHOOLLIST-NAME                      PIC X(020).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  EOF-FLAG                             PIC X(001).
       77  REJECT-REASON                        PIC X(040).
       77  TODAY-DATE                           PIC 9(008).
       77  LIST-SCHOOL                          PIC 9(003).
       77  LIST-DATE                            PIC 9(008).
       77  COUNT-SCHOOLS                        PIC 9(005).
       77  COUNT-SANDWICHES                     PIC 9(005).
       77  VAT-RATE                             PIC 9V999 VALUE 0.230.
       77  LINE-EFFECTIVE                       PIC 9(008).
       77  ALG-IDX                              PIC 9(001).
       77  ALLERGEN-TEXT                        PIC X(030).
       77  EXCLUDED-ALLERGENS                   PIC X(006).
       77  EXCLUDED-HIT                         PIC X(001).
       77  CONTRACT-TEXT                        PIC X(070).
       01  DATE-SHOWN.
           05 DS-DAY                            PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ".".
           05 DS-MONTH                          PIC 9(002).
           05 FILLER                            PIC X(001) VALUE ".".
           05 DS-YEAR                           PIC 9(004).
       77  DATE-TO-SHOW                         PIC 9(008).
       01  WS-RECIPE-VERSION.
           05 WS-RV-SANDWICH-ID                 PIC 9(003).
           05 WS-RV-DATE                        PIC 9(008).
           05 WS-RV-BEST                        PIC 9(008).
       01  AVAIL-GATE-CALL.
           05 AG-SANDWICH-INTERNAL-ID           PIC 9(003).
           05 AG-DATE                           PIC 9(008).
           05 AG-AVAILABLE                      PIC X(001).
           05 AG-HAS-WINDOWS                    PIC X(001).
       01  PRICE-AT-CALL.
           05 PA-SANDWICH-IID                   PIC 9(003).
           05 PA-ON-DATE                        PIC 9(008).
           05 PA-PRICE                          PIC 99V99.
           05 PA-FOUND                          PIC X(001).
       01  TIER-CALL.
           05 TC-SANDWICH-IID                   PIC 9(003).
           05 TC-QUANTITY                       PIC 9(003).
           05 TC-PRICE                          PIC 99V99.
           05 TC-APPLIED                        PIC X(001).
           05 TC-FROM-QTY                       PIC 9(003).
       01  CONTRACT-PRICE-CALL.
           05 CP-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 CP-ON-DATE                        PIC 9(008).
           05 CP-LIST-PRICE                     PIC 99V99.
           05 CP-PRICE                          PIC 99V99.
           05 CP-STATUS                         PIC X(001).

      *    ONE ENTRY PER SANDWICH, SUBSCRIPTED BY ITS INTERNAL ID,
      *    BUILT ONCE PER RUN; ONLY THE SCHOOL CONTRACT DIFFERS
      *    BETWEEN SCHOOLS.
       77  PL-IDX                               PIC 9(004).
       77  TR-IDX                               PIC 9(001).
       01  PL-TABLE.
           05 PL-ENTRY OCCURS 999 TIMES.
               10 PL-LISTED                     PIC X(001).
               10 PL-EID                        PIC X(005).
               10 PL-NAME                       PIC X(025).
               10 PL-BASE                       PIC 99V99.
               10 PL-SEASONAL                   PIC X(001).
               10 PL-CALORIES                   PIC 9(004).
               10 PL-MIN-QTY                    PIC 9(003).
               10 PL-MAX-QTY                    PIC 9(003).
               10 PL-VERSION                    PIC 9(008).
               10 PL-ALLERGENS                  PIC X(006).
               10 PL-TIER-COUNT                 PIC 9(001).
               10 PL-TIER-FROM OCCURS 5 TIMES   PIC 9(003).

      *    PRICES OF THE LINE IN HAND.
       77  NET-PRICE                            PIC 99V99.
       77  VAT-AMOUNT                           PIC 99V99.
       77  FINAL-PRICE                          PIC 999V99.
       77  TIER-NET                             PIC 99V99.
       77  TIER-FINAL                           PIC 999V99.
       01  PRICE-DETAIL-LINE.
           05 PD-EID                            PIC X(005).
           05 FILLER                            PIC X(001).
           05 PD-NAME                           PIC X(025).
           05 FILLER                            PIC X(001).
           05 PD-BASE                           PIC ZZ9.99.
           05 FILLER                            PIC X(002).
           05 PD-CONTRACT                       PIC X(006).
           05 FILLER                            PIC X(002).
           05 PD-VAT                            PIC ZZ9.99.
           05 FILLER                            PIC X(002).
           05 PD-FINAL                          PIC ZZ9.99.
           05 FILLER                            PIC X(002).
           05 PD-CALORIES                       PIC ZZZ9.
           05 FILLER                            PIC X(002).
           05 PD-ALLERGENS                      PIC X(030).
       77  CONTRACT-EDITED                      PIC ZZ9.99.
       77  TIER-FROM-EDITED                     PIC ZZ9.
       77  TIER-NET-EDITED                      PIC ZZ9.99.
       77  TIER-FINAL-EDITED                    PIC ZZ9.99.
       77  QTY-EDITED                           PIC ZZ9.
       77  QTY2-EDITED                          PIC ZZ9.
       77  PCT-EDITED                           PIC ZZ9.
       77  VAT-PCT-EDITED                       PIC Z9.
       01  OUT-LINE                             PIC X(100).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  PRICELIST-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "BREADWICH | SCHOOL PRICE LIST" LINE 03 COL 44.
           05 VALUE "SCHOOL INTERNAL ID (0 = ALL ACTIVE SCHOOLS):"
              LINE 08 COL 20.
           05 SS-SCHOOL PIC 9(003) LINE 08 COL 66 TO LIST-SCHOOL
              BLANK WHEN ZERO.
           05 VALUE "PRICES EFFECTIVE ON (YYYYMMDD):" LINE 10 COL 20.
           05 SS-DATE PIC 9(008) LINE 10 COL 66 USING LIST-DATE.

       01  INVALID-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SS-INVALID PIC X(040) LINE 20 COL 40 FROM REJECT-REASON.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "PRICE LISTS WRITTEN TO PRICELIST.RPT:"
              LINE 20 COL 30.
           05 SS-COUNT PIC ZZZZ9 LINE 20 COL 68 FROM COUNT-SCHOOLS.
           05 VALUE "ONE PRICELIST-NNN.TXT PER SCHOOL FOR BWCIRCULAR"
              LINE 21 COL 30.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE ZEROS TO LIST-SCHOOL, COUNT-SCHOOLS
           MOVE TODAY-DATE TO LIST-DATE

           DISPLAY CLEAR-SCREEN
           DISPLAY PRICELIST-SCREEN
           ACCEPT PRICELIST-SCREEN
           IF KEYSTATUS = 1003 THEN
              STOP RUN
           END-IF

           MOVE SPACES TO REJECT-REASON
           IF FUNCTION TEST-DATE-YYYYMMDD (LIST-DATE) NOT = 0 THEN
              MOVE "EFFECTIVE DATE IS NOT A VALID DATE" TO
                 REJECT-REASON
              ACCEPT INVALID-SCREEN
              STOP RUN
           END-IF

           OPEN INPUT SCHOOLS
           IF SCHOOL-FS NOT = 00 THEN
              MOVE "NO SCHOOLS ON FILE" TO REJECT-REASON
              ACCEPT INVALID-SCREEN
              STOP RUN
           END-IF

           IF LIST-SCHOOL NOT = ZEROS THEN
              MOVE LIST-SCHOOL TO SCHOOL-INTERNAL-ID
              READ SCHOOLS RECORD
                 INVALID KEY
                    MOVE "SCHOOL NOT FOUND" TO REJECT-REASON
              END-READ
              IF REJECT-REASON NOT = SPACES THEN
                 CLOSE SCHOOLS
                 ACCEPT INVALID-SCREEN
                 STOP RUN
              END-IF
           END-IF

           PERFORM BUILD-SANDWICH-TABLE
           IF COUNT-SANDWICHES = ZEROS THEN
              CLOSE SCHOOLS
              MOVE "NO SANDWICH CAN BE ORDERED ON THAT DATE" TO
                 REJECT-REASON
              ACCEPT INVALID-SCREEN
              STOP RUN
           END-IF
           PERFORM LOAD-ALLERGENS
           PERFORM LOAD-TIERS

           OPEN OUTPUT PRICEREPORT

           IF LIST-SCHOOL NOT = ZEROS THEN
              PERFORM LIST-ONE-SCHOOL
           ELSE
              MOVE SPACES TO EOF-FLAG
              MOVE ZEROS TO SCHOOL-INTERNAL-ID
              START SCHOOLS KEY IS NOT LESS THAN SCHOOL-INTERNAL-ID
                 INVALID KEY
                    MOVE "Y" TO EOF-FLAG
              END-START
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ SCHOOLS NEXT RECORD
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       IF SCHOOL-IS-ACTIVE = 1 THEN
                          PERFORM LIST-ONE-SCHOOL
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE PRICEREPORT, SCHOOLS
           ACCEPT DONE-SCREEN
           STOP RUN.

       BUILD-SANDWICH-TABLE SECTION.
      ******************************************************************
      *    ENTERS EVERY ACTIVE SANDWICH ON THE MENU ON THE EFFECTIVE
      *    DATE WITH ITS BASE PRICE ON THAT DATE (SR-PRICE WHEN THERE
      *    IS NO PRICE HISTORY) AND ITS RECIPE VERSION.
      ******************************************************************
           INITIALIZE PL-TABLE
           MOVE ZEROS TO COUNT-SANDWICHES

           OPEN INPUT SANDWICHES
           IF SANDWICH-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ SANDWICHES NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF SR-IID NOT = ZEROS AND SR-IS-ACTIVE = 1 THEN
                       PERFORM ENTER-ONE-SANDWICH
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SANDWICHES
           EXIT SECTION.

       ENTER-ONE-SANDWICH SECTION.
           MOVE SR-IID TO AG-SANDWICH-INTERNAL-ID
           MOVE LIST-DATE TO AG-DATE
           CALL "BWAVAILGATE" USING AVAIL-GATE-CALL
           IF AG-AVAILABLE NOT = "Y" THEN
              EXIT SECTION
           END-IF

           MOVE SR-IID TO PL-IDX
           ADD 1 TO COUNT-SANDWICHES
           MOVE "Y" TO PL-LISTED (PL-IDX)
           MOVE SR-EID TO PL-EID (PL-IDX)
           MOVE SR-S-DESCRIPTION TO PL-NAME (PL-IDX)
           MOVE AG-HAS-WINDOWS TO PL-SEASONAL (PL-IDX)
           MOVE SR-CALORIES TO PL-CALORIES (PL-IDX)
           MOVE SR-MIN-QTY TO PL-MIN-QTY (PL-IDX)
           MOVE SR-MAX-QTY TO PL-MAX-QTY (PL-IDX)

           MOVE SR-IID TO PA-SANDWICH-IID
           MOVE LIST-DATE TO PA-ON-DATE
           CALL "BWPRICEAT" USING PRICE-AT-CALL
           IF PA-FOUND = "Y" THEN
              MOVE PA-PRICE TO PL-BASE (PL-IDX)
           ELSE
              MOVE SR-PRICE TO PL-BASE (PL-IDX)
           END-IF

      *    RECIPE LINES CARRY AN EFFECTIVE-FROM DATE (SEE
      *    BWRECIPEVER): THE ALLERGENS ARE THOSE OF THE RECIPE
      *    VERSION IN FORCE ON THE EFFECTIVE DATE.
           MOVE SR-IID TO WS-RV-SANDWICH-ID
           MOVE LIST-DATE TO WS-RV-DATE
           CALL "BWRECIPEVER" USING WS-RECIPE-VERSION
           MOVE WS-RV-BEST TO PL-VERSION (PL-IDX)
           EXIT SECTION.

       LOAD-ALLERGENS SECTION.
      ******************************************************************
      *    ONE PASS OVER THE RECIPE LINES: THE ALLERGEN FLAGS OF EVERY
      *    INGREDIENT OF A LISTED SANDWICH'S RECIPE VERSION ARE
      *    COMBINED INTO ITS TABLE ENTRY.
      ******************************************************************
           OPEN INPUT SRING
           IF SRING-FS NOT = 00 THEN
              EXIT SECTION
           END-IF
           OPEN INPUT FXINGRED
           IF INGRED-FS NOT = 00 THEN
              CLOSE SRING
              EXIT SECTION
           END-IF

           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ SRING NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM SET-LINE-EFFECTIVE
                    IF SRING-SANDWICH-ID IS NUMERIC
                    AND SRING-SANDWICH-ID NOT = ZEROS THEN
                       MOVE SRING-SANDWICH-ID TO PL-IDX
                       IF PL-LISTED (PL-IDX) = "Y"
                       AND LINE-EFFECTIVE = PL-VERSION (PL-IDX) THEN
                          PERFORM MERGE-INGREDIENT-FLAGS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SRING, FXINGRED
           EXIT SECTION.

       SET-LINE-EFFECTIVE SECTION.
      ******************************************************************
      *    NORMALISES THE EFFECTIVE-FROM DATE OF THE RECIPE LINE JUST
      *    READ; LEGACY LINES WITHOUT THE DATE COUNT AS VERSION ZERO.
      ******************************************************************
           IF SRING-EFFECTIVE-FROM IS NUMERIC THEN
              MOVE SRING-EFFECTIVE-FROM TO LINE-EFFECTIVE
           ELSE
              MOVE ZEROS TO LINE-EFFECTIVE
           END-IF
           EXIT SECTION.

       MERGE-INGREDIENT-FLAGS SECTION.
           MOVE SRING-INGREDIENT-ID TO ING-ID
           READ FXINGRED
              INVALID KEY
                 EXIT SECTION
           END-READ

           PERFORM VARYING ALG-IDX FROM 1 BY 1 UNTIL ALG-IDX > 6
              IF ING-ALLERGENS (ALG-IDX:1) = "Y" THEN
                 MOVE "Y" TO PL-ALLERGENS (PL-IDX) (ALG-IDX:1)
              END-IF
           END-PERFORM
           EXIT SECTION.

       LOAD-TIERS SECTION.
      ******************************************************************
      *    NOTES THE QUANTITY BREAKS OF EVERY LISTED SANDWICH (UP TO
      *    FIVE, IN FROM-QUANTITY ORDER); THE PRICE AT EACH BREAK IS
      *    RESOLVED PER SCHOOL BY BWTIERPRICE AND BWCONTRACTPRICE.
      ******************************************************************
           OPEN INPUT SRTIERS
           IF SRTIERS-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ SRTIERS NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF TIER-SANDWICH-IID NOT = ZEROS
                    AND TIER-FROM-QTY NOT = ZEROS THEN
                       MOVE TIER-SANDWICH-IID TO PL-IDX
                       IF PL-LISTED (PL-IDX) = "Y"
                       AND PL-TIER-COUNT (PL-IDX) < 5 THEN
                          ADD 1 TO PL-TIER-COUNT (PL-IDX)
                          MOVE TIER-FROM-QTY TO PL-TIER-FROM
                             (PL-IDX, PL-TIER-COUNT (PL-IDX))
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SRTIERS
           EXIT SECTION.

       LIST-ONE-SCHOOL SECTION.
      ******************************************************************
      *    THE PRICE LIST OF THE SCHOOL IN SCHOOL-DETAILS, TO THE
      *    PRINT FILE AND TO THE SCHOOL'S OWN FILE.
      ******************************************************************
           ADD 1 TO COUNT-SCHOOLS
           MOVE SPACES TO SCHOOLLIST-NAME
           STRING "PRICELIST-" SCHOOL-INTERNAL-ID ".TXT"
              DELIMITED BY SIZE INTO SCHOOLLIST-NAME
           END-STRING
           OPEN OUTPUT SCHOOLLIST

           PERFORM READ-SCHOOL-TERMS
           PERFORM WRITE-SCHOOL-HEADING

           PERFORM VARYING PL-IDX FROM 1 BY 1 UNTIL PL-IDX > 999
              IF PL-LISTED (PL-IDX) = "Y" THEN
                 PERFORM WRITE-ONE-SANDWICH
              END-IF
           END-PERFORM

           MOVE SPACES TO OUT-LINE
           PERFORM WRITE-OUT-LINE
           COMPUTE VAT-PCT-EDITED = VAT-RATE * 100
           STRING "PRICES PER SANDWICH IN EUR. VAT AT " VAT-PCT-EDITED
              "%. A QUANTITY BREAK APPLIES PER ORDER LINE."
              INTO OUT-LINE
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE "PRICES MAY CHANGE AFTER THE EFFECTIVE DATE SHOWN." TO
              OUT-LINE
           PERFORM WRITE-OUT-LINE
           MOVE ALL "=" TO OUT-LINE
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO OUT-LINE
           PERFORM WRITE-OUT-LINE

           CLOSE SCHOOLLIST
           EXIT SECTION.

       READ-SCHOOL-TERMS SECTION.
      ******************************************************************
      *    THE SCHOOL'S CONTRACT (FOR THE HEADING) AND THE ALLERGENS
      *    ITS MENU LIMITS EXCLUDE.
      ******************************************************************
           MOVE SPACES TO CONTRACT-TEXT, EXCLUDED-ALLERGENS

           OPEN INPUT CONTRACTS
           IF CONTRACTS-FS = 00 THEN
              MOVE SCHOOL-INTERNAL-ID TO CN-SCHOOL-INTERNAL-ID
              READ CONTRACTS RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM SET-CONTRACT-TEXT
              END-READ
              CLOSE CONTRACTS
           END-IF
           IF CONTRACT-TEXT = SPACES THEN
              MOVE "CONTRACT: NONE - LIST PRICES APPLY" TO
                 CONTRACT-TEXT
           END-IF

           OPEN INPUT MENULIMITS
           IF MENULIMITS-FS = 00 THEN
              MOVE SCHOOL-INTERNAL-ID TO ML-SCHOOL-INTERNAL-ID
              READ MENULIMITS RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ML-EXCLUDED-ALLERGENS TO EXCLUDED-ALLERGENS
              END-READ
              CLOSE MENULIMITS
           END-IF
           EXIT SECTION.

       SET-CONTRACT-TEXT SECTION.
           IF LIST-DATE >= CN-VALID-FROM
           AND LIST-DATE <= CN-VALID-TO THEN
              MOVE CN-VALID-TO TO DATE-TO-SHOW
              PERFORM SET-DATE-SHOWN
              IF CN-TYPE-FIXED THEN
                 MOVE CN-FIXED-PRICE TO CONTRACT-EDITED
                 STRING "CONTRACT: FIXED PRICE " CONTRACT-EDITED
                    " PER SANDWICH, IN FORCE TO " DATE-SHOWN
                    INTO CONTRACT-TEXT
                 END-STRING
              ELSE
                 MOVE CN-DISCOUNT-PCT TO PCT-EDITED
                 STRING "CONTRACT: " PCT-EDITED
                    "% OFF THE LIST PRICE, IN FORCE TO " DATE-SHOWN
                    INTO CONTRACT-TEXT
                 END-STRING
              END-IF
           ELSE
              IF LIST-DATE < CN-VALID-FROM THEN
                 MOVE CN-VALID-FROM TO DATE-TO-SHOW
                 PERFORM SET-DATE-SHOWN
                 STRING "CONTRACT: NOT YET IN FORCE (FROM " DATE-SHOWN
                    ") - LIST PRICES APPLY" INTO CONTRACT-TEXT
                 END-STRING
              ELSE
                 MOVE CN-VALID-TO TO DATE-TO-SHOW
                 PERFORM SET-DATE-SHOWN
                 STRING "CONTRACT: EXPIRED ON " DATE-SHOWN
                    " - LIST PRICES APPLY" INTO CONTRACT-TEXT
                 END-STRING
              END-IF
           END-IF
           EXIT SECTION.

       WRITE-SCHOOL-HEADING SECTION.
           MOVE ALL "=" TO OUT-LINE
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO OUT-LINE
           STRING "BREADWICH - PRICE LIST FOR " SCHOOL-DESIGNATION1
              INTO OUT-LINE
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO OUT-LINE
           STRING SCHL-ADR-MAIN1 INTO OUT-LINE
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO OUT-LINE
           STRING SCHL-POSTAL-CODE1 "-" SCHL-POSTAL-CODE2
              " " SCHOOL-TOWN INTO OUT-LINE
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO OUT-LINE
           PERFORM WRITE-OUT-LINE

           MOVE LIST-DATE TO DATE-TO-SHOW
           PERFORM SET-DATE-SHOWN
           MOVE SPACES TO OUT-LINE
           STRING "PRICES EFFECTIVE ON " DATE-SHOWN
              " | SCHOOL " SCHOOL-INTERNAL-ID " " SCHOOL-EXTERNAL-ID
              INTO OUT-LINE
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE CONTRACT-TEXT TO OUT-LINE
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO OUT-LINE
           PERFORM WRITE-OUT-LINE

           MOVE SPACES TO OUT-LINE
           STRING "CODE  SANDWICH                    BASE  CONTRACT"
              "     VAT    FINAL  KCAL  ALLERGENS" INTO OUT-LINE
           END-STRING
           PERFORM WRITE-OUT-LINE
           MOVE ALL "-" TO OUT-LINE
           PERFORM WRITE-OUT-LINE
           EXIT SECTION.

       WRITE-ONE-SANDWICH SECTION.
      ******************************************************************
      *    THE SANDWICH LINE AT QUANTITY ONE, THEN ONE LINE PER TIER
      *    BREAK THAT LOWERS THE SCHOOL'S PRICE, THEN THE NOTES.
      ******************************************************************
           MOVE SCHOOL-INTERNAL-ID TO CP-SCHOOL-INTERNAL-ID
           MOVE LIST-DATE TO CP-ON-DATE
           MOVE PL-BASE (PL-IDX) TO CP-LIST-PRICE
           CALL "BWCONTRACTPRICE" USING CONTRACT-PRICE-CALL
           MOVE CP-PRICE TO NET-PRICE
           COMPUTE VAT-AMOUNT ROUNDED = NET-PRICE * VAT-RATE
           COMPUTE FINAL-PRICE = NET-PRICE + VAT-AMOUNT

           PERFORM SET-ALLERGEN-TEXT

           MOVE SPACES TO PRICE-DETAIL-LINE
           MOVE PL-EID (PL-IDX) TO PD-EID
           MOVE PL-NAME (PL-IDX) TO PD-NAME
           MOVE PL-BASE (PL-IDX) TO PD-BASE
           IF CP-STATUS = "C" THEN
              MOVE NET-PRICE TO CONTRACT-EDITED
              MOVE CONTRACT-EDITED TO PD-CONTRACT
           ELSE
              MOVE "     -" TO PD-CONTRACT
           END-IF
           MOVE VAT-AMOUNT TO PD-VAT
           MOVE FINAL-PRICE TO PD-FINAL
           MOVE PL-CALORIES (PL-IDX) TO PD-CALORIES
           MOVE ALLERGEN-TEXT TO PD-ALLERGENS
           MOVE PRICE-DETAIL-LINE TO OUT-LINE
           PERFORM WRITE-OUT-LINE

           PERFORM VARYING TR-IDX FROM 1 BY 1
              UNTIL TR-IDX > PL-TIER-COUNT (PL-IDX)
              PERFORM WRITE-ONE-TIER
           END-PERFORM

           IF PL-MIN-QTY (PL-IDX) NOT = ZEROS
           OR PL-MAX-QTY (PL-IDX) NOT = ZEROS THEN
              MOVE PL-MIN-QTY (PL-IDX) TO QTY-EDITED
              MOVE PL-MAX-QTY (PL-IDX) TO QTY2-EDITED
              MOVE SPACES TO OUT-LINE
              STRING "      ORDER LINE OF " QTY-EDITED " TO "
                 QTY2-EDITED " SANDWICHES" INTO OUT-LINE
              END-STRING
              PERFORM WRITE-OUT-LINE
           END-IF

           IF PL-SEASONAL (PL-IDX) = "Y" THEN
              MOVE "      SEASONAL - ON THE MENU ONLY IN ITS SEASON"
                 TO OUT-LINE
              PERFORM WRITE-OUT-LINE
           END-IF

           IF EXCLUDED-HIT = "Y" THEN
              MOVE "      CONTAINS AN ALLERGEN YOUR MENU LIMITS EXCLUDE"
                 TO OUT-LINE
              PERFORM WRITE-OUT-LINE
           END-IF
           EXIT SECTION.

       WRITE-ONE-TIER SECTION.
      ******************************************************************
      *    PRICE FROM A QUANTITY BREAK: LIST -> TIER -> CONTRACT, AS
      *    ON THE INVOICE. A BREAK THE CONTRACT OVERRIDES (FIXED
      *    PRICE) IS NOT SHOWN.
      ******************************************************************
           MOVE PL-IDX TO TC-SANDWICH-IID
           MOVE PL-TIER-FROM (PL-IDX, TR-IDX) TO TC-QUANTITY
           MOVE PL-BASE (PL-IDX) TO TC-PRICE
           CALL "BWTIERPRICE" USING TIER-CALL
           IF TC-APPLIED NOT = "Y" THEN
              EXIT SECTION
           END-IF

           MOVE TC-PRICE TO CP-LIST-PRICE
           CALL "BWCONTRACTPRICE" USING CONTRACT-PRICE-CALL
           MOVE CP-PRICE TO TIER-NET
           IF TIER-NET >= NET-PRICE THEN
              EXIT SECTION
           END-IF
           COMPUTE TIER-FINAL ROUNDED = TIER-NET * (1 + VAT-RATE)

           MOVE TC-FROM-QTY TO TIER-FROM-EDITED
           MOVE TIER-NET TO TIER-NET-EDITED
           MOVE TIER-FINAL TO TIER-FINAL-EDITED
           MOVE SPACES TO OUT-LINE
           STRING "      FROM " TIER-FROM-EDITED " PER ORDER LINE: "
              TIER-NET-EDITED " + VAT = " TIER-FINAL-EDITED
              INTO OUT-LINE
           END-STRING
           PERFORM WRITE-OUT-LINE
           EXIT SECTION.

       SET-ALLERGEN-TEXT SECTION.
      ******************************************************************
      *    NAMES THE SANDWICH'S ALLERGENS (ORDER GLUTEN DAIRY EGG NUTS
      *    SOY FISH, AS ON THE LABELS) AND NOTES WHETHER ONE OF THEM
      *    IS EXCLUDED BY THE SCHOOL.
      ******************************************************************
           MOVE SPACES TO ALLERGEN-TEXT
           MOVE "N" TO EXCLUDED-HIT
           PERFORM VARYING ALG-IDX FROM 1 BY 1 UNTIL ALG-IDX > 6
              IF PL-ALLERGENS (PL-IDX) (ALG-IDX:1) = "Y" THEN
                 IF EXCLUDED-ALLERGENS (ALG-IDX:1) = "Y" THEN
                    MOVE "Y" TO EXCLUDED-HIT
                 END-IF
                 EVALUATE ALG-IDX
                    WHEN 1
                       STRING FUNCTION TRIM (ALLERGEN-TEXT) " GLUTEN"
                          INTO ALLERGEN-TEXT
                       END-STRING
                    WHEN 2
                       STRING FUNCTION TRIM (ALLERGEN-TEXT) " DAIRY"
                          INTO ALLERGEN-TEXT
                       END-STRING
                    WHEN 3
                       STRING FUNCTION TRIM (ALLERGEN-TEXT) " EGG"
                          INTO ALLERGEN-TEXT
                       END-STRING
                    WHEN 4
                       STRING FUNCTION TRIM (ALLERGEN-TEXT) " NUTS"
                          INTO ALLERGEN-TEXT
                       END-STRING
                    WHEN 5
                       STRING FUNCTION TRIM (ALLERGEN-TEXT) " SOY"
                          INTO ALLERGEN-TEXT
                       END-STRING
                    WHEN 6
                       STRING FUNCTION TRIM (ALLERGEN-TEXT) " FISH"
                          INTO ALLERGEN-TEXT
                       END-STRING
                 END-EVALUATE
              END-IF
           END-PERFORM

           IF ALLERGEN-TEXT = SPACES THEN
              MOVE "NONE" TO ALLERGEN-TEXT
           ELSE
              MOVE FUNCTION TRIM (ALLERGEN-TEXT) TO ALLERGEN-TEXT
           END-IF
           EXIT SECTION.

       WRITE-OUT-LINE SECTION.
           MOVE OUT-LINE TO PRICE-LINE
           WRITE PRICE-LINE
           END-WRITE
           IF SCHOOLLIST-FS = 00 THEN
              MOVE OUT-LINE TO SCHOOLLIST-LINE
              WRITE SCHOOLLIST-LINE
              END-WRITE
           END-IF
           MOVE SPACES TO OUT-LINE
           EXIT SECTION.

       SET-DATE-SHOWN SECTION.
           MOVE DATE-TO-SHOW (7:2) TO DS-DAY
           MOVE DATE-TO-SHOW (5:2) TO DS-MONTH
           MOVE DATE-TO-SHOW (1:4) TO DS-YEAR
           EXIT SECTION.

       END PROGRAM BWPRICELIST.
