      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PACKAGING BILL OF MATERIALS | V1 | 15.10.2026
      ******************************************************************
      *    MAINTAINS THE PACKAGING AND CONSUMABLES EACH SANDWICH USES
      *    (FILE PACKBOM, SEE CB-PACKBOM): BAGS, WRAPPING FILM, LABELS
      *    AND NAPKINS PER SANDWICH MADE, CRATE LINERS PER ORDER LINE.
      *    THE ITEMS ARE REGISTERED IN THE ITEM MASTER (FXINGREDS)
      *    WITH THEIR THRESHOLD, SO THEY ARE PRICED (RIS), ORDERED
      *    (BWPURCHASE), RECEIVED AND ALERTED ON LIKE THE FOOD, BUT
      *    THEY NEVER ENTER A RECIPE. BWPRODBATCH ISSUES THEM FROM
      *    STOCK WHEN A BATCH IS POSTED AND BWMARGIN ADDS THEIR COST.
      *    THE LISTING (PACKBOM.RPT) SHOWS THE BILL PER SANDWICH.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWPACKBOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACKBOM ASSIGN TO "PACKBOM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PKB-KEY
              FILE STATUS IS PACKBOM-FS.

           SELECT FXINGRED ASSIGN TO "FXINGREDS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ING-ID
              FILE STATUS IS INGRED-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SR-IID
              ALTERNATE KEY IS SR-EID WITH DUPLICATES
              FILE STATUS IS SANDWICH-FS.

           SELECT BOMREPORT ASSIGN TO "PACKBOM.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BOMREPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PACKBOM.
       COPY CB-PACKBOM.

      *    THE INGREDIENT MASTER RECORD, MIRRORING THE WORKING LAYOUT
      *    IN CB-WS-SR (WSINGREDS-DETAILS).
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

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  BOMREPORT.
       01  BOM-LINE                             PIC X(100).

       WORKING-STORAGE SECTION.
       77  PACKBOM-FS                           PIC 9(002).
       77  INGRED-FS                            PIC 9(002).
       77  SANDWICH-FS                          PIC 9(002).
       77  BOMREPORT-FS                         PIC 9(002).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  EOF-FLAG                             PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
       77  RECORD-FOUND                         PIC X(001).
       77  REJECT-REASON                        PIC X(040).
       77  ENTRY-SANDWICH                       PIC 9(003).
       77  ENTRY-ITEM                           PIC 9(003).
       77  ENTRY-BASIS                          PIC X(001).
       77  ENTRY-QTY                            PIC 9(003).
       77  SANDWICH-NAME                        PIC X(025).
       77  LAST-SANDWICH                        PIC 9(004).
       77  BASIS-TEXT                           PIC X(013).
       77  COUNT-LINES                          PIC 9(005).
       01  AUDIT-CALL.
           05 AC-PROGRAM                         PIC X(012).
           05 AC-ACTION                          PIC X(010).
           05 AC-KEY                             PIC X(020).
           05 AC-BEFORE                          PIC X(060).
           05 AC-AFTER                           PIC X(060).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.

       01  TITLE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "BREADWICH | PACKAGING BILL OF MATERIALS" LINE 02
              COL 40.
           05 VALUE "1 - SET A PACKAGING LINE OF A SANDWICH"
              LINE 08 COL 42.
           05 VALUE "2 - LIST THE PACKAGING BILLS" LINE 10 COL 42.
           05 VALUE "0 - EXIT" LINE 12 COL 42.
           05 VALUE "OPTION:" LINE 18 COL 42.
           05 SS-OPTION PIC 9(001) LINE 18 COL 50 TO MAIN-OPTION
              BLANK WHEN ZERO.

       01  KEY-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SANDWICH INTERNAL ID (0 = EVERY SANDWICH):"
              LINE 06 COL 20.
           05 SS-K-SANDWICH PIC 9(003) LINE 06 COL 63
              TO ENTRY-SANDWICH BLANK WHEN ZERO.
           05 VALUE "PACKAGING ITEM ID (FXINGREDS):" LINE 08 COL 20.
           05 SS-K-ITEM PIC 9(003) LINE 08 COL 63 TO ENTRY-ITEM
              BLANK WHEN ZERO.

       01  LINE-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 SS-L-SANDWICH PIC X(025) LINE 06 COL 68
              FROM SANDWICH-NAME.
           05 SS-L-ITEM PIC X(030) LINE 08 COL 68 FROM ING-NAME.
           05 VALUE "USED PER (S = SANDWICH MADE, O = ORDER LINE):"
              LINE 11 COL 20.
           05 SS-L-BASIS PIC X(001) LINE 11 COL 67
              USING ENTRY-BASIS.
           05 VALUE "QUANTITY (0 = REMOVE THE LINE):" LINE 13 COL 20.
           05 SS-L-QTY PIC 9(003) LINE 13 COL 52 USING ENTRY-QTY.
           05 SS-L-UNIT PIC X(003) LINE 13 COL 56
              FROM ING-UNIT-SANDWICH.

       01  INVALID-SCREEN FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SS-INVALID PIC X(040) LINE 20 COL 40 FROM REJECT-REASON.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DONE - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  LISTED-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "BILLS WRITTEN TO PACKBOM.RPT | LINES:"
              LINE 20 COL 38.
           05 SS-LISTED PIC ZZZZ9 LINE 20 COL 76 FROM COUNT-LINES.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM UNTIL MAIN-OPTION = 0 AND KEYSTATUS NOT = 0
              MOVE ZEROS TO MAIN-OPTION
              DISPLAY CLEAR-SCREEN
              DISPLAY TITLE-SCREEN
              ACCEPT SS-OPTION
              IF KEYSTATUS = 1003 OR MAIN-OPTION = 0 THEN
                 STOP RUN
              END-IF

              EVALUATE MAIN-OPTION
                 WHEN 1 PERFORM SET-BOM-LINE
                 WHEN 2 PERFORM LIST-BOMS
              END-EVALUATE
           END-PERFORM
           STOP RUN.

       SET-BOM-LINE SECTION.
      ******************************************************************
      *    ADDS, CHANGES OR (QUANTITY 0) REMOVES ONE PACKAGING LINE.
      ******************************************************************
           MOVE ZEROS TO ENTRY-SANDWICH, ENTRY-ITEM, ENTRY-QTY
           MOVE SPACES TO ENTRY-BASIS, REJECT-REASON
           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT KEY-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-ITEM = ZEROS THEN
              EXIT SECTION
           END-IF

           PERFORM CHECK-KEY
           IF REJECT-REASON NOT = SPACES THEN
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF

           OPEN I-O PACKBOM
           IF PACKBOM-FS = 35 THEN
              OPEN OUTPUT PACKBOM
              CLOSE PACKBOM
              OPEN I-O PACKBOM
           END-IF

           MOVE ENTRY-SANDWICH TO PKB-SANDWICH-ID
           MOVE ENTRY-ITEM TO PKB-ITEM-ID
           MOVE "N" TO RECORD-FOUND
           READ PACKBOM RECORD
              NOT INVALID KEY
                 MOVE "Y" TO RECORD-FOUND
                 MOVE PKB-BASIS TO ENTRY-BASIS
                 MOVE PKB-QTY TO ENTRY-QTY
           END-READ
           IF RECORD-FOUND NOT = "Y" THEN
              MOVE "S" TO ENTRY-BASIS
           END-IF

           MOVE SPACES TO AC-BEFORE
           IF RECORD-FOUND = "Y" THEN
              STRING "PER " PKB-BASIS " QTY " PKB-QTY INTO AC-BEFORE
              END-STRING
           END-IF

           DISPLAY LINE-SCREEN
           ACCEPT LINE-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE PACKBOM
              EXIT SECTION
           END-IF

           MOVE FUNCTION UPPER-CASE (ENTRY-BASIS) TO ENTRY-BASIS
           IF ENTRY-BASIS NOT = "S" AND ENTRY-BASIS NOT = "O" THEN
              CLOSE PACKBOM
              MOVE "USED PER MUST BE S OR O" TO REJECT-REASON
              ACCEPT INVALID-SCREEN
              EXIT SECTION
           END-IF

           MOVE "BWPACKBOM" TO AC-PROGRAM
           MOVE SPACES TO AC-KEY, AC-AFTER
           STRING ENTRY-SANDWICH "/" ENTRY-ITEM INTO AC-KEY
           END-STRING

           IF ENTRY-QTY = ZEROS THEN
              IF RECORD-FOUND = "Y" THEN
                 DELETE PACKBOM RECORD
                 END-DELETE
                 MOVE "DELETE" TO AC-ACTION
                 CALL "BWAUDIT" USING AUDIT-CALL
              END-IF
              CLOSE PACKBOM
              ACCEPT DONE-SCREEN
              EXIT SECTION
           END-IF

           MOVE ENTRY-SANDWICH TO PKB-SANDWICH-ID
           MOVE ENTRY-ITEM TO PKB-ITEM-ID
           MOVE ENTRY-BASIS TO PKB-BASIS
           MOVE ENTRY-QTY TO PKB-QTY
           IF RECORD-FOUND = "Y" THEN
              REWRITE PKB-DETAILS
              END-REWRITE
              MOVE "CHANGE" TO AC-ACTION
           ELSE
              WRITE PKB-DETAILS
              END-WRITE
              MOVE "ADD" TO AC-ACTION
           END-IF
           CLOSE PACKBOM

           STRING "PER " PKB-BASIS " QTY " PKB-QTY INTO AC-AFTER
           END-STRING
           CALL "BWAUDIT" USING AUDIT-CALL

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       CHECK-KEY SECTION.
      ******************************************************************
      *    THE SANDWICH (UNLESS 000) MUST EXIST AND THE ITEM MUST BE
      *    AN ACTIVE ITEM OF THE MASTER.
      ******************************************************************
           MOVE "EVERY SANDWICH" TO SANDWICH-NAME
           IF ENTRY-SANDWICH NOT = ZEROS THEN
              OPEN INPUT SANDWICHES
              MOVE ENTRY-SANDWICH TO SR-IID
              READ SANDWICHES
                 INVALID KEY
                    MOVE "SANDWICH NOT FOUND" TO REJECT-REASON
                 NOT INVALID KEY
                    MOVE SR-S-DESCRIPTION TO SANDWICH-NAME
              END-READ
              CLOSE SANDWICHES
              IF REJECT-REASON NOT = SPACES THEN
                 EXIT SECTION
              END-IF
           END-IF

           OPEN INPUT FXINGRED
           IF INGRED-FS NOT = 00 THEN
              MOVE "ITEM NOT FOUND" TO REJECT-REASON
              EXIT SECTION
           END-IF
           MOVE ENTRY-ITEM TO ING-ID
           READ FXINGRED RECORD
              INVALID KEY
                 MOVE "ITEM NOT FOUND" TO REJECT-REASON
              NOT INVALID KEY
                 IF ING-IS-ACTIVE NOT = 1 THEN
                    MOVE "ITEM IS NOT ACTIVE" TO REJECT-REASON
                 END-IF
           END-READ
           CLOSE FXINGRED
           EXIT SECTION.

       LIST-BOMS SECTION.
      ******************************************************************
      *    PACKBOM.RPT: THE PACKAGING LINES IN SANDWICH ORDER, THE
      *    LINES FOR EVERY SANDWICH (000) FIRST.
      ******************************************************************
           MOVE ZEROS TO COUNT-LINES
           MOVE 9999 TO LAST-SANDWICH
           MOVE SPACES TO EOF-FLAG

           OPEN OUTPUT BOMREPORT
           MOVE "PACKAGING BILL OF MATERIALS" TO BOM-LINE
           WRITE BOM-LINE
           END-WRITE

           OPEN INPUT PACKBOM
           IF PACKBOM-FS NOT = 00 THEN
              MOVE "   NO PACKAGING LINES ON FILE" TO BOM-LINE
              WRITE BOM-LINE
              END-WRITE
              CLOSE BOMREPORT
              ACCEPT LISTED-SCREEN
              EXIT SECTION
           END-IF
           OPEN INPUT FXINGRED
           OPEN INPUT SANDWICHES

           PERFORM UNTIL EOF-FLAG = "Y"
              READ PACKBOM NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM LIST-ONE-LINE
              END-READ
           END-PERFORM

           CLOSE PACKBOM, FXINGRED, SANDWICHES
           CLOSE BOMREPORT
           ACCEPT LISTED-SCREEN
           EXIT SECTION.

       LIST-ONE-LINE SECTION.
           IF PKB-SANDWICH-ID NOT = LAST-SANDWICH THEN
              MOVE PKB-SANDWICH-ID TO LAST-SANDWICH
              MOVE "EVERY SANDWICH" TO SANDWICH-NAME
              IF PKB-SANDWICH-ID NOT = ZEROS THEN
                 MOVE SPACES TO SANDWICH-NAME
                 MOVE PKB-SANDWICH-ID TO SR-IID
                 READ SANDWICHES
                    NOT INVALID KEY
                       MOVE SR-S-DESCRIPTION TO SANDWICH-NAME
                 END-READ
              END-IF
              MOVE SPACES TO BOM-LINE
              STRING "SANDWICH " PKB-SANDWICH-ID " " SANDWICH-NAME
                 INTO BOM-LINE
              END-STRING
              WRITE BOM-LINE
              END-WRITE
           END-IF

           MOVE SPACES TO ING-NAME, ING-UNIT-SANDWICH
           MOVE PKB-ITEM-ID TO ING-ID
           READ FXINGRED
              INVALID KEY
                 MOVE "*** NOT IN ITEM MASTER" TO ING-NAME
           END-READ
           IF PKB-PER-ORDER THEN
              MOVE "PER ORDER" TO BASIS-TEXT
           ELSE
              MOVE "PER SANDWICH" TO BASIS-TEXT
           END-IF

           MOVE SPACES TO BOM-LINE
           STRING "   ITEM " PKB-ITEM-ID " " ING-NAME
              " | " PKB-QTY " " ING-UNIT-SANDWICH " " BASIS-TEXT
              INTO BOM-LINE
           END-STRING
           WRITE BOM-LINE
           END-WRITE
           ADD 1 TO COUNT-LINES
           EXIT SECTION.

       END PROGRAM BWPACKBOM.
