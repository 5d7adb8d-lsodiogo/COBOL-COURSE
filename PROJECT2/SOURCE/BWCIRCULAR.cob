      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | MAIL-MERGE CIRCULARS | V1 | 03.09.2026
      *    V2 | 15.10.2026 | THE MENU CHANGES OF NEXT MONTH WRITTEN BY
      *    BWSRAVAIL (MENUCHANGES.TXT) CAN GO WITH THE CIRCULAR: THEY
      *    ARE PRINTED UNDER THE MESSAGE IN EVERY LETTER, AND THE
      *    E-MAIL EXTRACT NAMES THE FILE IN A FIFTH FIELD FOR THE
      *    MAILER TO ATTACH.
      *    V3 | 15.10.2026 | EACH SCHOOL'S OWN PRICE LIST WRITTEN BY
      *    BWPRICELIST (PRICELIST-NNN.TXT) CAN GO WITH THE CIRCULAR
      *    THE SAME WAY: PRINTED UNDER THE LETTER, OR NAMED IN THE
      *    FIFTH FIELD OF THE E-MAIL EXTRACT (ATTACHMENTS SEPARATED BY
      *    COMMAS; THE EXTRACT LINE IS WIDENED TO 230). A SCHOOL WITH
      *    NO PRICE LIST FILE GETS THE CIRCULAR WITHOUT IT.
      *    V4 | 15.10.2026 | SELECTION 5 SENDS TO THE SCHOOLS OF THE
      *    LAST ALLERGEN CHANGE ALERT (ALGNOTICES.LST, SEE BWALGALERT)
      *    WITH THEIR OWN NOTICE (ALGNOTICE-NNN.TXT), PRINTED UNDER THE
      *    MESSAGE OR ATTACHED LIKE THE PRICE LIST. THE E-MAIL EXTRACT
      *    LINE IS WIDENED TO 250 FOR THE THIRD ATTACHMENT.
      ******************************************************************
      *    COMPOSES A SHORT CIRCULAR AND SENDS IT TO THE NAMED
      *    CONTACTS OF A SELECTION OF SCHOOLS (ALL ACTIVE, ONE TOWN
      *    VIA THE SCHOOL-TOWN ALTERNATE KEY, BY CONTRACT STATE, OR
      *    THOSE OF THE LAST ALLERGEN CHANGE ALERT).
      *    EACH CONTACT IS SERVED ON THE CHANNEL IN CT-PREFERRED:
      *    E-MAIL CONTACTS GO TO THE EXTRACT FILE CIRCEMAIL.EXT
      *    (ADDRESS;NAME;SCHOOL;MESSAGE), EVERYONE ELSE GETS A
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LETTERS-FS.

           SELECT MENUCHANGES ASSIGN TO "MENUCHANGES.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MENUCHANGES-FS.

           SELECT PRICELIST ASSIGN TO PRICELIST-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRICELIST-FS.

           SELECT NOTICELIST ASSIGN TO "ALGNOTICES.LST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOTICELIST-FS.

           SELECT ALGNOTICE ASSIGN TO NOTICE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOTICE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHOOLS.
           05 CTLOG-NOTE                        PIC X(060).

       FD  EMAILEXT.
       01  EMAIL-LINE                           PIC X(250).

       FD  LETTERS.
       01  LETTER-LINE                          PIC X(120).

       FD  MENUCHANGES.
       01  CHANGE-LINE                          PIC X(060).

       FD  PRICELIST.
       01  PRICELIST-LINE                       PIC X(100).

       FD  NOTICELIST.
       01  NOTICELIST-LINE.
           05 NL-SCHOOL-INTERNAL-ID             PIC 9(003).

       FD  ALGNOTICE.
       01  NOTICE-LINE                          PIC X(100).

       WORKING-STORAGE SECTION.
       77  SCHOOL-FS                            PIC 9(002).
       77  CONTACTS-FS                          PIC 9(002).
       77  SCHOOL-WANTED                        PIC X(001).
       77  COUNT-EMAILS                         PIC 9(005).
       77  COUNT-LETTERS                        PIC 9(005).
       77  MENUCHANGES-FS                       PIC 9(002).
       77  ATTACH-MENU                          PIC X(001).
       77  ATTACH-COUNT                         PIC 9(003).
       77  ATTACH-IDX                           PIC 9(003).
       01  ATTACH-TABLE.
           05 ATTACH-LINE OCCURS 100 TIMES      PIC X(060).
       77  PRICELIST-FS                         PIC 9(002).
       77  PRICELIST-NAME                       PIC X(020).
       77  PRICELIST-EOF                        PIC X(001).
       77  ATTACH-PRICES                        PIC X(001).
       77  SCHOOL-HAS-PRICES                    PIC X(001).
       77  ATTACH-FIELD                         PIC X(066).
       77  ATTACH-NAME                          PIC X(020).
       77  ATTACH-PTR                           PIC 9(003).
       77  NOTICELIST-FS                        PIC 9(002).
       77  NOTICE-FS                            PIC 9(002).
       77  NOTICE-NAME                          PIC X(020).
       77  NOTICE-EOF                           PIC X(001).
       77  SCHOOL-HAS-NOTICE                    PIC X(001).
       01  NOTICE-SCHOOLS.
           05 NOTICE-FLAG OCCURS 999 TIMES      PIC X(001).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
      -       "N FORCE / 4 NO CONTRACT:" LINE 11 COL 05.
           05 SS-SEL PIC 9(001) LINE 11 COL 80 TO SELECT-OPTION
              BLANK WHEN ZERO.
           05 VALUE "/ 5 SCHOOLS OF THE LAST ALLERGEN CHANGE ALERT"
              LINE 12 COL 13.
           05 VALUE "(ALGNOTICES.LST)" LINE 12 COL 59.
           05 VALUE "TOWN (FOR OPTION 2):" LINE 13 COL 05.
           05 SS-TOWN PIC X(030) LINE 13 COL 26 TO SELECT-TOWN.
           05 VALUE "ATTACH NEXT MONTH'S MENU CHANGES (MENUCHANGES.TXT)
      -       " Y/N:" LINE 15 COL 05.
           05 SS-ATTACH PIC X(001) LINE 15 COL 61 TO ATTACH-MENU.
           05 VALUE "ATTACH EACH SCHOOL'S PRICE LIST (PRICELIST-NNN.TXT)
      -       " Y/N:" LINE 17 COL 05.
           05 SS-PRICES PIC X(001) LINE 17 COL 61 TO ATTACH-PRICES.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "E-MAILS:" LINE 20 COL 40.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE SPACES TO MESSAGE-LINE1, MESSAGE-LINE2, SELECT-TOWN
           MOVE SPACES TO ATTACH-MENU, ATTACH-PRICES
           MOVE ZEROS TO SELECT-OPTION, COUNT-EMAILS, COUNT-LETTERS
           MOVE ZEROS TO ATTACH-COUNT

           DISPLAY CLEAR-SCREEN
           ACCEPT COMPOSE-SCREEN
           IF ATTACH-MENU = "y" THEN
              MOVE "Y" TO ATTACH-MENU
           END-IF
           IF KEYSTATUS NOT = 1003 AND ATTACH-MENU = "Y" THEN
              PERFORM LOAD-MENU-CHANGES
              IF MESSAGE-LINE1 = SPACES THEN
                 MOVE "CHANGES TO OUR MENU NEXT MONTH - SEE BELOW"
                    TO MESSAGE-LINE1
              END-IF
           END-IF
           IF ATTACH-PRICES = "y" THEN
              MOVE "Y" TO ATTACH-PRICES
           END-IF
           IF ATTACH-PRICES = "Y" AND MESSAGE-LINE1 = SPACES THEN
              MOVE "YOUR SANDWICH PRICE LIST - SEE BELOW" TO
                 MESSAGE-LINE1
           END-IF
           IF KEYSTATUS NOT = 1003 AND SELECT-OPTION = 5 THEN
              PERFORM LOAD-ALERT-SCHOOLS
              IF MESSAGE-LINE1 = SPACES THEN
                 MOVE "IMPORTANT: ALLERGEN CHANGE IN SANDWICHES YOU ORDE
      -             "R" TO MESSAGE-LINE1
                 MOVE "PLEASE READ THE NOTICE BELOW" TO MESSAGE-LINE2
              END-IF
           END-IF
           IF KEYSTATUS = 1003 OR MESSAGE-LINE1 = SPACES
           OR NOT (SELECT-OPTION >= 1 AND SELECT-OPTION <= 5) THEN
              STOP RUN
           END-IF

           ACCEPT DONE-SCREEN
           STOP RUN.

       LOAD-MENU-CHANGES SECTION.
      ******************************************************************
      *    READS MENUCHANGES.TXT (SEE BWSRAVAIL) INTO ATTACH-TABLE.
      *    WITHOUT THE FILE NOTHING IS ATTACHED.
      ******************************************************************
           OPEN INPUT MENUCHANGES
           IF MENUCHANGES-FS NOT = 00 THEN
              MOVE "N" TO ATTACH-MENU
              EXIT SECTION
           END-IF

           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ MENUCHANGES
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF ATTACH-COUNT < 100 THEN
                       ADD 1 TO ATTACH-COUNT
                       MOVE CHANGE-LINE TO ATTACH-LINE (ATTACH-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MENUCHANGES
           MOVE SPACES TO EOF-FLAG
           EXIT SECTION.

       CHECK-SCHOOL-WANTED SECTION.
      ******************************************************************
      *    APPLIES THE SELECTION TO THE SCHOOL JUST READ. FOR THE
                 ELSE
                    MOVE "Y" TO SCHOOL-WANTED
                 END-IF
              WHEN 5
                 IF NOTICE-FLAG (SCHOOL-INTERNAL-ID) = "Y" THEN
                    MOVE "Y" TO SCHOOL-WANTED
                 END-IF
           END-EVALUATE
           EXIT SECTION.

              EXIT SECTION
           END-IF

           PERFORM FIND-SCHOOL-PRICE-LIST
           PERFORM FIND-SCHOOL-NOTICE

           MOVE SPACES TO CONTACT-EOF
           MOVE SCHOOL-INTERNAL-ID TO CT-SCHOOL-INTERNAL-ID
           MOVE ZEROS TO CT-SEQ
                 MESSAGE-LINE2 DELIMITED BY SIZE
                 INTO EMAIL-LINE
              END-STRING
              MOVE SPACES TO ATTACH-FIELD
              MOVE 1 TO ATTACH-PTR
              IF ATTACH-MENU = "Y" THEN
                 MOVE "MENUCHANGES.TXT" TO ATTACH-NAME
                 PERFORM ADD-ATTACHMENT
              END-IF
              IF SCHOOL-HAS-PRICES = "Y" THEN
                 MOVE PRICELIST-NAME TO ATTACH-NAME
                 PERFORM ADD-ATTACHMENT
              END-IF
              IF SCHOOL-HAS-NOTICE = "Y" THEN
                 MOVE NOTICE-NAME TO ATTACH-NAME
                 PERFORM ADD-ATTACHMENT
              END-IF
              IF ATTACH-FIELD NOT = SPACES THEN
                 MOVE ";" TO EMAIL-LINE (184:1)
                 MOVE ATTACH-FIELD TO EMAIL-LINE (185:66)
              END-IF
              WRITE EMAIL-LINE
              END-WRITE
           ELSE
           MOVE MESSAGE-LINE2 TO LETTER-LINE
           WRITE LETTER-LINE
           END-WRITE

           IF SCHOOL-HAS-NOTICE = "Y" THEN
              PERFORM COPY-ALERT-NOTICE
           END-IF

           IF ATTACH-MENU = "Y" THEN
              MOVE SPACES TO LETTER-LINE
              WRITE LETTER-LINE
              END-WRITE
              PERFORM VARYING ATTACH-IDX FROM 1 BY 1
                 UNTIL ATTACH-IDX > ATTACH-COUNT
                 MOVE ATTACH-LINE (ATTACH-IDX) TO LETTER-LINE
                 WRITE LETTER-LINE
                 END-WRITE
              END-PERFORM
           END-IF

           IF SCHOOL-HAS-PRICES = "Y" THEN
              PERFORM COPY-PRICE-LIST
           END-IF
           EXIT SECTION.

       FIND-SCHOOL-PRICE-LIST SECTION.
      ******************************************************************
      *    NAMES THE SCHOOL'S PRICE LIST FILE (SEE BWPRICELIST) AND
      *    NOTES WHETHER IT IS THERE TO BE SENT.
      ******************************************************************
           MOVE "N" TO SCHOOL-HAS-PRICES
           IF ATTACH-PRICES NOT = "Y" THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO PRICELIST-NAME
           STRING "PRICELIST-" SCHOOL-INTERNAL-ID ".TXT"
              DELIMITED BY SIZE INTO PRICELIST-NAME
           END-STRING
           OPEN INPUT PRICELIST
           IF PRICELIST-FS = 00 THEN
              MOVE "Y" TO SCHOOL-HAS-PRICES
              CLOSE PRICELIST
           END-IF
           EXIT SECTION.

       COPY-PRICE-LIST SECTION.
      ******************************************************************
      *    PRINTS THE SCHOOL'S PRICE LIST UNDER THE LETTER.
      ******************************************************************
           OPEN INPUT PRICELIST
           IF PRICELIST-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           END-WRITE
           MOVE SPACES TO PRICELIST-EOF
           PERFORM UNTIL PRICELIST-EOF = "Y"
              READ PRICELIST
                 AT END
                    MOVE "Y" TO PRICELIST-EOF
                 NOT AT END
                    MOVE PRICELIST-LINE TO LETTER-LINE
                    WRITE LETTER-LINE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE PRICELIST
           EXIT SECTION.

       ADD-ATTACHMENT SECTION.
      *    ADDS ATTACH-NAME TO THE COMMA-SEPARATED ATTACHMENT FIELD.
           IF ATTACH-PTR > 1 THEN
              STRING "," DELIMITED BY SIZE
                 INTO ATTACH-FIELD WITH POINTER ATTACH-PTR
              END-STRING
           END-IF
           STRING ATTACH-NAME DELIMITED BY SPACE
              INTO ATTACH-FIELD WITH POINTER ATTACH-PTR
           END-STRING
           EXIT SECTION.

       LOAD-ALERT-SCHOOLS SECTION.
      ******************************************************************
      *    FLAGS THE SCHOOLS LISTED IN ALGNOTICES.LST BY THE LAST RUN
      *    OF BWALGALERT. WITHOUT THE FILE NO SCHOOL IS SELECTED.
      ******************************************************************
           MOVE ALL "N" TO NOTICE-SCHOOLS
           OPEN INPUT NOTICELIST
           IF NOTICELIST-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO NOTICE-EOF
           PERFORM UNTIL NOTICE-EOF = "Y"
              READ NOTICELIST
                 AT END
                    MOVE "Y" TO NOTICE-EOF
                 NOT AT END
                    IF NL-SCHOOL-INTERNAL-ID IS NUMERIC
                    AND NL-SCHOOL-INTERNAL-ID NOT = ZEROS THEN
                       MOVE "Y" TO NOTICE-FLAG (NL-SCHOOL-INTERNAL-ID)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOTICELIST
           EXIT SECTION.

       FIND-SCHOOL-NOTICE SECTION.
      ******************************************************************
      *    NAMES THE SCHOOL'S ALLERGEN CHANGE NOTICE (SEE BWALGALERT)
      *    AND NOTES WHETHER IT IS THERE TO BE SENT.
      ******************************************************************
           MOVE "N" TO SCHOOL-HAS-NOTICE
           IF SELECT-OPTION NOT = 5 THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO NOTICE-NAME
           STRING "ALGNOTICE-" SCHOOL-INTERNAL-ID ".TXT"
              DELIMITED BY SIZE INTO NOTICE-NAME
           END-STRING
           OPEN INPUT ALGNOTICE
           IF NOTICE-FS = 00 THEN
              MOVE "Y" TO SCHOOL-HAS-NOTICE
              CLOSE ALGNOTICE
           END-IF
           EXIT SECTION.

       COPY-ALERT-NOTICE SECTION.
      ******************************************************************
      *    PRINTS THE SCHOOL'S ALLERGEN CHANGE NOTICE UNDER THE
      *    MESSAGE.
      ******************************************************************
           OPEN INPUT ALGNOTICE
           IF NOTICE-FS NOT = 00 THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           END-WRITE
           MOVE SPACES TO NOTICE-EOF
           PERFORM UNTIL NOTICE-EOF = "Y"
              READ ALGNOTICE
                 AT END
                    MOVE "Y" TO NOTICE-EOF
                 NOT AT END
                    MOVE NOTICE-LINE TO LETTER-LINE
                    WRITE LETTER-LINE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE ALGNOTICE
           EXIT SECTION.
