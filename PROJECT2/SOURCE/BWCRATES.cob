      *    PRINTS THE MONTHLY OUTSTANDING-CRATES REPORT (CRATES.RPT)
      *    WITH THE DEPOSIT VALUE PER CRATE, SO SCHOOLS THAT NEVER
      *    RETURN THEM CAN BE CHARGED.
      ******************************************************************
      *    V2 | 15.10.2026 | KEEPS THE CRATE PACKING SETTINGS (FILE
      *    CRATECFG): SANDWICHES PER CRATE AND THE SANDWICH AND EMPTY
      *    CRATE WEIGHTS, FROM WHICH BWROUTES WORKS OUT THE CRATES AND
      *    WEIGHT A ROUTE SHEET'S VAN HAS TO CARRY.
      ******************************************************************

       IDENTIFICATION DIVISION.
              ACCESS IS DYNAMIC
              FILE STATUS IS SCHOOL-FS.

           SELECT CRATECFG ASSIGN TO "CRATECFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CRATECFG-FS.

           SELECT CRATEPRINT ASSIGN TO "CRATES.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CRATEPRINT-FS.
       FD  SCHOOLS.
       COPY CB-SCHOOLS.

       FD  CRATECFG.
       COPY CB-CRATECFG.

       FD  CRATEPRINT.
       01  CRATE-LINE                           PIC X(110).

       77  CRATESBAL-FS                         PIC 9(002).
       77  SCHOOL-FS                            PIC 9(002).
       77  CRATEPRINT-FS                        PIC 9(002).
       77  CRATECFG-FS                          PIC 9(002).
       77  ENTRY-PER-CRATE                      PIC 9(003).
       77  ENTRY-SANDWICH-GRAMS                 PIC 9(004).
       77  ENTRY-CRATE-GRAMS                    PIC 9(005).
       77  KEYSTATUS                            PIC 9(004).
       77  PRESS-KEY                            PIC X(001).
       77  MAIN-OPTION                          PIC 9(001).
           05 VALUE "1 - SHOW CRATE BALANCES" LINE 08 COL 40.
           05 VALUE "2 - CORRECT A BALANCE" LINE 10 COL 40.
           05 VALUE "3 - OUTSTANDING-CRATES REPORT" LINE 12 COL 40.
           05 VALUE "4 - CRATE PACKING SETTINGS" LINE 14 COL 40.
           05 VALUE "0 - EXIT" LINE 16 COL 40.
           05 VALUE "OPTION:" LINE 18 COL 40.
           05 SS-OPTION PIC 9(001) LINE 18 COL 48 TO MAIN-OPTION
              BLANK WHEN ZERO.
           05 SS-DEPOSIT PIC 9(003)V99 LINE 08 COL 55 TO
              DEPOSIT-VALUE BLANK WHEN ZERO.

       01  PACKING-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE "SANDWICHES PER CRATE:" LINE 08 COL 30.
           05 SS-PER-CRATE PIC 9(003) LINE 08 COL 60
              USING ENTRY-PER-CRATE.
           05 VALUE "PACKED SANDWICH WEIGHT (G):" LINE 10 COL 30.
           05 SS-SANDWICH-G PIC 9(004) LINE 10 COL 60
              USING ENTRY-SANDWICH-GRAMS.
           05 VALUE "EMPTY CRATE WEIGHT (G):" LINE 12 COL 30.
           05 SS-CRATE-G PIC 9(005) LINE 12 COL 60
              USING ENTRY-CRATE-GRAMS.

       01  DONE-SCREEN FOREGROUND-COLOR 2 BACKGROUND-COLOR 7.
           05 VALUE "DONE - PRESS ANY KEY" LINE 24 COL 50.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.
                 WHEN 1 PERFORM SHOW-BALANCES
                 WHEN 2 PERFORM CORRECT-BALANCE
                 WHEN 3 PERFORM OUTSTANDING-REPORT
                 WHEN 4 PERFORM SET-CRATE-PACKING
              END-EVALUATE
           END-PERFORM
           STOP RUN.
           ACCEPT DONE-SCREEN
           EXIT SECTION.

       SET-CRATE-PACKING SECTION.
      ******************************************************************
      *    SHOWS AND CHANGES THE CRATE PACKING SETTINGS. A CRATE MUST
      *    HOLD AT LEAST ONE SANDWICH.
      ******************************************************************
           MOVE ZEROS TO ENTRY-PER-CRATE, ENTRY-SANDWICH-GRAMS,
              ENTRY-CRATE-GRAMS
           OPEN INPUT CRATECFG
           IF CRATECFG-FS = 00 THEN
              READ CRATECFG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CRC-SANDWICHES-PER-CRATE TO ENTRY-PER-CRATE
                    MOVE CRC-SANDWICH-GRAMS TO ENTRY-SANDWICH-GRAMS
                    MOVE CRC-CRATE-GRAMS TO ENTRY-CRATE-GRAMS
              END-READ
              CLOSE CRATECFG
           END-IF

           DISPLAY CLEAR-SCREEN
           DISPLAY TITLE-SCREEN
           ACCEPT PACKING-SCREEN
           IF KEYSTATUS = 1003 OR ENTRY-PER-CRATE = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN OUTPUT CRATECFG
           MOVE ENTRY-PER-CRATE TO CRC-SANDWICHES-PER-CRATE
           MOVE ENTRY-SANDWICH-GRAMS TO CRC-SANDWICH-GRAMS
           MOVE ENTRY-CRATE-GRAMS TO CRC-CRATE-GRAMS
           WRITE CRC-DETAILS
           END-WRITE
           CLOSE CRATECFG

           ACCEPT DONE-SCREEN
           EXIT SECTION.

       PRINT-ONE-SCHOOL SECTION.
      ******************************************************************
      *    PRINTS THE OUTSTANDING BALANCE AND DEPOSIT VALUE OF THE
