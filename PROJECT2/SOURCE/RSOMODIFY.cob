      *    ORDERS OF A CLOSED BUSINESS DAY (SEE BWDAYCLOSE) CAN NO
      *    LONGER BE MODIFIED OR CANCELLED HERE; LATE CORRECTIONS GO
      *    THROUGH THE DATED AMENDMENTS OF BWDAYCLOSE
      *    MODIFY / CANCEL A REGISTERED ORDER | V5 | 15.10.2026 |
      *    AN ORDER IS NOW A HEADER WITH LINES: THE WHOLE ORDER IS
      *    SHOWN, AND A LINE'S QUANTITY CAN BE CHANGED, ONE LINE
      *    CANCELLED OR THE WHOLE ORDER CANCELLED. THE HEADER FOLLOWS
      *    ITS LINES AND GOES WHEN THE LAST LINE IS CANCELLED
      *    MODIFY / CANCEL A REGISTERED ORDER | V6 | 15.10.2026 |
      *    THE RESERVATION OF A CHANGED LINE IS TAKEN AGAIN AT THE
      *    LINE'S PRODUCING KITCHEN SITE
      *    MODIFY / CANCEL A REGISTERED ORDER | V7 | 15.10.2026 |
      *    CATERING ORDERS OF THE TRAINING CENTRE WHOSE CLASS WAS
      *    CANCELLED IN GESTOR (CANCELLATION REQUESTS IN
      *    CATERINGCANCEL.CSV, SEE GESTORCATERING) ARE LISTED BEFORE
      *    THE ORDER ID IS ASKED AND FLAGGED WHEN SHOWN
      ******************************************************************

       IDENTIFICATION DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT ORDHDR ASSIGN TO "ORDERHEADERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OH-ORDERS-ID
              FILE STATUS IS ORDHDR-FS.

           SELECT SANDWICHES ASSIGN TO "FX-SR"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CD-DATE
              FILE STATUS IS CLOSEDDAYS-FS.

           SELECT CATERCANCEL ASSIGN TO "CATERINGCANCEL.CSV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CATERCANCEL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS.
       COPY RSOFD.

       FD  ORDHDR.
       COPY CB-ORDHDR.

       FD  SANDWICHES.
       COPY CB-FD-SR.

       FD  CLOSEDDAYS.
       COPY CB-CLOSEDDAYS.

       FD  CATERCANCEL.
       01  CATERCANCEL-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY RSOWSVAR.

       01  MODIFY-ORDER-ID                       PIC 9(005).
       01  MODIFY-OPTION                         PIC 9(001).
           88  VALID-MODIFY-OPTION                VALUE 1 THRU 4.
       01  MODIFY-QUANTITY                       PIC 9(003).
       01  ORDER-FOUND                           PIC X(001).
           88  ORDER-WAS-FOUND                    VALUE "Y".
       01  QUANTITY-VALID                        PIC X(001).
           88  QUANTITY-IS-VALID                  VALUE "Y".

      *    THE ORDER BEING WORKED ON: ITS NUMBER (THE HEADER) AND ITS
      *    LINES, LOADED THROUGH THE ORDER-NUMBER ACCESS PATH.
       01  MODIFY-HEADER-ID                      PIC 9(005).
       01  MODIFY-LINE-NO                        PIC 9(003).
       01  LINE-FOUND                            PIC X(001).
           88  LINE-WAS-FOUND                     VALUE "Y".
       01  HEADER-FILE-OK                        PIC X(001).
       01  ML-MAX                                PIC 9(003) VALUE 30.
       01  ML-COUNT                              PIC 9(003).
       01  ML-IDX                                PIC 9(003).
       01  MODIFY-LINES-TABLE.
           05 ML-ENTRY OCCURS 30 TIMES.
              10 ML-ORDERS-ID                    PIC 9(005).
              10 ML-LINE-NO                      PIC 9(003).
              10 ML-SANDWICH-INTERNAL-ID         PIC 9(003).
              10 ML-QUANTITY                     PIC 9(003).

      *    CHAVES DA ENCOMENDA A ALTERAR, GUARDADAS ANTES DE VARRER
      *    ORDERS PARA O TOTAL DIARIO, JA QUE ESSA VARREDURA REUTILIZA
      *    O MESMO BUFFER FD-ORDERS DA ENCOMENDA ENCONTRADA.
           05 RC-QUANTITY                       PIC 9(003).
           05 RC-SHORT                          PIC X(001).
           05 RC-SHORT-ING                      PIC 9(003).
           05 RC-SITE                           PIC 9(002).
           05 RC-HELD-COUNT                     PIC 9(003) VALUE ZEROS.
           05 RC-HELD OCCURS 100 TIMES.
               10 RC-HELD-ING                   PIC 9(003).
               10 RC-HELD-QTY                   PIC 9(009).
       77  ATP-WARNING-TEXT                     PIC X(060).

      *    REFERENCES OF THE CATERING ORDERS GESTOR ASKED TO CANCEL,
      *    AND THE ORDERS ON FILE CARRYING ONE OF THEM.
       77  CATERCANCEL-FS                       PIC 9(002).
       77  CR-EOF                               PIC X(001).
       77  CR-MAX                               PIC 9(003) VALUE 200.
       77  CR-COUNT                             PIC 9(003).
       77  CR-IDX                               PIC 9(003).
       77  CR-REFERENCE                         PIC X(020).
       77  CR-FLAGGED                           PIC X(001).
       77  FO-COUNT                             PIC 9(003).
       77  FO-LINE-PTR                          PIC 9(003).
       01  CR-TABLE.
           05 CR-ENTRY OCCURS 200 TIMES.
              10 CR-REF                          PIC X(020).
       01  FO-LINE                              PIC X(070).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 PIC X TO ORDER-FOUND AUTO.

       01  ORDER-DISPLAY-SCREEN.
           05 LINE 07 COL 05 VALUE "ORDER: ".
           05 LINE 07 COL PLUS 1 PIC 9(005) FROM MODIFY-HEADER-ID.
           05 LINE 07 COL 25 VALUE "REFERENCE: ".
           05 LINE 07 COL PLUS 1 PIC X(020) FROM OH-REFERENCE.
           05 LINE 08 COL 05 VALUE "SCHOOL: ".
           05 LINE 08 COL PLUS 1 PIC 9(003) FROM
              OH-SCHOOL-INTERNAL-ID.
           05 LINE 08 COL 25 VALUE "DELIVERY: ".
           05 LINE 08 COL PLUS 1 PIC 9999/99/99 FROM OH-DELIVERY-DATE.
           05 LINE 08 COL PLUS 2 PIC 99 FROM OH-DELIVERY-HOUR.
           05 LINE 08 COL PLUS 0 VALUE ":".
           05 LINE 08 COL PLUS 0 PIC 99 FROM OH-DELIVERY-MINUTE.
           05 LINE 09 COL 05 VALUE "LINE SANDWICH QUANTITY".
           05 LINE 09 COL 30 VALUE "LINE SANDWICH QUANTITY".
           05 LINE 09 COL 55 VALUE "LINE SANDWICH QUANTITY".

       01  CATERING-FLAG-SCREEN FOREGROUND-COLOR 4.
           05 LINE 05 COL 05 VALUE "CATERING: CLASS CANCELLED IN GES
      -        "TOR - CANCEL THE WHOLE ORDER (3)".

       01  FLAGGED-LIST-SCREEN FOREGROUND-COLOR 4.
           05 LINE 09 COL 05 VALUE "CATERING ORDERS FLAGGED FOR CANC
      -        "ELLATION (CLASS CANCELLED IN GESTOR):".
           05 LINE 10 COL 05 PIC X(070) FROM FO-LINE.

       01  ORDER-LINE-LIST.
           05 LIST-LINE-NO PIC 9(003) LINE ILIN COL ICOL
              FROM ML-LINE-NO (ML-IDX).
           05 LIST-LINE-SANDWICH PIC 9(003) LINE ILIN COL PLUS 3
              FROM ML-SANDWICH-INTERNAL-ID (ML-IDX).
           05 LIST-LINE-QTY PIC ZZ9 LINE ILIN COL PLUS 7
              FROM ML-QUANTITY (ML-IDX).

       01  MODIFY-MENU-SCREEN AUTO REQUIRED.
           05 LINE 20 COL 05 VALUE "1 - CHANGE A LINE'S QUANTITY".
           05 LINE 21 COL 05 VALUE "2 - CANCEL ONE LINE".
           05 LINE 20 COL 45 VALUE "3 - CANCEL THE WHOLE ORDER".
           05 LINE 21 COL 45 VALUE "4 - EXIT WITHOUT CHANGES".
           05 LINE 23 COL 05 VALUE "CHOOSE AN OPTION: ".
           05 LINE 23 COL PLUS 1 PIC 9(001) TO MODIFY-OPTION.

       01  LINE-PROMPT-SCREEN AUTO REQUIRED.
           05 LINE 23 COL 05 VALUE "LINE NUMBER: ".
           05 LINE 23 COL PLUS 1 PIC 9(003) TO MODIFY-LINE-NO.

       01  LINE-NOTFOUND-SCREEN FOREGROUND-COLOR 4.
           05 LINE 24 COL 05 VALUE "NO LINE WITH THAT NUMBER ON THIS O
      -        "RDER.".
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.

       01  QTY-PROMPT-SCREEN AUTO REQUIRED.
           05 LINE 23 COL 05 VALUE "NEW QUANTITY: ".
           05 LINE 23 COL PLUS 1 PIC 9(003) TO MODIFY-QUANTITY.

       01  CANCEL-DONE-SCREEN FOREGROUND-COLOR 2.
           05 LINE 12 COL 05 VALUE "ORDER CANCELLED.".
           05 LINE 01 COL 01 PIC X TO DONE-MODIFYING AUTO.

       01  LINE-CANCEL-DONE-SCREEN FOREGROUND-COLOR 2.
           05 LINE 12 COL 05 VALUE "ORDER LINE CANCELLED.".
           05 LINE 01 COL 01 PIC X TO DONE-MODIFYING AUTO.

       01  MODIFY-DONE-SCREEN FOREGROUND-COLOR 2.
           05 LINE 12 COL 05 VALUE "ORDER LINE QUANTITY UPDATED.".
           05 LINE 01 COL 01 PIC X TO DONE-MODIFYING AUTO.

       01  QUANTITY-LIMIT-SCREEN FOREGROUND-COLOR 4.
       PROCEDURE DIVISION.
       MAIN SECTION.
           OPEN I-O ORDERS
           MOVE "N" TO HEADER-FILE-OK
           OPEN I-O ORDHDR
           IF ORDHDR-FS = 00
              MOVE "Y" TO HEADER-FILE-OK
           END-IF
           MOVE ZEROS TO MODIFY-ORDER-ID
           DISPLAY CLEAR-SCREEN
           PERFORM LOAD-CATERING-CANCELS
           IF FO-COUNT > ZEROS
              DISPLAY FLAGGED-LIST-SCREEN
           END-IF
           ACCEPT ID-PROMPT-SCREEN
           PERFORM LOAD-ORDER

           IF NOT ORDER-WAS-FOUND
              ACCEPT NOTFOUND-SCREEN
              PERFORM CLOSE-FILES
              EXIT PROGRAM
           END-IF

           PERFORM CHECK-DAY-CLOSED
           IF DAY-IS-CLOSED = "Y"
              ACCEPT DAY-CLOSED-SCREEN
              PERFORM CLOSE-FILES
              EXIT PROGRAM
           END-IF

           MOVE "N" TO DONE-MODIFYING
           PERFORM WITH TEST AFTER UNTIL DONE-MODIFYING-YES
              PERFORM SHOW-ORDER
              MOVE ZEROS TO MODIFY-OPTION
              ACCEPT MODIFY-MENU-SCREEN

                 WHEN NOT VALID-MODIFY-OPTION
                    CONTINUE
                 WHEN MODIFY-OPTION = 1
                    PERFORM GET-ORDER-LINE
                    IF LINE-WAS-FOUND
                       PERFORM 100-CHANGE-QUANTITY
                       MOVE "Y" TO DONE-MODIFYING
                    END-IF
                 WHEN MODIFY-OPTION = 2
                    PERFORM GET-ORDER-LINE
                    IF LINE-WAS-FOUND
                       PERFORM 200-CANCEL-ORDER-LINE
                       DISPLAY CLEAR-SCREEN
                       ACCEPT LINE-CANCEL-DONE-SCREEN
                       MOVE "Y" TO DONE-MODIFYING
                    END-IF
                 WHEN MODIFY-OPTION = 3
                    PERFORM 300-CANCEL-WHOLE-ORDER
                    DISPLAY CLEAR-SCREEN
                    ACCEPT CANCEL-DONE-SCREEN
                    MOVE "Y" TO DONE-MODIFYING
                 WHEN MODIFY-OPTION = 4
                    MOVE "Y" TO DONE-MODIFYING
              END-EVALUATE
           END-PERFORM

           PERFORM CLOSE-FILES
           EXIT PROGRAM.

       CLOSE-FILES SECTION.
           CLOSE ORDERS
           IF HEADER-FILE-OK = "Y"
              CLOSE ORDHDR
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    LOADS THE ORDER KEYED IN. THE NUMBER MAY BE THE ORDER
      *    NUMBER OR THE ID OF ANY OF ITS LINES; AN ORDER ON FILE
      *    BEFORE THE ORDER LINES IS ITS OWN SINGLE LINE. WITHOUT A
      *    HEADER RECORD THE HEADER DETAILS COME FROM THE FIRST LINE.
      ******************************************************************

       LOAD-ORDER SECTION.
           MOVE "N" TO ORDER-FOUND
           MOVE ZEROS TO ML-COUNT
           MOVE MODIFY-ORDER-ID TO MODIFY-HEADER-ID
           MOVE MODIFY-ORDER-ID TO FD-ORDERS-ID
           READ ORDERS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FD-ORDERS-HEADER-ID = ZEROS
                    PERFORM ADD-LINE-TO-TABLE
                 ELSE
                    MOVE FD-ORDERS-HEADER-ID TO MODIFY-HEADER-ID
                 END-IF
           END-READ

           IF ML-COUNT = ZEROS
              MOVE MODIFY-HEADER-ID TO FD-ORDERS-HEADER-ID
              START ORDERS KEY IS EQUAL FD-ORDERS-HEADER-ID
                 INVALID KEY
                    SET EOFORDERS TO TRUE
              END-START
              PERFORM UNTIL EOFORDERS
                 READ ORDERS NEXT RECORD
                    AT END
                       SET EOFORDERS TO TRUE
                    NOT AT END
                       IF FD-ORDERS-HEADER-ID NOT = MODIFY-HEADER-ID
                          SET EOFORDERS TO TRUE
                       ELSE
                          PERFORM ADD-LINE-TO-TABLE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF ML-COUNT = ZEROS
              EXIT SECTION
           END-IF
           MOVE "Y" TO ORDER-FOUND

           MOVE MODIFY-HEADER-ID TO OH-ORDERS-ID
           IF HEADER-FILE-OK = "Y"
              READ ORDHDR
                 INVALID KEY
                    MOVE 99 TO ORDHDR-FS
              END-READ
           END-IF
           IF HEADER-FILE-OK NOT = "Y" OR ORDHDR-FS NOT = 00
              MOVE ML-ORDERS-ID (1) TO FD-ORDERS-ID
              READ ORDERS
              END-READ
              MOVE MODIFY-HEADER-ID TO OH-ORDERS-ID
              MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO
                 OH-SCHOOL-INTERNAL-ID
              MOVE FD-DELIVERY-DATE TO OH-DELIVERY-DATE
              MOVE FD-DELIVERY-HOUR TO OH-DELIVERY-HOUR
              MOVE FD-DELIVERY-MINUTE TO OH-DELIVERY-MINUTE
              MOVE SPACES TO OH-REFERENCE
              MOVE ML-COUNT TO OH-LINES
           END-IF
           EXIT SECTION.

       ADD-LINE-TO-TABLE SECTION.
           IF ML-COUNT >= ML-MAX
              EXIT SECTION
           END-IF
           ADD 1 TO ML-COUNT
           MOVE FD-ORDERS-ID TO ML-ORDERS-ID (ML-COUNT)
           MOVE FD-ORDERS-LINE-NO TO ML-LINE-NO (ML-COUNT)
           IF FD-ORDERS-LINE-NO = ZEROS
              MOVE 1 TO ML-LINE-NO (ML-COUNT)
           END-IF
           MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO
              ML-SANDWICH-INTERNAL-ID (ML-COUNT)
           MOVE FD-ORDERS-QUANTITY TO ML-QUANTITY (ML-COUNT)
           EXIT SECTION.

      ******************************************************************
      *    READS GESTOR'S CATERING CANCELLATION REQUESTS (REFERENCE IN
      *    THE FIRST FIELD) AND LISTS THE ORDERS STILL ON FILE WITH ONE
      *    OF THOSE REFERENCES; ONCE CANCELLED HERE THEY DROP OFF.
      ******************************************************************

       LOAD-CATERING-CANCELS SECTION.
           MOVE ZEROS TO CR-COUNT, FO-COUNT
           MOVE SPACES TO FO-LINE, CR-EOF
           MOVE 1 TO FO-LINE-PTR
           OPEN INPUT CATERCANCEL
           IF CATERCANCEL-FS NOT = 00
              EXIT SECTION
           END-IF
           PERFORM UNTIL CR-EOF = "Y"
              READ CATERCANCEL NEXT RECORD
                 AT END
                    MOVE "Y" TO CR-EOF
                 NOT AT END
                    IF CR-COUNT < CR-MAX
                       ADD 1 TO CR-COUNT
                       MOVE SPACES TO CR-REF (CR-COUNT)
                       UNSTRING CATERCANCEL-LINE DELIMITED BY ";"
                          INTO CR-REF (CR-COUNT)
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CATERCANCEL

           IF CR-COUNT = ZEROS OR HEADER-FILE-OK NOT = "Y"
              EXIT SECTION
           END-IF

           MOVE SPACES TO CR-EOF
           MOVE ZEROS TO OH-ORDERS-ID
           START ORDHDR KEY IS NOT LESS THAN OH-ORDERS-ID
              INVALID KEY
                 MOVE "Y" TO CR-EOF
           END-START
           PERFORM UNTIL CR-EOF = "Y"
              READ ORDHDR NEXT RECORD
                 AT END
                    MOVE "Y" TO CR-EOF
                 NOT AT END
                    MOVE OH-REFERENCE TO CR-REFERENCE
                    PERFORM CHECK-CATERING-FLAG
                    IF CR-FLAGGED = "Y" AND FO-LINE-PTR < 66
                       ADD 1 TO FO-COUNT
                       STRING OH-ORDERS-ID " " DELIMITED BY SIZE
                          INTO FO-LINE WITH POINTER FO-LINE-PTR
                       END-STRING
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       CHECK-CATERING-FLAG SECTION.
           MOVE "N" TO CR-FLAGGED
           IF CR-REFERENCE = SPACES
              EXIT SECTION
           END-IF
           PERFORM VARYING CR-IDX FROM 1 BY 1 UNTIL CR-IDX > CR-COUNT
              IF CR-REF (CR-IDX) = CR-REFERENCE
                 MOVE "Y" TO CR-FLAGGED
              END-IF
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    SHOWS THE ORDER HEADER AND ITS LINES (THREE COLUMNS OF TEN).
      ******************************************************************

       SHOW-ORDER SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY ORDER-DISPLAY-SCREEN
           MOVE OH-REFERENCE TO CR-REFERENCE
           PERFORM CHECK-CATERING-FLAG
           IF CR-FLAGGED = "Y"
              DISPLAY CATERING-FLAG-SCREEN
           END-IF
           MOVE 10 TO ILIN
           MOVE 05 TO ICOL
           PERFORM VARYING ML-IDX FROM 1 BY 1 UNTIL ML-IDX > ML-COUNT
              DISPLAY ORDER-LINE-LIST
              ADD 1 TO ILIN
              IF ILIN > 19
                 MOVE 10 TO ILIN
                 ADD 25 TO ICOL
              END-IF
           END-PERFORM
           EXIT SECTION.

      ******************************************************************
      *    ASKS WHICH LINE TO WORK ON (A SINGLE-LINE ORDER NEEDS NO
      *    ANSWER) AND READS IT. MODIFY-ORDER-ID BECOMES THE LINE ID.
      ******************************************************************

       GET-ORDER-LINE SECTION.
           MOVE "N" TO LINE-FOUND
           IF ML-COUNT = 1
              MOVE ML-LINE-NO (1) TO MODIFY-LINE-NO
           ELSE
              MOVE ZEROS TO MODIFY-LINE-NO
              ACCEPT LINE-PROMPT-SCREEN
           END-IF

           PERFORM VARYING ML-IDX FROM 1 BY 1
              UNTIL ML-IDX > ML-COUNT OR LINE-WAS-FOUND
              IF ML-LINE-NO (ML-IDX) = MODIFY-LINE-NO
                 MOVE "Y" TO LINE-FOUND
                 MOVE ML-ORDERS-ID (ML-IDX) TO MODIFY-ORDER-ID
              END-IF
           END-PERFORM

           IF NOT LINE-WAS-FOUND
              ACCEPT LINE-NOTFOUND-SCREEN
              EXIT SECTION
           END-IF

           MOVE MODIFY-ORDER-ID TO FD-ORDERS-ID
           READ ORDERS
              INVALID KEY
                 MOVE "N" TO LINE-FOUND
                 ACCEPT LINE-NOTFOUND-SCREEN
           END-READ
           EXIT SECTION.

       CHECK-DAY-CLOSED SECTION.
      ******************************************************************
      *    CHECKS WHETHER THE ORDER'S DELIVERY DATE HAS BEEN CLOSED.
           MOVE "N" TO DAY-IS-CLOSED
           OPEN INPUT CLOSEDDAYS
           IF CLOSEDDAYS-FS = 00
              MOVE OH-DELIVERY-DATE TO CD-DATE
              READ CLOSEDDAYS
                 INVALID KEY
                    CONTINUE
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    CHANGE THE QUANTITY ON ONE LINE OF AN ALREADY-REGISTERED
      *    ORDER AND REWRITE IT IN PLACE.
      ******************************************************************

       100-CHANGE-QUANTITY SECTION.
           MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO SAVED-SCHOOL-INTERNAL-ID
           MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO
           MOVE FD-DELIVERY-MONTH TO SAVED-DELIVERY-MONTH
           MOVE FD-DELIVERY-DAY TO SAVED-DELIVERY-DAY

           PERFORM SHOW-ORDER
           MOVE ZEROS TO MODIFY-QUANTITY
           PERFORM WITH TEST AFTER UNTIL MODIFY-QUANTITY > ZERO
              ACCEPT QTY-PROMPT-SCREEN
           MOVE FD-ORDERS-ID TO RC-ORDERS-ID
           MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO RC-SANDWICH
           MOVE FD-ORDERS-QUANTITY TO RC-QUANTITY
           MOVE FD-ORDERS-SITE-ID TO RC-SITE
           CALL "BWRESERVE" USING RESERVE-CALL
           MOVE "R" TO RC-ACTION
           CALL "BWRESERVE" USING RESERVE-CALL

      ******************************************************************
      *    TOTALIZA O QUE JA ESTA ENCOMENDADO PARA A MESMA ESCOLA,
      *    SANDUICHE E DATA DE ENTREGA (EXCLUINDO A PROPRIA LINHA A SER
      *    ALTERADA - AS OUTRAS LINHAS DA MESMA ENCOMENDA CONTAM) E
      *    SOMA A NOVA QUANTIDADE PEDIDA, PARA QUE O TETO DIARIO DE
      *    RSOREGISTER.cob NAO SEJA CONTORNADO PELA
      *    ALTERACAO DE UMA ENCOMENDA JA REGISTADA.
      ******************************************************************

           EXIT SECTION.

      ******************************************************************
      *    CANCEL (DELETE) ONE LINE OF AN ALREADY-REGISTERED ORDER -
      *    THE LINE READ INTO FD-ORDERS, MODIFY-ORDER-ID.
      ******************************************************************

       200-CANCEL-ORDER-LINE SECTION.
           MOVE "RSOMODIFY" TO AC-PROGRAM
           MOVE "CANCEL" TO AC-ACTION
           MOVE MODIFY-ORDER-ID TO AC-KEY
           MOVE SPACES TO AC-BEFORE, AC-AFTER
           STRING "ORDER " MODIFY-HEADER-ID
              " LINE " FD-ORDERS-LINE-NO
              " SCHOOL " FD-ORDERS-SCHOOL-INTERNAL-ID
              " SANDWICH " FD-ORDERS-SANDWICH-INTERNAL-ID
              " QTY " FD-ORDERS-QUANTITY INTO AC-BEFORE
           END-STRING
           MOVE FD-ORDERS-ID TO RC-ORDERS-ID
           MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO RC-SANDWICH
           MOVE FD-ORDERS-QUANTITY TO RC-QUANTITY
           MOVE FD-ORDERS-SITE-ID TO RC-SITE
           CALL "BWRESERVE" USING RESERVE-CALL

           DELETE ORDERS
           END-DELETE
           PERFORM UPDATE-ORDER-HEADER
           EXIT SECTION.

      ******************************************************************
      *    THE HEADER COUNTS ONE LINE LESS; WITH NO LINES LEFT THE
      *    ORDER ITSELF IS GONE.
      ******************************************************************

       UPDATE-ORDER-HEADER SECTION.
           IF HEADER-FILE-OK NOT = "Y"
              EXIT SECTION
           END-IF
           MOVE MODIFY-HEADER-ID TO OH-ORDERS-ID
           READ ORDHDR
              INVALID KEY
                 EXIT SECTION
           END-READ
           IF OH-LINES > ZEROS
              SUBTRACT 1 FROM OH-LINES
           END-IF
           IF OH-LINES = ZEROS
              DELETE ORDHDR
              END-DELETE
           ELSE
              REWRITE OH-DETAILS
              END-REWRITE
           END-IF
           EXIT SECTION.

      ******************************************************************
      *    CANCEL THE WHOLE ORDER: EVERY LINE IS CANCELLED AS ABOVE
      *    (AUDIT, CREDIT NOTE, RESERVATION RELEASE), THEN THE HEADER.
      ******************************************************************

       300-CANCEL-WHOLE-ORDER SECTION.
           PERFORM VARYING ML-IDX FROM 1 BY 1 UNTIL ML-IDX > ML-COUNT
              MOVE ML-ORDERS-ID (ML-IDX) TO MODIFY-ORDER-ID
              MOVE MODIFY-ORDER-ID TO FD-ORDERS-ID
              READ ORDERS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 200-CANCEL-ORDER-LINE
              END-READ
           END-PERFORM

           IF HEADER-FILE-OK = "Y"
              MOVE MODIFY-HEADER-ID TO OH-ORDERS-ID
              DELETE ORDHDR
                 INVALID KEY
                    CONTINUE
              END-DELETE
           END-IF
           EXIT SECTION.

       END PROGRAM RSOMODIFY.
