      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | WRAPPER LABEL PRINT FILE | V1 | 22.08.2026
      *    V2 | 15.10.2026 | THE DAY'S PORTIONS SET ASIDE FOR THE
      *    SCHOOLS' DIETARY REQUIREMENTS (SEE BWDIET AND BWDIETGATE)
      *    GET THEIR OWN, DISTINCT LABEL NAMING THE DIET AND THE
      *    SCHOOL, AND ARE TAKEN OFF THE COPIES OF THE PLAIN LABEL.
      ******************************************************************
      *    GENERATES THE WRAPPER LABELS (FILE LABELS.RPT, 40-COLUMN
      *    LABEL STOCK): SANDWICH NAME, THE ALLERGEN LIST DERIVED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ORDERS-ID
              ALTERNATE KEY IS FD-DELIVERY-DATE WITH DUPLICATES
              ALTERNATE KEY IS FD-ORDERS-HEADER-ID WITH DUPLICATES
              FILE STATUS IS ORDERS-FS.

           SELECT LABELFILE ASSIGN TO "LABELS.RPT"
               10 AGG-SANDWICH-ID               PIC 9(003).
               10 AGG-QTY                       PIC 9(006).

      *    THE DAY'S QUANTITIES PER SCHOOL AND SANDWICH, AND THE
      *    DIETARY LABELS TAKEN OUT OF THEM.
       77  SCH-IDX                              PIC 9(003).
       77  SCH-MAX                              PIC 9(003).
       77  SCH-FIRST                            PIC 9(003).
       77  ALLOC-IDX                            PIC 9(003).
       77  DIET-LINE                            PIC 9(003).
       77  DIET-IDX                             PIC 9(002).
       77  DL-IDX                               PIC 9(003).
       77  DL-MAX                               PIC 9(003).
       77  DIET-LABEL-NAME                      PIC X(020).
       77  DIET-LABEL-SCHOOL                    PIC 9(003).
       01  SCHOOL-DAY-TABLE.
           05 SCH-ENTRY OCCURS 500 TIMES.
               10 SCH-SCHOOL                    PIC 9(003).
               10 SCH-SANDWICH-ID               PIC 9(003).
               10 SCH-QTY                       PIC 9(005).
               10 SCH-DONE                      PIC X(001).
       01  DIET-LABEL-TABLE.
           05 DL-ENTRY OCCURS 300 TIMES.
               10 DL-SCHOOL                     PIC 9(003).
               10 DL-DIET-NAME                  PIC X(020).
               10 DL-SANDWICH-ID                PIC 9(003).
               10 DL-COPIES                     PIC 9(005).
       01  DIET-GATE-CALL.
           05 DG-SCHOOL-INTERNAL-ID             PIC 9(003).
           05 DG-DATE                           PIC 9(008).
           05 DG-LINE-COUNT                     PIC 9(003).
           05 DG-LINE OCCURS 100 TIMES.
               10 DG-LINE-HOUR                  PIC 9(002).
               10 DG-LINE-SANDWICH              PIC 9(003).
               10 DG-LINE-QTY                   PIC 9(005).
           05 DG-DIET-COUNT                     PIC 9(002).
           05 DG-DIET OCCURS 10 TIMES.
               10 DG-DIET-CODE                  PIC X(004).
               10 DG-DIET-NAME                  PIC X(020).
               10 DG-DIET-PUPILS                PIC 9(003).
               10 DG-DIET-SHORT                 PIC 9(003).
           05 DG-ALLOC-COUNT                    PIC 9(003).
           05 DG-ALLOC OCCURS 100 TIMES.
               10 DG-ALLOC-DIET                 PIC 9(002).
               10 DG-ALLOC-LINE                 PIC 9(003).
               10 DG-ALLOC-QTY                  PIC 9(005).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.
              EXIT SECTION
           END-IF

           MOVE ZEROS TO AGG-MAX, SCH-MAX, DL-MAX
           MOVE SPACES TO EOF-FLAG

           OPEN INPUT ORDERS
           END-PERFORM
           CLOSE ORDERS

      *    THE DIETARY PORTIONS COME OFF THE PLAIN LABEL'S COPIES.
           PERFORM VARYING SCH-FIRST FROM 1 BY 1
              UNTIL SCH-FIRST > SCH-MAX
              IF SCH-DONE (SCH-FIRST) NOT = "Y" THEN
                 PERFORM DIETARY-PORTIONS-FOR-SCHOOL
              END-IF
           END-PERFORM

           OPEN INPUT SANDWICHES
           OPEN OUTPUT LABELFILE

                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF AGG-QTY (AGG-IDX) > ZEROS THEN
                       MOVE AGG-QTY (AGG-IDX) TO LABEL-COPIES
                       PERFORM WRITE-ONE-LABEL
                    END-IF
              END-READ
           END-PERFORM

           PERFORM VARYING DL-IDX FROM 1 BY 1 UNTIL DL-IDX > DL-MAX
              MOVE DL-SANDWICH-ID (DL-IDX) TO SR-IID
              READ SANDWICHES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE DL-COPIES (DL-IDX) TO LABEL-COPIES
                    MOVE DL-DIET-NAME (DL-IDX) TO DIET-LABEL-NAME
                    MOVE DL-SCHOOL (DL-IDX) TO DIET-LABEL-SCHOOL
                    PERFORM WRITE-DIET-LABEL
              END-READ
           END-PERFORM

                 AGG-SANDWICH-ID (AGG-MAX)
              MOVE FD-ORDERS-QUANTITY TO AGG-QTY (AGG-MAX)
           END-IF

           MOVE SPACES TO FOUND-FLAG
           PERFORM VARYING SCH-IDX FROM 1 BY 1 UNTIL
              SCH-IDX > SCH-MAX OR FOUND-FLAG = "Y"
              IF SCH-SCHOOL (SCH-IDX) = FD-ORDERS-SCHOOL-INTERNAL-ID
              AND SCH-SANDWICH-ID (SCH-IDX) =
                 FD-ORDERS-SANDWICH-INTERNAL-ID THEN
                 ADD FD-ORDERS-QUANTITY TO SCH-QTY (SCH-IDX)
                 MOVE "Y" TO FOUND-FLAG
              END-IF
           END-PERFORM

           IF FOUND-FLAG NOT = "Y" AND SCH-MAX < 500 THEN
              ADD 1 TO SCH-MAX
              MOVE FD-ORDERS-SCHOOL-INTERNAL-ID TO SCH-SCHOOL (SCH-MAX)
              MOVE FD-ORDERS-SANDWICH-INTERNAL-ID TO
                 SCH-SANDWICH-ID (SCH-MAX)
              MOVE FD-ORDERS-QUANTITY TO SCH-QTY (SCH-MAX)
              MOVE SPACES TO SCH-DONE (SCH-MAX)
           END-IF
           EXIT SECTION.

       DIETARY-PORTIONS-FOR-SCHOOL SECTION.
      ******************************************************************
      *    THE PORTIONS SET ASIDE FOR THE SCHOOL'S DIETS (SEE
      *    BWDIETGATE) BECOME DIETARY LABELS AND COME OFF THE PLAIN
      *    LABEL OF THE SANDWICH.
      ******************************************************************
           MOVE SCH-SCHOOL (SCH-FIRST) TO DG-SCHOOL-INTERNAL-ID
           MOVE LABEL-DATE TO DG-DATE
           MOVE ZEROS TO DG-LINE-COUNT

           PERFORM VARYING SCH-IDX FROM SCH-FIRST BY 1
              UNTIL SCH-IDX > SCH-MAX
              IF SCH-SCHOOL (SCH-IDX) = DG-SCHOOL-INTERNAL-ID THEN
                 MOVE "Y" TO SCH-DONE (SCH-IDX)
                 IF DG-LINE-COUNT < 100 THEN
                    ADD 1 TO DG-LINE-COUNT
                    MOVE ZEROS TO DG-LINE-HOUR (DG-LINE-COUNT)
                    MOVE SCH-SANDWICH-ID (SCH-IDX) TO
                       DG-LINE-SANDWICH (DG-LINE-COUNT)
                    MOVE SCH-QTY (SCH-IDX) TO
                       DG-LINE-QTY (DG-LINE-COUNT)
                 END-IF
              END-IF
           END-PERFORM

           CALL "BWDIETGATE" USING DIET-GATE-CALL

           PERFORM VARYING ALLOC-IDX FROM 1 BY 1
              UNTIL ALLOC-IDX > DG-ALLOC-COUNT OR DL-MAX = 300
              MOVE DG-ALLOC-LINE (ALLOC-IDX) TO DIET-LINE
              MOVE DG-ALLOC-DIET (ALLOC-IDX) TO DIET-IDX
              ADD 1 TO DL-MAX
              MOVE DG-SCHOOL-INTERNAL-ID TO DL-SCHOOL (DL-MAX)
              MOVE DG-DIET-NAME (DIET-IDX) TO DL-DIET-NAME (DL-MAX)
              MOVE DG-LINE-SANDWICH (DIET-LINE) TO
                 DL-SANDWICH-ID (DL-MAX)
              MOVE DG-ALLOC-QTY (ALLOC-IDX) TO DL-COPIES (DL-MAX)
              PERFORM VARYING AGG-IDX FROM 1 BY 1
                 UNTIL AGG-IDX > AGG-MAX
                 IF AGG-SANDWICH-ID (AGG-IDX) =
                    DG-LINE-SANDWICH (DIET-LINE) THEN
                    SUBTRACT DG-ALLOC-QTY (ALLOC-IDX) FROM
                       AGG-QTY (AGG-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT SECTION.

       WRITE-ONE-LABEL SECTION.
           END-WRITE
           EXIT SECTION.

       WRITE-DIET-LABEL SECTION.
      ******************************************************************
      *    WRITES ONE DIETARY LABEL BLOCK: DOUBLE BORDER, THE DIET AND
      *    THE SCHOOL IT IS MADE FOR, THEN THE PLAIN LABEL CONTENTS.
      ******************************************************************
           PERFORM DERIVE-ALLERGENS

           MOVE ALL "#" TO LABEL-LINE
           WRITE LABEL-LINE
           END-WRITE
           MOVE SPACES TO LABEL-LINE
           STRING "DIETARY MEAL - " DIET-LABEL-NAME INTO LABEL-LINE
           END-STRING
           WRITE LABEL-LINE
           END-WRITE
           MOVE SPACES TO LABEL-LINE
           STRING "SCHOOL " DIET-LABEL-SCHOOL " - KEEP APART"
              INTO LABEL-LINE
           END-STRING
           WRITE LABEL-LINE
           END-WRITE
           MOVE ALL "#" TO LABEL-LINE
           WRITE LABEL-LINE
           END-WRITE
           MOVE SR-S-DESCRIPTION TO LABEL-LINE
           WRITE LABEL-LINE
           END-WRITE
           MOVE ALLERGEN-TEXT TO LABEL-LINE
           WRITE LABEL-LINE
           END-WRITE

           MOVE SPACES TO LABEL-LINE
           STRING "KCAL " SR-CALORIES " FAT " SR-FAT-GRAMS
              "G PROT " SR-PROTEIN-GRAMS "G" INTO LABEL-LINE
           END-STRING
           WRITE LABEL-LINE
           END-WRITE

           MOVE SPACES TO LABEL-LINE
           STRING "LABEL DATE " FUNCTION CURRENT-DATE (1:8)
              " COPIES " LABEL-COPIES INTO LABEL-LINE
           END-STRING
           WRITE LABEL-LINE
           END-WRITE

           MOVE ALL "#" TO LABEL-LINE
           WRITE LABEL-LINE
           END-WRITE
           EXIT SECTION.

       DERIVE-ALLERGENS SECTION.
      ******************************************************************
      *    COMBINES THE ALLERGEN FLAGS OF EVERY RECIPE INGREDIENT OF
