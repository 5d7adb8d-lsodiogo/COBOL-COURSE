             88  VALID-MOTIVO-CANCEL      VALUE 1 THRU 4.
           03  DURACAO-AULA         PIC 9(003).
             88  VALID-DURACAO      VALUE 015 THRU 480.
           03  DATATURMA            PIC X(003).
