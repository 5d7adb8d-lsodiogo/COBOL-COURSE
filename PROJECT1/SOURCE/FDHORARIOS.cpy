             88  FDAULA-CANCELADA   VALUE 2.
           03  FDMOTIVO-CANCEL      PIC 9(001).
           03  FDDURACAO-AULA       PIC 9(003).
           03  FDDATATURMA          PIC X(003).
