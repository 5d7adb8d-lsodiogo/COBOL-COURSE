       01  WSPAGADOR.
           03  WSPAG-CHAVE.
             05  WSPAG-IDNUM        PIC 9(006).
             05  WSPAG-SIGLAUNIDADE PIC X(005).
           03  WSPAG-PATROCINADOR   PIC 9(005).
             88  WSPAG-O-ALUNO      VALUE ZEROS.
           03  WSPAG-PCT            PIC 9(003).
             88  WSPAG-PCT-VALIDA   VALUE 1 THRU 100.
           03  WSPAG-DATE-TIME      PIC X(030).
