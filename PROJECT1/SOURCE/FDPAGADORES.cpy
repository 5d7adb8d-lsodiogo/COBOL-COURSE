       01  FDPAGADOR.
           88  STATUS-PAGADOR       VALUE HIGH-VALUES.
           03  FDPAG-CHAVE.
             05  FDPAG-IDNUM        PIC 9(006).
             05  FDPAG-SIGLAUNIDADE PIC X(005).
           03  FDPAG-PATROCINADOR   PIC 9(005).
           03  FDPAG-PCT            PIC 9(003).
           03  FDPAG-DATE-TIME      PIC X(030).
