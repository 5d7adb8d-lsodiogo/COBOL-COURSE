       01  FDCURSODOC.
           88  STATUS-CURSODOC      VALUE HIGH-VALUES.
           03  FDCDOC-CHAVE.
             05  FDCDOC-CURSO       PIC X(005).
             05  FDCDOC-TIPO        PIC X(006).
           03  FDCDOC-DATA-REGISTO  PIC 9(008).
