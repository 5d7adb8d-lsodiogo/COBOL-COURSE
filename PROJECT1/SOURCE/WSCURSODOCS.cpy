       01  WSCURSODOC.
           03  WSCDOC-CHAVE.
             05  WSCDOC-CURSO       PIC X(005).
             05  WSCDOC-TIPO        PIC X(006).
           03  WSCDOC-DATA-REGISTO  PIC 9(008).
