             05  FDDIA-ATUAL        PIC 9(002).
           03  FDVALOR-MENSALIDADE  PIC 9(005)V99.
           03  FDPREREQUISITO       PIC X(005).
           03  FDHORAS-CONTRATADAS  PIC 9(004).
