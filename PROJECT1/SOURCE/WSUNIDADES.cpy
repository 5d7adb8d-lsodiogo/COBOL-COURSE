             05  DIA-ATUAL          PIC 9(002).
           03  VALOR-MENSALIDADE    PIC 9(005)V99.
           03  PREREQUISITO         PIC X(005).
           03  HORAS-CONTRATADAS    PIC 9(004).
