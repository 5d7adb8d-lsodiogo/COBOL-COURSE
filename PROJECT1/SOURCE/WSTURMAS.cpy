       01  WSTURMA.
           03  WSTURMA-CHAVE.
             05  WSTURMA-SIGLAUNIDADE PIC X(005).
             05  WSTURMA-CODIGO     PIC X(003).
           03  WSTURMA-SIGLAPROF    PIC A(004).
           03  WSTURMA-SALA         PIC X(010).
           03  WSTURMA-CAPACIDADE   PIC 9(003).
             88  WSTURMA-CAPACIDADE-VALIDA VALUE 1 THRU 999.
           03  WSTURMA-DATE-TIME    PIC X(030).
           03  WSTURMA-HORAS-CONTRATADAS PIC 9(004).
