       01  FDTURMA.
           88  STATUS-TURMA         VALUE HIGH-VALUES.
           03  FDTURMA-CHAVE.
             05  FDTURMA-SIGLAUNIDADE PIC X(005).
             05  FDTURMA-CODIGO     PIC X(003).
           03  FDTURMA-SIGLAPROF    PIC A(004).
           03  FDTURMA-SALA         PIC X(010).
           03  FDTURMA-CAPACIDADE   PIC 9(003).
           03  FDTURMA-DATE-TIME    PIC X(030).
           03  FDTURMA-HORAS-CONTRATADAS PIC 9(004).
