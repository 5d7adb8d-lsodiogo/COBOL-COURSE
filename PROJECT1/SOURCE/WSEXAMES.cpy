       01  WSEXAME.
           03  WSEXAME-CHAVE.
             05  WSEXAME-SIGLAUNIDADE PIC X(005).
             05  WSEXAME-TENTATIVA  PIC 9(002).
               88  WSEXAME-TENTATIVA-VALIDA VALUE 1 THRU 99.
           03  WSEXAME-DATA.
             05  WSEXAME-ANO        PIC 9(004).
             05  WSEXAME-MES        PIC 9(002).
             05  WSEXAME-DIA        PIC 9(002).
           03  WSEXAME-HORA         PIC 9(004).
             88  WSEXAME-HORA-VALIDA VALUE 0700 THRU 2200.
           03  WSEXAME-DURACAO      PIC 9(003).
             88  WSEXAME-DURACAO-VALIDA VALUE 30 THRU 300.
           03  WSEXAME-SALAS        OCCURS 3 TIMES.
             05  WSEXAME-SALA       PIC X(010).
             05  WSEXAME-VIGILANTE  PIC A(004).
           03  WSEXAME-ESTADO       PIC 9(001).
             88  WSEXAME-MARCADO    VALUE 1.
             88  WSEXAME-CANCELADO  VALUE 2.
           03  WSEXAME-SENTADOS     PIC 9(003).
           03  WSEXAME-DATE-TIME    PIC X(030).
