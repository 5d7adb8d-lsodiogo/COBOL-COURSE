       01  FDEXAME.
           88  STATUS-EXAME         VALUE HIGH-VALUES.
           03  FDEXAME-CHAVE.
             05  FDEXAME-SIGLAUNIDADE PIC X(005).
             05  FDEXAME-TENTATIVA  PIC 9(002).
           03  FDEXAME-DATA.
             05  FDEXAME-ANO        PIC 9(004).
             05  FDEXAME-MES        PIC 9(002).
             05  FDEXAME-DIA        PIC 9(002).
           03  FDEXAME-HORA         PIC 9(004).
           03  FDEXAME-DURACAO      PIC 9(003).
           03  FDEXAME-SALAS        OCCURS 3 TIMES.
             05  FDEXAME-SALA       PIC X(010).
             05  FDEXAME-VIGILANTE  PIC A(004).
           03  FDEXAME-ESTADO       PIC 9(001).
             88  FDEXAME-MARCADO    VALUE 1.
             88  FDEXAME-CANCELADO  VALUE 2.
           03  FDEXAME-SENTADOS     PIC 9(003).
           03  FDEXAME-DATE-TIME    PIC X(030).
