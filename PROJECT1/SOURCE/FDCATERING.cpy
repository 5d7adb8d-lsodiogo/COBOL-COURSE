       01  FDCATERING.
           88  STATUS-CATERING      VALUE HIGH-VALUES.
           03  FDCAT-CHAVE.
             05  FDCAT-DATA         PIC 9(008).
             05  FDCAT-SIGLAUNIDADE PIC X(005).
             05  FDCAT-TURMA        PIC X(003).
           03  FDCAT-QUANTIDADE     PIC 9(003).
           03  FDCAT-ESTADO         PIC 9(001).
             88  FDCAT-ENCOMENDADA  VALUE 1.
             88  FDCAT-CANCELAMENTO VALUE 2.
           03  FDCAT-REFERENCIA     PIC X(020).
           03  FDCAT-SANDES         PIC X(005).
           03  FDCAT-HORA-ENTREGA   PIC 9(004).
           03  FDCAT-DATE-TIME      PIC X(030).
