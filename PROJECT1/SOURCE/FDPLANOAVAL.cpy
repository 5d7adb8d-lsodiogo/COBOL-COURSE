       01  FDPLANOAVAL.
           88  STATUS-PLANOAVAL     VALUE HIGH-VALUES.
           03  FDPAVAL-CHAVE.
             05  FDPAVAL-SIGLAUNIDADE PIC X(005).
             05  FDPAVAL-COMPONENTE   PIC 9(002).
           03  FDPAVAL-DESCRICAO      PIC X(030).
           03  FDPAVAL-PESO           PIC 9(003).
           03  FDPAVAL-OBRIGATORIO    PIC 9(001).
             88  FDPAVAL-E-OBRIGATORIO VALUE 1.
           03  FDPAVAL-MINIMO         PIC 9(002).
           03  FDPAVAL-DATE-TIME      PIC X(030).
