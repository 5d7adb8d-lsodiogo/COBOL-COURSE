       01  FDNOTACOMP.
           88  STATUS-NOTACOMP      VALUE HIGH-VALUES.
           03  FDNCOMP-CHAVE.
             05  FDNCOMP-IDNUM        PIC 9(006).
             05  FDNCOMP-SIGLAUNIDADE PIC X(005).
             05  FDNCOMP-TENTATIVA    PIC 9(002).
             05  FDNCOMP-COMPONENTE   PIC 9(002).
           03  FDNCOMP-DESCRICAO      PIC X(030).
           03  FDNCOMP-PESO           PIC 9(003).
           03  FDNCOMP-OBRIGATORIO    PIC 9(001).
             88  FDNCOMP-E-OBRIGATORIO VALUE 1.
           03  FDNCOMP-MINIMO         PIC 9(002).
           03  FDNCOMP-VALOR          PIC 9(002).
           03  FDNCOMP-DATE-TIME      PIC X(030).
