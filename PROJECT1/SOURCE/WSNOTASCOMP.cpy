       01  WSNOTACOMP.
           03  WSNCOMP-CHAVE.
             05  WSNCOMP-IDNUM        PIC 9(006).
             05  WSNCOMP-SIGLAUNIDADE PIC X(005).
             05  WSNCOMP-TENTATIVA    PIC 9(002).
             05  WSNCOMP-COMPONENTE   PIC 9(002).
           03  WSNCOMP-DESCRICAO      PIC X(030).
           03  WSNCOMP-PESO           PIC 9(003).
           03  WSNCOMP-OBRIGATORIO    PIC 9(001).
             88  WSNCOMP-E-OBRIGATORIO VALUE 1.
           03  WSNCOMP-MINIMO         PIC 9(002).
           03  WSNCOMP-VALOR          PIC 9(002).
             88  WSNCOMP-VALOR-VALIDO VALUE 00 THRU 20.
           03  WSNCOMP-DATE-TIME      PIC X(030).
