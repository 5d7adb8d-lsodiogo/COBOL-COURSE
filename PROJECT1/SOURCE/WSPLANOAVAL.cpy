       01  WSPLANOAVAL.
           03  WSPAVAL-CHAVE.
             05  WSPAVAL-SIGLAUNIDADE PIC X(005).
             05  WSPAVAL-COMPONENTE   PIC 9(002).
               88  WSPAVAL-COMPONENTE-VALIDO VALUE 1 THRU 10.
           03  WSPAVAL-DESCRICAO      PIC X(030).
           03  WSPAVAL-PESO           PIC 9(003).
             88  WSPAVAL-PESO-VALIDO  VALUE 1 THRU 100.
           03  WSPAVAL-OBRIGATORIO    PIC 9(001).
             88  WSPAVAL-E-OBRIGATORIO VALUE 1.
             88  WSPAVAL-OBRIG-VALIDO VALUE 1 THRU 2.
           03  WSPAVAL-MINIMO         PIC 9(002).
             88  WSPAVAL-MINIMO-VALIDO VALUE 00 THRU 20.
           03  WSPAVAL-DATE-TIME      PIC X(030).
