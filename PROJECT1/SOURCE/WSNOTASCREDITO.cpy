       01  WSNOTACREDITO.
           03  WSNC-NUMERO          PIC 9(008).
           03  WSNC-FAT-NUMERO      PIC 9(008).
           03  WSNC-IDNUM           PIC 9(006).
           03  WSNC-DATA            PIC 9(008).
           03  WSNC-VALOR           PIC 9(005)V99.
           03  WSNC-TIPO            PIC 9(001).
             88  WSNC-PARCIAL       VALUE 1.
             88  WSNC-TOTAL         VALUE 2.
             88  WSNC-TIPO-VALIDO   VALUE 1 THRU 2.
           03  WSNC-MOTIVO          PIC 9(001).
             88  WSNC-ERRO-FATURACAO VALUE 1.
             88  WSNC-DESCONTO-TARDIO VALUE 2.
             88  WSNC-ANULACAO-INSC VALUE 3.
             88  WSNC-OUTRO         VALUE 4.
             88  WSNC-MOTIVO-VALIDO VALUE 1 THRU 4.
           03  WSNC-MOTIVO-TEXTO    PIC X(050).
           03  WSNC-DATE-TIME       PIC X(030).
