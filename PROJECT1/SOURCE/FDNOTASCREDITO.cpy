       01  FDNOTACREDITO.
           88  STATUS-NOTACREDITO   VALUE HIGH-VALUES.
           03  FDNC-NUMERO          PIC 9(008).
           03  FDNC-FAT-NUMERO      PIC 9(008).
           03  FDNC-IDNUM           PIC 9(006).
           03  FDNC-DATA            PIC 9(008).
           03  FDNC-VALOR           PIC 9(005)V99.
           03  FDNC-TIPO            PIC 9(001).
             88  FDNC-PARCIAL       VALUE 1.
             88  FDNC-TOTAL         VALUE 2.
           03  FDNC-MOTIVO          PIC 9(001).
             88  FDNC-ERRO-FATURACAO VALUE 1.
             88  FDNC-DESCONTO-TARDIO VALUE 2.
             88  FDNC-ANULACAO-INSC VALUE 3.
             88  FDNC-OUTRO         VALUE 4.
           03  FDNC-MOTIVO-TEXTO    PIC X(050).
           03  FDNC-DATE-TIME       PIC X(030).
