       01  FDDOCTIPO.
           88  STATUS-DOCTIPO       VALUE HIGH-VALUES.
           03  FDDOCT-CODIGO        PIC X(006).
           03  FDDOCT-DESCRICAO     PIC X(040).
           03  FDDOCT-VALIDADE      PIC X(001).
             88  FDDOCT-COM-VALIDADE VALUE "S".
