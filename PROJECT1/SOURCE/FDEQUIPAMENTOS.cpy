       01  FDEQUIPAMENTO.
           88  STATUS-EQUIPAMENTO   VALUE HIGH-VALUES.
           03  FDEQP-CODIGO         PIC X(008).
           03  FDEQP-DESCRICAO      PIC X(040).
