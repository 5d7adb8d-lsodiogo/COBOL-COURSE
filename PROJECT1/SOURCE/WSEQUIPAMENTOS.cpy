       01  WSEQUIPAMENTO.
           03  WSEQP-CODIGO         PIC X(008).
           03  WSEQP-DESCRICAO      PIC X(040).
