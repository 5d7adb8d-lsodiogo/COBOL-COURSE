       01  FECHO-PEDIDO.
           03  FECHO-ACAO           PIC X(001).
             88  FECHO-VERIFICAR    VALUE "V".
             88  FECHO-AUTORIZAR    VALUE "A".
           03  FECHO-DATA           PIC 9(008).
           03  FECHO-PROGRAMA       PIC X(020).
           03  FECHO-CHAVE          PIC X(020).
           03  FECHO-USERNAME       PIC X(020).
           03  FECHO-PASSWORD       PIC X(020).
           03  FECHO-MOTIVO         PIC X(045).
           03  FECHO-PERIODO        PIC X(006).
           03  FECHO-RESULTADO      PIC X(001).
             88  FECHO-LIVRE        VALUE "L".
             88  FECHO-BLOQUEADO    VALUE "B".
             88  FECHO-AUTORIZADO   VALUE "S".
             88  FECHO-RECUSADO     VALUE "N".
