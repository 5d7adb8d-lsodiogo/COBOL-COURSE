       01  DISC-PEDIDO.
           03  DISC-IDNUM           PIC 9(006).
           03  DISC-DATA            PIC 9(008).
           03  DISC-RESULTADO       PIC X(001).
             88  DISC-SUSPENSO      VALUE "S".
             88  DISC-LIVRE         VALUE "N".
           03  DISC-SEQ             PIC 9(003).
           03  DISC-SUSP-INICIO     PIC 9(008).
           03  DISC-SUSP-FIM        PIC 9(008).
