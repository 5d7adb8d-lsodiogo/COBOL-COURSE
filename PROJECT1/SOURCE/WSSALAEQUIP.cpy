       01  WSSALAEQUIP.
           03  WSSEQ-CHAVE.
             05  WSSEQ-SALA         PIC X(010).
             05  WSSEQ-EQUIP        PIC X(008).
           03  WSSEQ-QUANTIDADE     PIC 9(003).
           03  WSSEQ-FORA-SERVICO-DE  PIC 9(008).
           03  WSSEQ-FORA-SERVICO-ATE PIC 9(008).
