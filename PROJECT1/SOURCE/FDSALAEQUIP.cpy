       01  FDSALAEQUIP.
           88  STATUS-SALAEQUIP     VALUE HIGH-VALUES.
           03  FDSEQ-CHAVE.
             05  FDSEQ-SALA         PIC X(010).
             05  FDSEQ-EQUIP        PIC X(008).
           03  FDSEQ-QUANTIDADE     PIC 9(003).
           03  FDSEQ-FORA-SERVICO-DE  PIC 9(008).
           03  FDSEQ-FORA-SERVICO-ATE PIC 9(008).
