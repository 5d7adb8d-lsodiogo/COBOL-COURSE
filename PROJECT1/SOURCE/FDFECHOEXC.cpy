       01  FDFECHOEXC.
           03  FDFEXC-PERIODO       PIC X(006).
           03  FDFEXC-DATA          PIC 9(008).
           03  FDFEXC-PROGRAMA      PIC X(020).
           03  FDFEXC-CHAVE         PIC X(020).
           03  FDFEXC-USERNAME      PIC X(020).
           03  FDFEXC-MOTIVO        PIC X(045).
           03  FDFEXC-DATE-TIME     PIC X(030).
