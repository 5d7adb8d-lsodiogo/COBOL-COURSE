       01  WSFECHOEXC.
           03  WSFEXC-PERIODO       PIC X(006).
           03  WSFEXC-DATA          PIC 9(008).
           03  WSFEXC-PROGRAMA      PIC X(020).
           03  WSFEXC-CHAVE         PIC X(020).
           03  WSFEXC-USERNAME      PIC X(020).
           03  WSFEXC-MOTIVO        PIC X(045).
           03  WSFEXC-DATE-TIME     PIC X(030).
