       01  BATCH-PEDIDO IS EXTERNAL.
           03  BATCH-MODO           PIC X(001).
             88  BATCH-NOTURNO      VALUE "B".
           03  BATCH-RC             PIC 9(002).
             88  BATCH-RC-OK        VALUE 0.
             88  BATCH-RC-AVISO     VALUE 1 THRU 4.
           03  BATCH-LIDOS          PIC 9(007).
           03  BATCH-TRATADOS       PIC 9(007).
           03  BATCH-MENSAGEM       PIC X(060).
