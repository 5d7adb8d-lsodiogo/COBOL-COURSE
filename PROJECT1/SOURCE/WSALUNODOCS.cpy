       01  WSALUNODOC.
           03  WSADOC-CHAVE.
             05  WSADOC-IDNUM       PIC 9(006).
             05  WSADOC-TIPO        PIC X(006).
           03  WSADOC-DATA-ENTREGA  PIC 9(008).
           03  WSADOC-RECEBIDO-POR  PIC X(020).
           03  WSADOC-DATA-VALIDADE PIC 9(008).
           03  WSADOC-DATE-TIME     PIC X(030).
