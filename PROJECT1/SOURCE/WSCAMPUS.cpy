       01  WSCAMPUS.
           03  WSCAMPUS-CODIGO      PIC X(005).
           03  WSCAMPUS-NOME        PIC X(030).
           03  WSCAMPUS-MORADA      PIC X(050).
