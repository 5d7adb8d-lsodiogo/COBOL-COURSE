             88  WSSALA-ATIVA       VALUE 1.
             88  WSSALA-INATIVA     VALUE 2.
             88  WSSALA-ESTADO-VALIDO VALUE 1 THRU 2.
           03  WSSALA-CAMPUS        PIC X(005).
