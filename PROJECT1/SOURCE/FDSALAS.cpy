           03  FDSALA-ESTADO        PIC 9(001).
             88  FDSALA-ATIVA       VALUE 1.
             88  FDSALA-INATIVA     VALUE 2.
           03  FDSALA-CAMPUS        PIC X(005).
