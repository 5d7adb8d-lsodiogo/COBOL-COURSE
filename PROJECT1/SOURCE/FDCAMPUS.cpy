       01  FDCAMPUS.
           88  STATUS-CAMPUS        VALUE HIGH-VALUES.
           03  FDCAMPUS-CODIGO      PIC X(005).
           03  FDCAMPUS-NOME        PIC X(030).
           03  FDCAMPUS-MORADA      PIC X(050).
