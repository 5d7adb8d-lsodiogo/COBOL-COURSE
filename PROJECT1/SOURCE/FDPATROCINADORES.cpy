       01  FDPATROCINADOR.
           88  STATUS-PATROCINADOR  VALUE HIGH-VALUES.
           03  FDPAT-CODIGO         PIC 9(005).
           03  FDPAT-NOME           PIC X(050).
           03  FDPAT-NIF            PIC 9(009).
           03  FDPAT-MORADA         PIC X(100).
           03  FDPAT-COD-POSTAL.
             05  FDPAT-COD          PIC 9(004).
             05  FDPAT-POST         PIC 9(003).
           03  FDPAT-LOCALIDADE     PIC X(050).
           03  FDPAT-CONTACTO       PIC X(050).
           03  FDPAT-TELEFONE       PIC 9(009).
           03  FDPAT-EMAIL          PIC X(040).
           03  FDPAT-DATE-TIME      PIC X(030).
