             05  FDINSC-MES-INSC      PIC 9(002).
             05  FDINSC-DIA-INSC      PIC 9(002).
           03  FDINSC-DATE-TIME       PIC X(030).
           03  FDINSC-DATA-ANULACAO   PIC 9(008).
           03  FDINSC-TURMA           PIC X(003).
