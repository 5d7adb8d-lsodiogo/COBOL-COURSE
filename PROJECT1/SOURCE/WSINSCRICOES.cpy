             05  WSINSC-MES-INSC      PIC 9(002).
             05  WSINSC-DIA-INSC      PIC 9(002).
           03  WSINSC-DATE-TIME       PIC X(030).
           03  WSINSC-DATA-ANULACAO   PIC 9(008).
           03  WSINSC-TURMA           PIC X(003).
