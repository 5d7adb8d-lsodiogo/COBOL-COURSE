      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    UTILITARIO DE CONVERSAO (EXECUCAO UNICA) DO ALARGAMENTO DOS
      *    REGISTOS DE UNIDADES E DE TURMAS COM AS HORAS DE FORMACAO
      *    CONTRATADAS (GESTORCARGAHORARIA):
      *       unidadesfich  - UNIDADES DE FORMACAO;
      *       turmas        - TURMAS DAS UNIDADES.
      *    ANTES DE EXECUTAR, OS FICHEIROS ANTIGOS DEVEM SER RENOMEADOS
      *    ACRESCENTANDO ".ant" (EX.: unidadesfich.ant), COMO NAS
      *    CONVERSOES ANTERIORES. UNIDADES E TURMAS EXISTENTES FICAM
      *    COM AS HORAS A ZERO: AS DA UNIDADE DEVEM SER INTRODUZIDAS EM
      *    GESTORUNIDADES, E A TURMA A ZERO SEGUE AS DA UNIDADE.
      *    AS CONTAGENS SAO MOSTRADAS E REGISTADAS NO FICHEIRO DE LOG.
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVHORAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIANT ASSIGN TO "unidadesfich.ant"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANT-SIGLAUNIDADE
              FILE STATUS FS-ANT.

           SELECT TURANT ASSIGN TO "turmas.ant"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANT-TURMA-CHAVE
              FILE STATUS FS-ANT.

           SELECT UNIDADES ASSIGN TO "unidadesfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSIGLAUNIDADE
              FILE STATUS FS-UNIDADES.

           SELECT TURMAS ASSIGN TO "turmas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDTURMA-CHAVE
              FILE STATUS FS-TURMAS.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNIANT.
       01  ANT-UNIDADE.
           03  ANT-SIGLAUNIDADE     PIC X(005).
           03  ANT-UNIDADE-RESTO    PIC X(113).

       FD  TURANT.
       01  ANT-TURMA.
           03  ANT-TURMA-CHAVE      PIC X(008).
           03  ANT-TURMA-RESTO      PIC X(047).

       FD  UNIDADES.
       COPY FDUNIDADES.

       FD  TURMAS.
       COPY FDTURMAS.

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.

       77  FS-ANT                   PIC X(002).
       77  FS-UNIDADES              PIC X(002).
       77  FS-TURMAS                PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  CONT-LIDOS               PIC 9(005).
       77  CONT-GRAVADOS            PIC 9(005).
       77  FIM-FICHEIRO             PIC X(001).
           88  FIM-FICHEIRO-SIM     VALUE "S".

      ******************************************************************

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      ******************************************************************
      *    CONVERSAO DOS FICHEIROS DE UNIDADES E DE TURMAS.
      ******************************************************************
           MOVE "; CONVERSAO: HORAS CONTRATADAS" TO WSLOG-PROGRAM

           DISPLAY "ALARGAMENTO DOS REGISTOS DE UNIDADES E DE TURMAS CO
      -    "M AS HORAS CONTRATADAS"
           DISPLAY " "

           PERFORM CONVERTER-UNIDADES
           PERFORM CONVERTER-TURMAS

           DISPLAY " "
           DISPLAY "CONVERSAO TERMINADA"
           STOP RUN.

       CONVERTER-UNIDADES SECTION.
      ******************************************************************
      *    CADA UNIDADE ANTIGA PASSA A TER AS HORAS CONTRATADAS A ZERO
      *    (NAO DEFINIDAS).
      ******************************************************************
           MOVE ZEROS TO CONT-LIDOS, CONT-GRAVADOS
           MOVE SPACES TO FIM-FICHEIRO

           OPEN INPUT UNIANT
           IF FS-ANT = 35 THEN
              DISPLAY "FICHEIRO unidadesfich.ant NAO ENCONTRADO - UNIDAD
      -       "ES NAO CONVERTIDAS"
              EXIT SECTION
           END-IF
           OPEN OUTPUT UNIDADES

           PERFORM UNTIL FIM-FICHEIRO-SIM
              READ UNIANT NEXT RECORD
                 AT END SET FIM-FICHEIRO-SIM TO TRUE
                 NOT AT END
                    ADD 1 TO CONT-LIDOS
                    MOVE ANT-SIGLAUNIDADE TO FDUNIDADE (1:5)
                    MOVE ANT-UNIDADE-RESTO TO FDUNIDADE (6:113)
                    MOVE ZEROS TO FDHORAS-CONTRATADAS
                    WRITE FDUNIDADE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE UNIANT, UNIDADES

           DISPLAY "UNIDADES LIDAS:      " CONT-LIDOS
           DISPLAY "UNIDADES GRAVADAS:   " CONT-GRAVADOS

           MOVE "; UNIDADES: " TO WSLOG-ADD-HEADING
           MOVE CONT-GRAVADOS TO WSLOG-ADD-KEY
           MOVE "; UNIDADES CONVERTIDAS COM HORAS" TO
              WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS
           EXIT SECTION.

       CONVERTER-TURMAS SECTION.
      ******************************************************************
      *    CADA TURMA ANTIGA PASSA A TER AS HORAS CONTRATADAS A ZERO
      *    (SEGUE AS HORAS DA UNIDADE).
      ******************************************************************
           MOVE ZEROS TO CONT-LIDOS, CONT-GRAVADOS
           MOVE SPACES TO FIM-FICHEIRO

           OPEN INPUT TURANT
           IF FS-ANT = 35 THEN
              DISPLAY "FICHEIRO turmas.ant NAO ENCONTRADO - TURMAS NAO C
      -       "ONVERTIDAS"
              EXIT SECTION
           END-IF
           OPEN OUTPUT TURMAS

           PERFORM UNTIL FIM-FICHEIRO-SIM
              READ TURANT NEXT RECORD
                 AT END SET FIM-FICHEIRO-SIM TO TRUE
                 NOT AT END
                    ADD 1 TO CONT-LIDOS
                    MOVE ANT-TURMA-CHAVE TO FDTURMA (1:8)
                    MOVE ANT-TURMA-RESTO TO FDTURMA (9:47)
                    MOVE ZEROS TO FDTURMA-HORAS-CONTRATADAS
                    WRITE FDTURMA
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE TURANT, TURMAS

           DISPLAY "TURMAS LIDAS:        " CONT-LIDOS
           DISPLAY "TURMAS GRAVADAS:     " CONT-GRAVADOS

           MOVE "; TURMAS: " TO WSLOG-ADD-HEADING
           MOVE CONT-GRAVADOS TO WSLOG-ADD-KEY
           MOVE "; TURMAS CONVERTIDAS COM HORAS" TO WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS
           EXIT SECTION.

       SAVE-LOGRECORDS SECTION.
      ******************************************************************
      *    SECÇÃO QUE É CHAMADA PARA O FAZER O REGISTO NO FICHEIRO DE
      *    LOG, ONDE REGISTA TODA A MOVIMENTAÇÃO DENTRO DO PROGRAMA.
      ******************************************************************
           OPEN EXTEND LOGRECORDS
              STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                     FUNCTION CURRENT-DATE (5:2), "/",
                     FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                     FUNCTION CURRENT-DATE (9:2), ":",
                     FUNCTION CURRENT-DATE (11:2) INTO WSLOG-DATE-TIME
              MOVE ZEROS TO WSLOG-CHECK
              CALL "GESTORLOGCHAIN" USING WSLOG
              WRITE FDLOG FROM WSLOG
              END-WRITE
           CLOSE LOGRECORDS
           MOVE SPACES TO WSLOG-DETAILS
           EXIT SECTION.

       END PROGRAM CONVHORAS.
