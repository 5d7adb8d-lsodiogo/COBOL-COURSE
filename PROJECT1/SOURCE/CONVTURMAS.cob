      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    UTILITARIO DE CONVERSAO (EXECUCAO UNICA) DO ALARGAMENTO DOS
      *    REGISTOS DE HORARIOS E DE INSCRICOES COM A TURMA DA UNIDADE
      *    (MESTRE DE TURMAS, GESTORTURMAS):
      *       horariosfich  - AULAS VIVAS;
      *       horariosarq   - AULAS ARQUIVADAS PELO FECHO DE ANO;
      *       inscricoes    - INSCRICOES VIVAS;
      *       inscricoesarq - INSCRICOES ANULADAS JA ARQUIVADAS.
      *    ANTES DE EXECUTAR, OS FICHEIROS ANTIGOS DEVEM SER RENOMEADOS
      *    ACRESCENTANDO ".ant" (EX.: horariosfich.ant), COMO NAS
      *    CONVERSOES ANTERIORES. AULAS E INSCRICOES EXISTENTES FICAM
      *    COM A TURMA EM BRANCO: A AULA CONTINUA A SER DA UNIDADE TODA
      *    E O ALUNO FICA POR ATRIBUIR A UMA TURMA.
      *    AS CONTAGENS SAO MOSTRADAS E REGISTADAS NO FICHEIRO DE LOG.
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVTURMAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORANT ASSIGN TO "horariosfich.ant"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANT-DATAAULA
              FILE STATUS FS-ANT.

           SELECT HORARQANT ASSIGN TO "horariosarq.ant"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANT-ARQ-DATAAULA
              FILE STATUS FS-ANT.

           SELECT INSCANT ASSIGN TO "inscricoes.ant"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANT-INSC-CHAVE
              FILE STATUS FS-ANT.

           SELECT INSCARQANT ASSIGN TO "inscricoesarq.ant"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANT-ARQ-CHAVE
              FILE STATUS FS-ANT.

           SELECT HORARIOSFILE ASSIGN TO "horariosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDDATAAULA
              FILE STATUS FS-HORARIO.

           SELECT HORARIOSARQ ASSIGN TO "horariosarq"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARQ-DATAAULA
              FILE STATUS FS-HORARIOSARQ.

           SELECT INSCRICOES ASSIGN TO "inscricoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINSC-CHAVE
              FILE STATUS FS-INSCRICOES.

           SELECT INSCRICOESARQ ASSIGN TO "inscricoesarq"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARQ-INSC-CHAVE
              FILE STATUS FS-INSCRICOESARQ.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  HORANT.
       01  ANT-HORARIO.
           03  ANT-DATAAULA         PIC X(015).
           03  ANT-HORARIO-RESTO    PIC X(024).

       FD  HORARQANT.
       01  ANT-ARQ-HORARIO.
           03  ANT-ARQ-DATAAULA     PIC X(015).
           03  ANT-ARQ-HOR-RESTO    PIC X(024).

       FD  INSCANT.
       01  ANT-INSCRICAO.
           03  ANT-INSC-CHAVE       PIC X(011).
           03  ANT-INSC-RESTO       PIC X(047).

       FD  INSCARQANT.
       01  ANT-ARQ-INSCRICAO.
           03  ANT-ARQ-CHAVE        PIC X(011).
           03  ANT-ARQ-RESTO        PIC X(047).

       FD  HORARIOSFILE.
       COPY FDHORARIOS.

       FD  HORARIOSARQ.
       01  ARQ-HORARIO.
           03  ARQ-DATAAULA         PIC X(015).
           03  ARQ-HORARIO-RESTO    PIC X(024).
           03  ARQ-HORARIO-TURMA    PIC X(003).

       FD  INSCRICOES.
       COPY FDINSCRICOES.

       FD  INSCRICOESARQ.
       01  ARQ-INSCRICAO.
           03  ARQ-INSC-CHAVE       PIC X(011).
           03  ARQ-INSC-RESTO       PIC X(047).
           03  ARQ-INSC-TURMA       PIC X(003).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.

       77  FS-ANT                   PIC X(002).
       77  FS-HORARIO               PIC X(002).
       77  FS-HORARIOSARQ           PIC X(002).
       77  FS-INSCRICOES            PIC X(002).
       77  FS-INSCRICOESARQ         PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  CONT-LIDOS               PIC 9(005).
       77  CONT-GRAVADOS            PIC 9(005).
       77  FIM-FICHEIRO             PIC X(001).
           88  FIM-FICHEIRO-SIM     VALUE "S".

      ******************************************************************

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      ******************************************************************
      *    CONVERSAO DOS FICHEIROS DE HORARIOS E DE INSCRICOES, VIVOS E
      *    ARQUIVADOS.
      ******************************************************************
           MOVE "; CONVERSAO: TURMAS" TO WSLOG-PROGRAM

           DISPLAY "ALARGAMENTO DOS REGISTOS DE HORARIOS E DE INSCRICOES
      -    " COM A TURMA"
           DISPLAY " "

           PERFORM CONVERTER-HORARIOS
           PERFORM CONVERTER-HORARIOS-ARQ
           PERFORM CONVERTER-INSCRICOES
           PERFORM CONVERTER-INSCRICOES-ARQ

           DISPLAY " "
           DISPLAY "CONVERSAO TERMINADA"
           STOP RUN.

       CONVERTER-HORARIOS SECTION.
      ******************************************************************
      *    CADA AULA ANTIGA PASSA A TER A TURMA EM BRANCO (UNIDADE
      *    TODA).
      ******************************************************************
           MOVE ZEROS TO CONT-LIDOS, CONT-GRAVADOS
           MOVE SPACES TO FIM-FICHEIRO

           OPEN INPUT HORANT
           IF FS-ANT = 35 THEN
              DISPLAY "FICHEIRO horariosfich.ant NAO ENCONTRADO - HORARI
      -       "OS NAO CONVERTIDOS"
              EXIT SECTION
           END-IF
           OPEN OUTPUT HORARIOSFILE

           PERFORM UNTIL FIM-FICHEIRO-SIM
              READ HORANT NEXT RECORD
                 AT END SET FIM-FICHEIRO-SIM TO TRUE
                 NOT AT END
                    ADD 1 TO CONT-LIDOS
                    MOVE ANT-DATAAULA TO FDHORARIO (1:15)
                    MOVE ANT-HORARIO-RESTO TO FDHORARIO (16:24)
                    MOVE SPACES TO FDDATATURMA
                    WRITE FDHORARIO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE HORANT, HORARIOSFILE

           DISPLAY "AULAS LIDAS:         " CONT-LIDOS
           DISPLAY "AULAS GRAVADAS:      " CONT-GRAVADOS

           MOVE "; HORARIOS: " TO WSLOG-ADD-HEADING
           MOVE CONT-GRAVADOS TO WSLOG-ADD-KEY
           MOVE "; AULAS CONVERTIDAS COM TURMA" TO WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS
           EXIT SECTION.

       CONVERTER-HORARIOS-ARQ SECTION.
      ******************************************************************
      *    O MESMO PARA AS AULAS ARQUIVADAS PELO FECHO DE ANO.
      ******************************************************************
           MOVE ZEROS TO CONT-LIDOS, CONT-GRAVADOS
           MOVE SPACES TO FIM-FICHEIRO

           OPEN INPUT HORARQANT
           IF FS-ANT = 35 THEN
              DISPLAY "FICHEIRO horariosarq.ant NAO ENCONTRADO - ARQUIVO
      -       " DE HORARIOS NAO CONVERTIDO"
              EXIT SECTION
           END-IF
           OPEN OUTPUT HORARIOSARQ

           PERFORM UNTIL FIM-FICHEIRO-SIM
              READ HORARQANT NEXT RECORD
                 AT END SET FIM-FICHEIRO-SIM TO TRUE
                 NOT AT END
                    ADD 1 TO CONT-LIDOS
                    MOVE ANT-ARQ-DATAAULA TO ARQ-DATAAULA
                    MOVE ANT-ARQ-HOR-RESTO TO ARQ-HORARIO-RESTO
                    MOVE SPACES TO ARQ-HORARIO-TURMA
                    WRITE ARQ-HORARIO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE HORARQANT, HORARIOSARQ

           DISPLAY "AULAS ARQ. LIDAS:    " CONT-LIDOS
           DISPLAY "AULAS ARQ. GRAVADAS: " CONT-GRAVADOS

           MOVE "; HORARIOSARQ: " TO WSLOG-ADD-HEADING
           MOVE CONT-GRAVADOS TO WSLOG-ADD-KEY
           MOVE "; ARQUIVO DE AULAS CONVERTIDO COM TURMA" TO
              WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS
           EXIT SECTION.

       CONVERTER-INSCRICOES SECTION.
      ******************************************************************
      *    CADA INSCRICAO ANTIGA PASSA A TER A TURMA EM BRANCO (POR
      *    ATRIBUIR).
      ******************************************************************
           MOVE ZEROS TO CONT-LIDOS, CONT-GRAVADOS
           MOVE SPACES TO FIM-FICHEIRO

           OPEN INPUT INSCANT
           IF FS-ANT = 35 THEN
              DISPLAY "FICHEIRO inscricoes.ant NAO ENCONTRADO - INSCRICO
      -       "ES NAO CONVERTIDAS"
              EXIT SECTION
           END-IF
           OPEN OUTPUT INSCRICOES

           PERFORM UNTIL FIM-FICHEIRO-SIM
              READ INSCANT NEXT RECORD
                 AT END SET FIM-FICHEIRO-SIM TO TRUE
                 NOT AT END
                    ADD 1 TO CONT-LIDOS
                    MOVE ANT-INSC-CHAVE TO FDINSCRICAO (1:11)
                    MOVE ANT-INSC-RESTO TO FDINSCRICAO (12:47)
                    MOVE SPACES TO FDINSC-TURMA
                    WRITE FDINSCRICAO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE INSCANT, INSCRICOES

           DISPLAY "INSCRICOES LIDAS:    " CONT-LIDOS
           DISPLAY "INSCRICOES GRAVADAS: " CONT-GRAVADOS

           MOVE "; INSCRICOES: " TO WSLOG-ADD-HEADING
           MOVE CONT-GRAVADOS TO WSLOG-ADD-KEY
           MOVE "; INSCRICOES CONVERTIDAS COM TURMA" TO
              WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS
           EXIT SECTION.

       CONVERTER-INSCRICOES-ARQ SECTION.
      ******************************************************************
      *    O MESMO PARA AS INSCRICOES ARQUIVADAS PELO FECHO DE ANO.
      ******************************************************************
           MOVE ZEROS TO CONT-LIDOS, CONT-GRAVADOS
           MOVE SPACES TO FIM-FICHEIRO

           OPEN INPUT INSCARQANT
           IF FS-ANT = 35 THEN
              DISPLAY "FICHEIRO inscricoesarq.ant NAO ENCONTRADO - ARQUI
      -       "VO DE INSCRICOES NAO CONVERTIDO"
              EXIT SECTION
           END-IF
           OPEN OUTPUT INSCRICOESARQ

           PERFORM UNTIL FIM-FICHEIRO-SIM
              READ INSCARQANT NEXT RECORD
                 AT END SET FIM-FICHEIRO-SIM TO TRUE
                 NOT AT END
                    ADD 1 TO CONT-LIDOS
                    MOVE ANT-ARQ-CHAVE TO ARQ-INSC-CHAVE
                    MOVE ANT-ARQ-RESTO TO ARQ-INSC-RESTO
                    MOVE SPACES TO ARQ-INSC-TURMA
                    WRITE ARQ-INSCRICAO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE INSCARQANT, INSCRICOESARQ

           DISPLAY "ARQUIVADAS LIDAS:    " CONT-LIDOS
           DISPLAY "ARQUIVADAS GRAVADAS: " CONT-GRAVADOS

           MOVE "; INSCRICOESARQ: " TO WSLOG-ADD-HEADING
           MOVE CONT-GRAVADOS TO WSLOG-ADD-KEY
           MOVE "; ARQUIVO DE INSCRICOES CONVERTIDO COM TURMA" TO
              WSLOG-ADD-MESSAGE
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

       END PROGRAM CONVTURMAS.
