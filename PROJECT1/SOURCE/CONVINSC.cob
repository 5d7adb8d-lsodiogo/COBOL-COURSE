      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    UTILITARIO DE CONVERSAO (EXECUCAO UNICA) DO ALARGAMENTO DO
      *    REGISTO DE INSCRICOES COM A DATA DE ANULACAO, USADA PELA
      *    FATURACAO MENSAL PARA FATURAR SO OS DIAS (OU AS AULAS) EM
      *    QUE O ALUNO ESTEVE INSCRITO NO MES:
      *       inscricoes    - INSCRICOES VIVAS;
      *       inscricoesarq - INSCRICOES ANULADAS JA ARQUIVADAS PELO
      *                       FECHO DE ANO (MESMO REGISTO).
      *    ANTES DE EXECUTAR, OS FICHEIROS ANTIGOS DEVEM SER RENOMEADOS
      *    ACRESCENTANDO ".ant" (EX.: inscricoes.ant), COMO NAS
      *    CONVERSOES ANTERIORES. AS INSCRICOES EXISTENTES FICAM COM A
      *    DATA DE ANULACAO A ZEROS: AS ANULADAS ANTES DESTA VERSAO NAO
      *    TEM DATA CONHECIDA E DEIXAM DE SER FATURADAS, COMO ATE AQUI.
      *    AS CONTAGENS SAO MOSTRADAS E REGISTADAS NO FICHEIRO DE LOG.
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVINSC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  INSCANT.
       01  ANT-INSCRICAO.
           03  ANT-INSC-CHAVE       PIC X(011).
           03  ANT-INSC-RESTO       PIC X(039).

       FD  INSCARQANT.
       01  ANT-ARQ-INSCRICAO.
           03  ANT-ARQ-CHAVE        PIC X(011).
           03  ANT-ARQ-RESTO        PIC X(039).

       FD  INSCRICOES.
       COPY FDINSCRICOES.

       FD  INSCRICOESARQ.
       01  ARQ-INSCRICAO.
           03  ARQ-INSC-CHAVE       PIC X(011).
           03  ARQ-INSC-RESTO       PIC X(039).
           03  ARQ-INSC-DATA-ANULACAO PIC 9(008).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.

       77  FS-ANT                   PIC X(002).
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
      *    CONVERSAO DOS FICHEIROS DE INSCRICOES VIVAS E ARQUIVADAS.
      ******************************************************************
           MOVE "; CONVERSAO: INSCRICOES" TO WSLOG-PROGRAM

           DISPLAY "ALARGAMENTO DO REGISTO DE INSCRICOES COM A DATA DE A
      -    "NULACAO"
           DISPLAY " "

           PERFORM CONVERTER-INSCRICOES
           PERFORM CONVERTER-ARQUIVO

           DISPLAY " "
           DISPLAY "CONVERSAO TERMINADA"
           STOP RUN.

       CONVERTER-INSCRICOES SECTION.
      ******************************************************************
      *    CADA INSCRICAO ANTIGA PASSA A TER A DATA DE ANULACAO A ZEROS.
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
                    MOVE ANT-INSC-RESTO TO FDINSCRICAO (12:39)
                    MOVE ZEROS TO FDINSC-DATA-ANULACAO
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
           MOVE "; INSCRICOES CONVERTIDAS COM ANULACAO" TO
              WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS
           EXIT SECTION.

       CONVERTER-ARQUIVO SECTION.
      ******************************************************************
      *    O MESMO PARA AS INSCRICOES ARQUIVADAS PELO FECHO DE ANO.
      ******************************************************************
           MOVE ZEROS TO CONT-LIDOS, CONT-GRAVADOS
           MOVE SPACES TO FIM-FICHEIRO

           OPEN INPUT INSCARQANT
           IF FS-ANT = 35 THEN
              DISPLAY "FICHEIRO inscricoesarq.ant NAO ENCONTRADO - ARQUI
      -       "VO NAO CONVERTIDO"
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
                    MOVE ZEROS TO ARQ-INSC-DATA-ANULACAO
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
           MOVE "; ARQUIVO CONVERTIDO COM ANULACAO" TO
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

       END PROGRAM CONVINSC.
