      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    PROGRAMA BATCH QUE CORRE A CADEIA NOTURNA DO GESTOR, SEM
      *    OPERADOR, A PARTIR DA LINHA DE COMANDOS, PELA ORDEM:
      *       1. GESTORCHECK    - INTEGRIDADE CRUZADA DOS FICHEIROS;
      *       2. GESTORNOTIFY   - EXPEDICAO DAS NOTIFICACOES PENDENTES;
      *       3. GESTORCOBRANCA - COBRANCA DAS FATURAS EM ATRASO;
      *       4. GESTORLOGVERIF - VERIFICACAO DO ENCADEAMENTO DO LOG;
      *       5. GESTORBACKUP   - NOVA GERACAO DE COPIAS DE SEGURANCA.
      *    CADA PASSO E CHAMADO COM BATCH-MODO = "B" (VER VAR-BATCH) E
      *    DEVOLVE O CODIGO DE RETORNO E AS CONTAGENS: 0 = OK, ATE 4 =
      *    AVISO (A CADEIA CONTINUA), ACIMA DE 4 = FALHA (A CADEIA
      *    PARA). O INICIO, FIM, CODIGO DE RETORNO E CONTAGENS DE CADA
      *    PASSO SAO ACRESCENTADOS AO HISTORICO noturnohist.
      *    O FICHEIRO DE CONTROLO noturnoctl GUARDA A EXECUCAO EM CURSO
      *    E O ULTIMO PASSO CONCLUIDO: SE A CADEIA PAROU (FALHA OU
      *    INTERRUPCAO), A EXECUCAO SEGUINTE RETOMA NO PASSO QUE NAO
      *    TERMINOU, SEM REPETIR OS JA CONCLUIDOS (POR EXEMPLO, SEM
      *    EXPEDIR DUAS VEZES AS NOTIFICACOES). PARA RECOMECAR DO
      *    PRIMEIRO PASSO:
      *       GESTORNOTURNO REINICIAR
      *    O PROGRAMA TERMINA COM O MAIOR CODIGO DE RETORNO DOS PASSOS,
      *    PARA QUE O AGENDADOR ASSINALE A FALHA.
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORNOTURNO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLO ASSIGN TO "noturnoctl"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-CONTROLO.

           SELECT HISTORICO ASSIGN TO "noturnohist"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-HISTORICO.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLO.
       01  FDCONTROLO               PIC X(016).

       FD  HISTORICO.
       01  HIST-LINHA               PIC X(210).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.
       COPY VAR-BATCH.

       77  FS-CONTROLO              PIC X(002).
       77  FS-HISTORICO             PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  PARAMETRO                PIC X(020).
       77  EXECUCAO-ID              PIC X(014).
       77  PASSO-INICIAL            PIC 9(001).
       77  PASSO-IDX                PIC 9(001).
       77  PASSO-FALHADO            PIC 9(001).
       77  RC-MAXIMO                PIC 9(002).
       77  CADEIA-PARADA            PIC X(001).
           88  CADEIA-FALHOU        VALUE "S".

       01  WSCONTROLO.
           03  WSCTL-EXECUCAO       PIC X(014).
           03  WSCTL-ULTIMO-PASSO   PIC 9(001).
           03  WSCTL-ESTADO         PIC X(001).
             88  WSCTL-CONCLUIDA    VALUE "C".
             88  WSCTL-INTERROMPIDA VALUE "I".

       01  PASSOS-VAL.
           03  FILLER               PIC X(014) VALUE "GESTORCHECK".
           03  FILLER               PIC X(014) VALUE "GESTORNOTIFY".
           03  FILLER               PIC X(014) VALUE "GESTORCOBRANCA".
           03  FILLER               PIC X(014) VALUE "GESTORLOGVERIF".
           03  FILLER               PIC X(014) VALUE "GESTORBACKUP".
       01  PASSOS REDEFINES PASSOS-VAL.
           03  NOME-PASSO OCCURS 5 TIMES PIC X(014).

       01  HIST-DETALHE.
           03  HIST-EXECUCAO        PIC X(014).
           03  FILLER               PIC X(010) VALUE " | PASSO: ".
           03  HIST-PASSO           PIC 9(001).
           03  FILLER               PIC X(003) VALUE " | ".
           03  HIST-PROGRAMA        PIC X(014).
           03  FILLER               PIC X(011) VALUE " | INICIO: ".
           03  HIST-INICIO          PIC X(014).
           03  FILLER               PIC X(008) VALUE " | FIM: ".
           03  HIST-FIM             PIC X(014).
           03  FILLER               PIC X(007) VALUE " | RC: ".
           03  HIST-RC              PIC 9(002).
           03  FILLER               PIC X(010) VALUE " | LIDOS: ".
           03  HIST-LIDOS           PIC 9(007).
           03  FILLER               PIC X(013) VALUE " | TRATADOS: ".
           03  HIST-TRATADOS        PIC 9(007).
           03  FILLER               PIC X(003) VALUE " | ".
           03  HIST-ESTADO          PIC X(009).
           03  FILLER               PIC X(003) VALUE " | ".
           03  HIST-MENSAGEM        PIC X(060).

      ******************************************************************

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      ******************************************************************
      *    DECIDE ENTRE NOVA EXECUCAO E RETOMA DA EXECUCAO
      *    INTERROMPIDA, CORRE OS PASSOS EM FALTA E TERMINA COM O MAIOR
      *    CODIGO DE RETORNO.
      ******************************************************************
           MOVE "; GESTOR: NOTURNO" TO WSLOG-PROGRAM
           MOVE "; MENU: CADEIA NOTURNA" TO WSLOG-SECTION
           MOVE ZEROS TO RC-MAXIMO
           MOVE SPACES TO CADEIA-PARADA, PARAMETRO

           ACCEPT PARAMETRO FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (PARAMETRO) TO PARAMETRO

           DISPLAY "CADEIA NOTURNA DO GESTOR"
           DISPLAY " "

           PERFORM LER-CONTROLO

           IF WSCTL-INTERROMPIDA AND PARAMETRO NOT = "REINICIAR" THEN
              MOVE WSCTL-EXECUCAO TO EXECUCAO-ID
              COMPUTE PASSO-INICIAL = WSCTL-ULTIMO-PASSO + 1
              DISPLAY "RETOMA DA EXECUCAO " EXECUCAO-ID
                 " NO PASSO " PASSO-INICIAL " ("
                 FUNCTION TRIM (NOME-PASSO (PASSO-INICIAL)) ")"
              MOVE "; RETOMA: " TO WSLOG-ADD-HEADING
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:14) TO EXECUCAO-ID
              MOVE 1 TO PASSO-INICIAL
              DISPLAY "NOVA EXECUCAO " EXECUCAO-ID
              MOVE "; INICIO: " TO WSLOG-ADD-HEADING
           END-IF
           MOVE EXECUCAO-ID TO WSLOG-ADD-KEY
           MOVE "; CADEIA NOTURNA INICIADA" TO WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS
           DISPLAY " "

           PERFORM VARYING PASSO-IDX FROM PASSO-INICIAL BY 1
              UNTIL PASSO-IDX > 5 OR CADEIA-FALHOU
              PERFORM EXECUTAR-PASSO
           END-PERFORM

           DISPLAY " "
           MOVE "; FIM: " TO WSLOG-ADD-HEADING
           MOVE EXECUCAO-ID TO WSLOG-ADD-KEY
           IF CADEIA-FALHOU THEN
              DISPLAY "CADEIA PARADA NO PASSO " PASSO-FALHADO
                 " - CORRIGIR E VOLTAR A EXECUTAR PARA RETOMAR"
              STRING "; CADEIA PARADA NO PASSO ", PASSO-FALHADO,
                 " | RC: ", RC-MAXIMO
                 INTO WSLOG-ADD-MESSAGE
              END-STRING
           ELSE
              MOVE 5 TO WSCTL-ULTIMO-PASSO
              SET WSCTL-CONCLUIDA TO TRUE
              PERFORM GRAVAR-CONTROLO
              DISPLAY "CADEIA CONCLUIDA | RC MAXIMO: " RC-MAXIMO
              STRING "; CADEIA CONCLUIDA | RC: ", RC-MAXIMO
                 INTO WSLOG-ADD-MESSAGE
              END-STRING
           END-IF
           PERFORM SAVE-LOGRECORDS
           DISPLAY "HISTORICO GRAVADO EM noturnohist"

           MOVE RC-MAXIMO TO RETURN-CODE
           STOP RUN.

       LER-CONTROLO SECTION.
      ******************************************************************
      *    LE O FICHEIRO DE CONTROLO. SEM FICHEIRO (PRIMEIRA EXECUCAO)
      *    NAO HA EXECUCAO INTERROMPIDA A RETOMAR.
      ******************************************************************
           MOVE SPACES TO WSCONTROLO
           MOVE ZEROS TO WSCTL-ULTIMO-PASSO

           OPEN INPUT CONTROLO
           IF FS-CONTROLO NOT = "00" THEN
              EXIT SECTION
           END-IF

           READ CONTROLO INTO WSCONTROLO
              AT END
                 MOVE SPACES TO WSCONTROLO
                 MOVE ZEROS TO WSCTL-ULTIMO-PASSO
           END-READ

           CLOSE CONTROLO

           IF WSCTL-ULTIMO-PASSO IS NOT NUMERIC
           OR WSCTL-ULTIMO-PASSO > 4 THEN
              MOVE SPACES TO WSCTL-ESTADO
           END-IF
           EXIT SECTION.

       EXECUTAR-PASSO SECTION.
      ******************************************************************
      *    CORRE O PASSO PASSO-IDX. ANTES DA CHAMADA, O CONTROLO FICA
      *    COM A EXECUCAO INTERROMPIDA NO PASSO ANTERIOR, PARA QUE UMA
      *    PARAGEM A MEIO DO PASSO O FACA REPETIR NA RETOMA; SO DEPOIS
      *    DE CONCLUIDO (RC ATE 4) O PASSO E DADO COMO FEITO.
      ******************************************************************
           MOVE EXECUCAO-ID TO WSCTL-EXECUCAO
           COMPUTE WSCTL-ULTIMO-PASSO = PASSO-IDX - 1
           SET WSCTL-INTERROMPIDA TO TRUE
           PERFORM GRAVAR-CONTROLO

           DISPLAY "PASSO " PASSO-IDX ": " NOME-PASSO (PASSO-IDX)
              " - INICIO"

           MOVE EXECUCAO-ID TO HIST-EXECUCAO
           MOVE PASSO-IDX TO HIST-PASSO
           MOVE NOME-PASSO (PASSO-IDX) TO HIST-PROGRAMA
           MOVE FUNCTION CURRENT-DATE (1:14) TO HIST-INICIO

           MOVE "B" TO BATCH-MODO
           MOVE ZEROS TO BATCH-RC, BATCH-LIDOS, BATCH-TRATADOS
           MOVE SPACES TO BATCH-MENSAGEM

           EVALUATE PASSO-IDX
              WHEN 1
                 CALL "GESTORCHECK"
                    ON EXCEPTION PERFORM PROGRAMA-EM-FALTA
                 END-CALL
              WHEN 2
                 CALL "GESTORNOTIFY"
                    ON EXCEPTION PERFORM PROGRAMA-EM-FALTA
                 END-CALL
              WHEN 3
                 CALL "GESTORCOBRANCA"
                    ON EXCEPTION PERFORM PROGRAMA-EM-FALTA
                 END-CALL
              WHEN 4
                 CALL "GESTORLOGVERIF"
                    ON EXCEPTION PERFORM PROGRAMA-EM-FALTA
                 END-CALL
              WHEN 5
                 CALL "GESTORBACKUP"
                    ON EXCEPTION PERFORM PROGRAMA-EM-FALTA
                 END-CALL
           END-EVALUATE

           MOVE SPACE TO BATCH-MODO
           MOVE FUNCTION CURRENT-DATE (1:14) TO HIST-FIM
           MOVE BATCH-RC TO HIST-RC
           MOVE BATCH-LIDOS TO HIST-LIDOS
           MOVE BATCH-TRATADOS TO HIST-TRATADOS
           MOVE BATCH-MENSAGEM TO HIST-MENSAGEM

           IF BATCH-RC > RC-MAXIMO THEN
              MOVE BATCH-RC TO RC-MAXIMO
           END-IF

           EVALUATE TRUE
              WHEN BATCH-RC-OK
                 MOVE "CONCLUIDO" TO HIST-ESTADO
              WHEN BATCH-RC-AVISO
                 MOVE "AVISO" TO HIST-ESTADO
              WHEN OTHER
                 MOVE "FALHOU" TO HIST-ESTADO
                 MOVE PASSO-IDX TO PASSO-FALHADO
                 SET CADEIA-FALHOU TO TRUE
           END-EVALUATE

           IF NOT CADEIA-FALHOU THEN
              MOVE PASSO-IDX TO WSCTL-ULTIMO-PASSO
              PERFORM GRAVAR-CONTROLO
           END-IF

           PERFORM GRAVAR-HISTORICO

           DISPLAY "PASSO " PASSO-IDX ": " NOME-PASSO (PASSO-IDX)
              " - " HIST-ESTADO " | RC: " BATCH-RC
              " | LIDOS: " BATCH-LIDOS " | TRATADOS: " BATCH-TRATADOS
           DISPLAY "   " BATCH-MENSAGEM

           IF CADEIA-FALHOU THEN
              MOVE "; PASSO: " TO WSLOG-EDIT-HEADING
              MOVE NOME-PASSO (PASSO-IDX) TO WSLOG-EDIT-KEY
              STRING "; FALHOU | RC: ", BATCH-RC
                 INTO WSLOG-EDIT-MESSAGE
              END-STRING
              PERFORM SAVE-LOGRECORDS
           END-IF
           EXIT SECTION.

       PROGRAMA-EM-FALTA SECTION.
      ******************************************************************
      *    O PROGRAMA DO PASSO NAO PODE SER CARREGADO: FALHA DO PASSO.
      ******************************************************************
           MOVE 16 TO BATCH-RC
           MOVE "PROGRAMA DO PASSO NAO ENCONTRADO" TO BATCH-MENSAGEM
           EXIT SECTION.

       GRAVAR-CONTROLO SECTION.
      ******************************************************************
      *    REESCREVE O FICHEIRO DE CONTROLO COM O ESTADO ATUAL.
      ******************************************************************
           OPEN OUTPUT CONTROLO
           WRITE FDCONTROLO FROM WSCONTROLO
           END-WRITE
           CLOSE CONTROLO
           EXIT SECTION.

       GRAVAR-HISTORICO SECTION.
      ******************************************************************
      *    ACRESCENTA AO HISTORICO A LINHA DO PASSO EXECUTADO.
      ******************************************************************
           OPEN EXTEND HISTORICO
           IF FS-HISTORICO NOT = "00" THEN
              OPEN OUTPUT HISTORICO
           END-IF
           WRITE HIST-LINHA FROM HIST-DETALHE
           END-WRITE
           CLOSE HISTORICO
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

       END PROGRAM GESTORNOTURNO.
