      *    OS CERTIFICADOS, O DIARIO DE SESSOES E A SEGURANCA DAS
      *    CONTAS, PARA QUE UM RESTAURO REPONHA TODOS OS FICHEIROS DE
      *    DADOS DE FORMA COERENTE.
      ******************************************************************
      *    V1.3 | 15.10.2026 | EXECUCAO NOTURNA (GESTORNOTURNO): COM
      *    BATCH-MODO = "B" O PROGRAMA CRIA UMA GERACAO SEM MENU NEM
      *    ECRAS (A CADEIA NOTURNA CORRE SEM OPERADOR, PELO QUE NAO HA
      *    AUTENTICACAO), MANTENDO O NUMERO DE GERACOES DO PARAMETRO
      *    CENTRAL GERACOES-BACKUP, E DEVOLVE O RESULTADO E AS
      *    CONTAGENS EM BATCH-PEDIDO.
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY WSADMINS.
       COPY VAR-AUTH.
       COPY WSLOGRECORDS.
       COPY VAR-BATCH.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-COPIAR         VALUE 1.
       77  FS-PARAMETROS            PIC X(002).
       77  FICH-IDX                 PIC 9(002).
       77  CONT-COPIADOS            PIC 9(006).
       77  TOTAL-COPIADOS           PIC 9(007).
       77  CONT-ERROS-BKP           PIC 9(002).
       77  CONT-REPOSTOS            PIC 9(006).
       77  CONT-CONFERIDOS          PIC 9(006).
       77  FIM-FICHEIRO             PIC X(001).
      ******************************************************************
           MOVE "; GESTOR: BACKUP" TO WSLOG-PROGRAM

           IF BATCH-NOTURNO THEN
              PERFORM COPIA-NOTURNA
              EXIT PROGRAM
           END-IF

           PERFORM ADMIN-AUTENTICACAO
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              EXIT PROGRAM
      *    FICHEIROS DE DADOS, REGISTA-A NO FICHEIRO DE CONTROLO E
      *    APAGA AS GERACOES MAIS ANTIGAS ALEM DO LIMITE INDICADO.
      ******************************************************************
           MOVE ZEROS TO MAX-GERACOES, TOTAL-COPIADOS, CONT-ERROS-BKP
           IF NOT BATCH-NOTURNO THEN
              MOVE "; MENU: CRIAR COPIA" TO WSLOG-SECTION
              ACCEPT MAX-GERACOES-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF
           END-IF
           IF MAX-GERACOES = ZEROS THEN

           END-PERFORM
           ADD 1 TO GER-ATUAL

           IF NOT BATCH-NOTURNO THEN
              DISPLAY PROGRESSO-SCREEN
           END-IF
           MOVE 09 TO LINHA
           MOVE 10 TO COLUNA

              WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS

           IF NOT BATCH-NOTURNO THEN
              ACCEPT COPIA-CONCLUIDA-SCREEN
           END-IF
           EXIT SECTION.

       COPIA-NOTURNA SECTION.
      ******************************************************************
      *    EXECUCAO NOTURNA: CRIA UMA GERACAO COM O NUMERO DE GERACOES
      *    POR DEFEITO E DEVOLVE AS CONTAGENS (FICHEIROS E REGISTOS
      *    COPIADOS). UMA COPIA QUE NAO PODE SER CRIADA E FALHA (RC 12).
      ******************************************************************
           MOVE "; NOTURNO: CRIAR COPIA" TO WSLOG-SECTION

           PERFORM CRIAR-COPIA

           MOVE 18 TO BATCH-LIDOS
           MOVE TOTAL-COPIADOS TO BATCH-TRATADOS
           IF CONT-ERROS-BKP = ZEROS THEN
              MOVE 0 TO BATCH-RC
              STRING "GERACAO ", GER-ATUAL, " CRIADA | GERACOES A MANTER
      -          ": ", MAX-GERACOES
                 INTO BATCH-MENSAGEM
              END-STRING
           ELSE
              MOVE 12 TO BATCH-RC
              STRING "GERACAO ", GER-ATUAL, " COM ", CONT-ERROS-BKP,
                 " COPIAS POR CRIAR"
                 INTO BATCH-MENSAGEM
              END-STRING
           END-IF
           EXIT SECTION.

       COPIAR-UM-FICHEIRO SECTION.
           MOVE SPACES TO FIM-FICHEIRO

           OPEN OUTPUT BKPFILE
           IF FS-BKP NOT = "00" THEN
              ADD 1 TO CONT-ERROS-BKP
           END-IF

           EVALUATE FICH-IDX
              WHEN 1 PERFORM COPIAR-ALUNOS
           END-EVALUATE

           CLOSE BKPFILE
           ADD CONT-COPIADOS TO TOTAL-COPIADOS

           MOVE "COPIADO" TO RESULTADO-TXT
           IF NOT BATCH-NOTURNO THEN
              DISPLAY LINHA-PROGRESSO-SCREEN
           END-IF
           ADD 1 TO LINHA
           EXIT SECTION.

