      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 22.08.2026
      ******************************************************************
      *    V1.1 | 15.10.2026 | EXECUCAO NOTURNA (GESTORNOTURNO): COM
      *    BATCH-MODO = "B" O PROGRAMA PROCESSA AS PENDENTES SEM MENU
      *    NEM ECRAS E DEVOLVE O RESULTADO E AS CONTAGENS EM
      *    BATCH-PEDIDO.
      ******************************************************************

       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.
       COPY VAR-BATCH.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-PENDENTES      VALUE 1.
       77  ESTADO-FILTRO            PIC 9(001).
       77  CONT-LISTADOS            PIC 9(005).
       77  CONT-PROCESSADAS         PIC 9(005).
       77  CONT-LIDAS               PIC 9(005).
       77  FILTRO-IDNUM             PIC 9(006).
       77  ESTADO-TXT               PIC X(008).
       77  PRIMEIRA-LINHA           PIC X(001).
      ******************************************************************
           MOVE "; GESTOR: NOTIFICACOES" TO WSLOG-PROGRAM

           IF BATCH-NOTURNO THEN
              PERFORM PROCESSAR-NOTURNO
              EXIT PROGRAM
           END-IF

           MOVE ZEROS TO ESCOLHA-SCREEN
           PERFORM UNTIL ESCOLHA-SCREEN = 0

      *    COPIA TEMPORARIA (O FICHEIRO E LINE SEQUENTIAL).
      ******************************************************************
           MOVE "; MENU: PROCESSAR" TO WSLOG-SECTION
           MOVE ZEROS TO CONT-PROCESSADAS, CONT-LIDAS
           MOVE SPACES TO FIM-FICHEIRO
           MOVE "S" TO PRIMEIRA-LINHA

           OPEN INPUT NOTIFICACOES
           IF FS-NOTIFICACOES NOT = "00" THEN
              IF NOT BATCH-NOTURNO THEN
                 ACCEPT SEM-NOTIF-SCREEN
              END-IF
              EXIT SECTION
           END-IF
           OPEN OUTPUT NOTIFTEMP
                    IF PRIMEIRA-LINHA = "S" THEN
                       MOVE SPACES TO PRIMEIRA-LINHA
                    ELSE
                       ADD 1 TO CONT-LIDAS
                       PERFORM EXPEDIR-SE-PENDENTE
                    END-IF
                    MOVE FDNOTIFICACAO TO WSNOTIFICACAO
           END-STRING
           PERFORM SAVE-LOGRECORDS

           IF NOT BATCH-NOTURNO THEN
              ACCEPT PROCESSADAS-SCREEN
           END-IF
           EXIT SECTION.

       PROCESSAR-NOTURNO SECTION.
      ******************************************************************
      *    EXECUCAO NOTURNA: PROCESSA AS PENDENTES E DEVOLVE AS
      *    CONTAGENS. SEM FICHEIRO DE NOTIFICACOES NAO HA NADA A
      *    EXPEDIR (RC 0); UM ERRO DE ABERTURA DA CAIXA DE SAIDA OU DO
      *    EXTRATO TERMINA COM RC 12.
      ******************************************************************
           MOVE "; NOTURNO: PROCESSAR" TO WSLOG-SECTION

           PERFORM PROCESSAR-PENDENTES

           MOVE CONT-LIDAS TO BATCH-LIDOS
           MOVE CONT-PROCESSADAS TO BATCH-TRATADOS
           EVALUATE TRUE
              WHEN FS-NOTIFICACOES = "35"
                 MOVE 0 TO BATCH-RC
                 MOVE "SEM FICHEIRO DE NOTIFICACOES" TO BATCH-MENSAGEM
              WHEN FS-NOTIFICACOES NOT = "00"
              OR FS-EMAILEXT NOT = "00"
                 MOVE 12 TO BATCH-RC
                 STRING "ERRO DE FICHEIRO | NOTIFICACOES: ",
                    FS-NOTIFICACOES, " | EXTRATO: ", FS-EMAILEXT
                    INTO BATCH-MENSAGEM
                 END-STRING
              WHEN OTHER
                 MOVE 0 TO BATCH-RC
                 MOVE "NOTIFICACOES PENDENTES EXPEDIDAS" TO
                    BATCH-MENSAGEM
           END-EVALUATE
           EXIT SECTION.

       EXPEDIR-SE-PENDENTE SECTION.
