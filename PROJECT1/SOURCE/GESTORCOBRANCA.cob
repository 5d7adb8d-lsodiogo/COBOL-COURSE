      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 03.09.2026
      ******************************************************************
      *    V1.1 | 15.10.2026 | O VALOR EM ATRASO DE CADA FATURA PASSA A
      *    DESCONTAR AS NOTAS DE CREDITO EMITIDAS SOBRE ELA (FICHEIRO
      *    NOTASCREDITO); FATURAS TOTALMENTE CREDITADAS NAO SAO
      *    COBRADAS.
      ******************************************************************
      *    V1.2 | 15.10.2026 | AS FATURAS DE PATROCINADORES SAO
      *    COBRADAS AO PATROCINADOR: OS ATRASOS SAO ACUMULADOS POR
      *    PAGADOR (ALUNO OU PATROCINADOR) E A NOTIFICACAO DE UM
      *    PATROCINADOR SEGUE PARA O E-MAIL DO MESTRE DE PATROCINADORES.
      ******************************************************************
      *    V1.3 | 15.10.2026 | AS FATURAS DE PRESTACOES DE UM PLANO DE
      *    PAGAMENTO (FICHEIRO PLANOS) VENCEM NA DATA DE VENCIMENTO DA
      *    PRESTACAO EM VEZ DO INICIO DO MES SEGUINTE. O VALOR EM
      *    ATRASO PASSA A DESCONTAR TAMBEM OS RECIBOS JA REGISTADOS
      *    (PAGAMENTOS PARCIAIS); FATURAS COBERTAS NAO SAO COBRADAS.
      ******************************************************************
      *    V1.4 | 15.10.2026 | EXECUCAO NOTURNA (GESTORNOTURNO): COM
      *    BATCH-MODO = "B" O LIMITE DE DIAS E O PARAMETRO CENTRAL
      *    DIAS-COBRANCA, NAO HA ECRAS E O RESULTADO E AS CONTAGENS SAO
      *    DEVOLVIDOS EM BATCH-PEDIDO.
      ******************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS FDFAT-NUMERO
              FILE STATUS FS-FATURAS.

           SELECT NOTASCREDITO ASSIGN TO "notascredito"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDNC-NUMERO
              FILE STATUS FS-NOTASCREDITO.

           SELECT RECIBOS ASSIGN TO "recibos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDREC-NUMERO
              FILE STATUS FS-RECIBOS.

           SELECT PLANOS ASSIGN TO "planos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPLANO-CHAVE
              FILE STATUS FS-PLANOS.

           SELECT ALUNOS ASSIGN TO "alunosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDIDNUM
              FILE STATUS FS-ALUNOS.

           SELECT PATROCINADORES ASSIGN TO "patrocinadores"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPAT-CODIGO
              FILE STATUS FS-PATROCINADORES.

           SELECT NOTIFICACOES ASSIGN TO "notificacoes"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
       FD  FATURAS.
       COPY FDFATURAS.

       FD  NOTASCREDITO.
       COPY FDNOTASCREDITO.

       FD  RECIBOS.
       COPY FDRECIBOS.

       FD  PLANOS.
       COPY FDPLANOS.

       FD  ALUNOS.
       COPY FDALUNOS.

       FD  PATROCINADORES.
       COPY FDPATROCINADORES.

       FD  NOTIFICACOES.
       COPY FDNOTIFICACOES.


       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.
       COPY VAR-BATCH.

       77  FS-FATURAS               PIC X(002).
       77  FS-ALUNOS                PIC X(002).
       77  DEV-MAX                  PIC 9(003).
       77  DEV-ENCONTRADO           PIC X(001).
       77  VALOR-EDITADO            PIC ZZZZZZ9.99.
       77  FS-NOTASCREDITO          PIC X(002).
       77  TOTAL-NOTAS-FAT          PIC 9(007)V99.
       77  VALOR-EM-DIVIDA          PIC 9(007)V99.
       77  FS-PATROCINADORES        PIC X(002).
       77  FS-RECIBOS               PIC X(002).
       77  FS-PLANOS                PIC X(002).
       77  TOTAL-RECIBOS-FAT        PIC 9(007)V99.
       77  PLANO-IDX                PIC 9(002).
       77  PLANOS-OK                PIC X(001).

       01  DEVEDORES-TABELA.
           03  DEV-LINHA OCCURS 500 TIMES.
             05  DEV-IDNUM          PIC 9(006).
             05  DEV-PATROCINADOR   PIC 9(005).
             05  DEV-FATURAS        PIC 9(003).
             05  DEV-VALOR          PIC 9(007)V99.
             05  DEV-MAX-ATRASO     PIC 9(005).
           MOVE "; MENU: COBRANCA" TO WSLOG-SECTION

           MOVE ZEROS TO DIAS-LIMITE
           IF BATCH-NOTURNO THEN
              MOVE "; NOTURNO: COBRANCA" TO WSLOG-SECTION
           ELSE
              DISPLAY COBRANCA-SCREEN
              ACCEPT DIAS-CAMPO
              IF KEYSTATUS = 1003 THEN
                 EXIT PROGRAM
              END-IF
           END-IF
           IF DIAS-LIMITE = ZEROS THEN


           OPEN INPUT FATURAS
           IF FS-FATURAS NOT = "00" THEN
              IF BATCH-NOTURNO THEN
                 PERFORM DEVOLVER-NOTURNO
              END-IF
              EXIT PROGRAM
           END-IF
           OPEN INPUT NOTASCREDITO
           OPEN INPUT RECIBOS
           MOVE SPACES TO PLANOS-OK
           OPEN INPUT PLANOS
           IF FS-PLANOS = "00" THEN
              MOVE "S" TO PLANOS-OK
           END-IF

           MOVE LOW-VALUES TO FDFAT-NUMERO
           START FATURAS KEY IS GREATER OR EQUAL FDFAT-NUMERO
              END-PERFORM
           END-IF

           CLOSE FATURAS, NOTASCREDITO, RECIBOS, PLANOS

           OPEN INPUT ALUNOS
           OPEN INPUT PATROCINADORES
           OPEN EXTEND NOTIFICACOES
           IF FS-NOTIFICACOES NOT = "00" THEN
              OPEN OUTPUT NOTIFICACOES
              PERFORM NOTIFICAR-DEVEDOR
           END-PERFORM

           CLOSE ALUNOS, PATROCINADORES, NOTIFICACOES, RESUMO

           MOVE "; COBRANCA: " TO WSLOG-ADD-HEADING
           MOVE CONT-AVISADOS TO WSLOG-ADD-KEY
           MOVE "; ALUNOS AVISADOS PELA COBRANCA" TO WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS

           IF BATCH-NOTURNO THEN
              PERFORM DEVOLVER-NOTURNO
              EXIT PROGRAM
           END-IF

           ACCEPT COBRANCA-FEITA-SCREEN
           EXIT PROGRAM.

       DEVOLVER-NOTURNO SECTION.
      ******************************************************************
      *    EXECUCAO NOTURNA: DEVOLVE AS CONTAGENS (FATURAS EM ATRASO E
      *    DEVEDORES AVISADOS) E O RESULTADO. SEM FICHEIRO DE FATURAS
      *    NAO HA NADA A COBRAR (RC 0); OUTRO ERRO DE ABERTURA DAS
      *    FATURAS OU DA CAIXA DE SAIDA TERMINA COM RC 12.
      ******************************************************************
           MOVE CONT-FATURAS-ATRASO TO BATCH-LIDOS
           MOVE CONT-AVISADOS TO BATCH-TRATADOS
           EVALUATE TRUE
              WHEN FS-FATURAS = "35"
                 MOVE 0 TO BATCH-RC
                 MOVE "SEM FICHEIRO DE FATURAS" TO BATCH-MENSAGEM
              WHEN FS-FATURAS NOT = "00"
              OR FS-NOTIFICACOES NOT = "00"
                 MOVE 12 TO BATCH-RC
                 STRING "ERRO DE FICHEIRO | FATURAS: ", FS-FATURAS,
                    " | NOTIFICACOES: ", FS-NOTIFICACOES
                    INTO BATCH-MENSAGEM
                 END-STRING
              WHEN OTHER
                 MOVE 0 TO BATCH-RC
                 STRING "COBRANCA FEITA | LIMITE DE DIAS: ",
                    DIAS-LIMITE INTO BATCH-MENSAGEM
                 END-STRING
           END-EVALUATE
           EXIT SECTION.

       AVALIAR-FATURA-ATRASO SECTION.
      ******************************************************************
      *    CALCULA O ATRASO DA FATURA ATUALMENTE LIDA (VENCIMENTO NO
      *    PRIMEIRO DIA DO MES SEGUINTE AO MES FATURADO, OU NA DATA DE
      *    VENCIMENTO DA PRESTACAO QUANDO E FATURA DE UM PLANO DE
      *    PAGAMENTO) E, SE PASSA O LIMITE, ACUMULA O VALOR AINDA EM
      *    DIVIDA NA TABELA DE DEVEDORES (O ALUNO, OU O PATROCINADOR
      *    NAS FATURAS DE PATROCINADORES).
      ******************************************************************
           MOVE FDFAT-ANO-MES (1:4) TO VENC-ANO
           MOVE FDFAT-ANO-MES (5:2) TO VENC-MES
           END-IF
           COMPUTE DATA-VENCIMENTO =
              (VENC-ANO * 10000) + (VENC-MES * 100) + 1
           PERFORM VENCIMENTO-PRESTACAO

           COMPUTE DIAS-ATRASO =
              FUNCTION INTEGER-OF-DATE (HOJE-DATA) -
              EXIT SECTION
           END-IF

           PERFORM SOMAR-NOTAS-FATURA
           PERFORM SOMAR-RECIBOS-FATURA
           IF TOTAL-NOTAS-FAT + TOTAL-RECIBOS-FAT >= FDFAT-VALOR THEN
              EXIT SECTION
           END-IF
           COMPUTE VALOR-EM-DIVIDA =
              FDFAT-VALOR - TOTAL-NOTAS-FAT - TOTAL-RECIBOS-FAT

           ADD 1 TO CONT-FATURAS-ATRASO

           MOVE SPACES TO DEV-ENCONTRADO
           PERFORM VARYING DEV-IDX FROM 1 BY 1
              UNTIL DEV-IDX > DEV-MAX OR DEV-ENCONTRADO = "S"
              IF DEV-IDNUM (DEV-IDX) = FDFAT-IDNUM
              AND DEV-PATROCINADOR (DEV-IDX) = FDFAT-PATROCINADOR THEN
                 MOVE "S" TO DEV-ENCONTRADO
                 ADD 1 TO DEV-FATURAS (DEV-IDX)
                 ADD VALOR-EM-DIVIDA TO DEV-VALOR (DEV-IDX)
                 IF DIAS-ATRASO > DEV-MAX-ATRASO (DEV-IDX) THEN
                    MOVE DIAS-ATRASO TO DEV-MAX-ATRASO (DEV-IDX)
                 END-IF
           IF DEV-ENCONTRADO NOT = "S" AND DEV-MAX < 500 THEN
              ADD 1 TO DEV-MAX
              MOVE FDFAT-IDNUM TO DEV-IDNUM (DEV-MAX)
              MOVE FDFAT-PATROCINADOR TO DEV-PATROCINADOR (DEV-MAX)
              MOVE 1 TO DEV-FATURAS (DEV-MAX)
              MOVE VALOR-EM-DIVIDA TO DEV-VALOR (DEV-MAX)
              MOVE DIAS-ATRASO TO DEV-MAX-ATRASO (DEV-MAX)
           END-IF
           EXIT SECTION.

       SOMAR-NOTAS-FATURA SECTION.
      ******************************************************************
      *    SOMA AS NOTAS DE CREDITO JA EMITIDAS SOBRE A FATURA
      *    ATUALMENTE LIDA.
      ******************************************************************
           MOVE ZEROS TO TOTAL-NOTAS-FAT

           MOVE LOW-VALUES TO FDNC-NUMERO
           START NOTASCREDITO KEY IS GREATER OR EQUAL FDNC-NUMERO
              INVALID KEY
                 SET STATUS-NOTACREDITO TO TRUE
           END-START

           IF FS-NOTASCREDITO = "00" THEN
              PERFORM UNTIL STATUS-NOTACREDITO
                 READ NOTASCREDITO NEXT RECORD
                    AT END
                       SET STATUS-NOTACREDITO TO TRUE
                    NOT AT END
                       IF FDNC-FAT-NUMERO = FDFAT-NUMERO THEN
                          ADD FDNC-VALOR TO TOTAL-NOTAS-FAT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       VENCIMENTO-PRESTACAO SECTION.
      ******************************************************************
      *    QUANDO A FATURA ATUALMENTE LIDA E DE UMA PRESTACAO DO PLANO
      *    DE PAGAMENTO DO ALUNO NA UNIDADE, PASSA A DATA DE VENCIMENTO
      *    PARA A DATA DE VENCIMENTO DESSA PRESTACAO.
      ******************************************************************
           IF PLANOS-OK NOT = "S" OR FDFAT-PATROCINADOR > ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE FDFAT-IDNUM TO FDPLANO-IDNUM
           MOVE FDFAT-SIGLAUNIDADE TO FDPLANO-SIGLAUNIDADE
           READ PLANOS RECORD
              INVALID KEY
                 EXIT SECTION
           END-READ

           PERFORM VARYING PLANO-IDX FROM 1 BY 1
              UNTIL PLANO-IDX > FDPLANO-NUM-PRESTACOES
              IF FDPLANO-FATURA (PLANO-IDX) = FDFAT-NUMERO THEN
                 MOVE FDPLANO-DATA-VENC (PLANO-IDX) TO DATA-VENCIMENTO
              END-IF
           END-PERFORM
           EXIT SECTION.

       SOMAR-RECIBOS-FATURA SECTION.
      ******************************************************************
      *    SOMA OS RECIBOS JA REGISTADOS CONTRA A FATURA ATUALMENTE
      *    LIDA.
      ******************************************************************
           MOVE ZEROS TO TOTAL-RECIBOS-FAT

           MOVE LOW-VALUES TO FDREC-NUMERO
           START RECIBOS KEY IS GREATER OR EQUAL FDREC-NUMERO
              INVALID KEY
                 SET STATUS-RECIBO TO TRUE
           END-START

           IF FS-RECIBOS = "00" THEN
              PERFORM UNTIL STATUS-RECIBO
                 READ RECIBOS NEXT RECORD
                    AT END
                       SET STATUS-RECIBO TO TRUE
                    NOT AT END
                       IF FDREC-FAT-NUMERO = FDFAT-NUMERO THEN
                          ADD FDREC-VALOR TO TOTAL-RECIBOS-FAT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       NOTIFICAR-DEVEDOR SECTION.
      ******************************************************************
      *    ESCREVE A NOTIFICACAO DO DEVEDOR NA POSICAO DEV-IDX DA
      *    TABELA (UMA POR ALUNO OU PATROCINADOR, COM O TEXTO AGRAVADO
      *    AOS 30/60/90 DIAS) E A LINHA CORRESPONDENTE DO RESUMO.
      ******************************************************************
           IF DEV-PATROCINADOR (DEV-IDX) > ZEROS THEN
              MOVE DEV-PATROCINADOR (DEV-IDX) TO FDPAT-CODIGO
              READ PATROCINADORES RECORD
                 INVALID KEY
                    EXIT SECTION
              END-READ
              MOVE ZEROS TO FDNOTIF-IDNUM
              MOVE FDPAT-NOME TO FDNOTIF-NOME
              MOVE FDPAT-EMAIL TO FDNOTIF-EMAIL
           ELSE
              MOVE DEV-IDNUM (DEV-IDX) TO FDIDNUM
              READ ALUNOS RECORD
                 INVALID KEY
                    EXIT SECTION
              END-READ
              MOVE FDIDNUM TO FDNOTIF-IDNUM
              MOVE FDNOME TO FDNOTIF-NOME
              MOVE FDEMAIL OF FDALUNO TO FDNOTIF-EMAIL
           END-IF

           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  INTO FDNOTIF-DATE-TIME
           END-STRING
           MOVE SPACES TO FDNOTIF-SIGLAPROF

           EVALUATE TRUE
              WHEN DEV-MAX-ATRASO (DEV-IDX) >= 90

           MOVE DEV-VALOR (DEV-IDX) TO VALOR-EDITADO
           MOVE SPACES TO RESUMO-LINHA
           IF DEV-PATROCINADOR (DEV-IDX) > ZEROS THEN
              STRING "PATROCINADOR: ", DEV-PATROCINADOR (DEV-IDX),
                 " | FATURAS EM ATRASO: ", DEV-FATURAS (DEV-IDX),
                 " | VALOR: ", VALOR-EDITADO,
                 " | MAIOR ATRASO (DIAS): ", DEV-MAX-ATRASO (DEV-IDX)
                 INTO RESUMO-LINHA
              END-STRING
           ELSE
              STRING "ALUNO: ", DEV-IDNUM (DEV-IDX),
                 " | FATURAS EM ATRASO: ", DEV-FATURAS (DEV-IDX),
                 " | VALOR: ", VALOR-EDITADO,
                 " | MAIOR ATRASO (DIAS): ", DEV-MAX-ATRASO (DEV-IDX)
                 INTO RESUMO-LINHA
              END-STRING
           END-IF
           WRITE RESUMO-LINHA
           END-WRITE
           EXIT SECTION.
