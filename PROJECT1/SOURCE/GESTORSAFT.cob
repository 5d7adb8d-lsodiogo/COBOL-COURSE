      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 03.09.2026
      ******************************************************************
      *    V1.1 | 15.10.2026 | EXPORTADAS TAMBEM AS NOTAS DE CREDITO
      *    EMITIDAS NO PERIODO (REGISTO N, COM A FATURA DE ORIGEM, O
      *    TIPO PARCIAL/TOTAL E O MOTIVO), COM CONTAGEM, TOTAL E
      *    VALIDACAO DA SEQUENCIA DE NUMEROS NOS TOTAIS DE CONTROLO.
      *    AS FATURAS ANULADAS POR NOTA DE CREDITO TOTAL SAEM COM O
      *    ESTADO ANULADA.
      ******************************************************************
      *    V1.2 | 15.10.2026 | ADICIONADA A TABELA DE CLIENTES (REGISTO
      *    K, GRAVADO ANTES DOS DOCUMENTOS): UM REGISTO POR ALUNO COM
      *    FATURAS OU NOTAS DE CREDITO NO PERIODO, COM O NIF E O NOME
      *    E MORADA DE FATURACAO. OS ALUNOS SEM NIF SAEM COMO
      *    CONSUMIDOR FINAL (999999990). O REGISTO F PASSA A TER O NIF
      *    E O NOME DO CLIENTE GUARDADOS NA FATURA NA EMISSAO.
      ******************************************************************
      *    V1.3 | 15.10.2026 | OS PATROCINADORES COM FATURAS (OU NOTAS
      *    DE CREDITO SOBRE ELAS) NO PERIODO SAEM NA TABELA DE CLIENTES
      *    COM OS DADOS DO MESTRE DE PATROCINADORES. OS REGISTOS F E K
      *    PASSAM A TER NO FIM O CODIGO DO PATROCINADOR (ZEROS QUANDO O
      *    CLIENTE E O ALUNO).
      ******************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS FDIDNUM
              FILE STATUS FS-ALUNOS.

           SELECT PATROCINADORES ASSIGN TO "patrocinadores"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPAT-CODIGO
              FILE STATUS FS-PATROCINADORES.

           SELECT NOTASCREDITO ASSIGN TO "notascredito"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDNC-NUMERO
              FILE STATUS FS-NOTASCREDITO.

           SELECT SAFT ASSIGN TO "saft.ext"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
       FD  ALUNOS.
       COPY FDALUNOS.

       FD  PATROCINADORES.
       COPY FDPATROCINADORES.

       FD  NOTASCREDITO.
       COPY FDNOTASCREDITO.

       FD  SAFT.
       01  SAFT-LINHA               PIC X(250).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.
       77  NUMERO-MAXIMO            PIC 9(008).
       77  NUMERO-CORRENTE          PIC 9(008).
       77  NOME-CLIENTE             PIC X(050).
       77  FS-NOTASCREDITO          PIC X(002).
       77  CONT-NOTAS               PIC 9(006).
       77  CONT-FALHAS-NC           PIC 9(005).
       77  TOTAL-CREDITADO          PIC 9(009)V99.
       77  TOTAL-ANULADO            PIC 9(009)V99.
       77  NC-NUMERO-MINIMO         PIC 9(008).
       77  NC-NUMERO-MAXIMO         PIC 9(008).
       77  NIF-CONSUMIDOR-FINAL     PIC 9(009) VALUE 999999990.
       77  CONT-CLIENTES            PIC 9(005).
       77  CLI-IDX                  PIC 9(005).
       77  CLI-IDNUM-PROCURADO      PIC 9(006).
       77  CLI-ENCONTRADO           PIC X(001).
       77  CLI-PAT-PROCURADO        PIC 9(005).
       77  FS-PATROCINADORES        PIC X(002).

       01  CLIENTES-TABELA.
           03  CLI-LINHA OCCURS 5000 TIMES.
             05  CLI-IDNUM          PIC 9(006).
             05  CLI-PATROCINADOR   PIC 9(005).

       01  SAFT-DETALHE.
           03  SAFT-DET-TIPO        PIC X(001) VALUE "F".
           03  SAFT-DET-VALOR       PIC 9(005).99.
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-DET-ESTADO      PIC X(009).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-DET-NIF         PIC 9(009).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-DET-PATROCINADOR PIC 9(005).

       01  SAFT-CONTROLO.
           03  SAFT-CTL-TIPO        PIC X(001) VALUE "C".
           03  SAFT-CTL-POR-PAGAR   PIC 9(009).99.
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-CTL-FALHAS      PIC 9(005).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-CTL-ANULADO     PIC 9(009).99.
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-CTL-NOTAS       PIC 9(006).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-CTL-CREDITADO   PIC 9(009).99.
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-CTL-FALHAS-NC   PIC 9(005).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-CTL-CLIENTES    PIC 9(005).

       01  SAFT-CLIENTE.
           03  SAFT-CLI-TIPO        PIC X(001) VALUE "K".
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-CLI-IDNUM       PIC 9(006).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-CLI-NIF         PIC 9(009).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-CLI-NOME        PIC X(050).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-CLI-MORADA      PIC X(100).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-CLI-COD-POSTAL.
             05  SAFT-CLI-COD       PIC 9(004).
             05  FILLER             PIC X(001) VALUE "-".
             05  SAFT-CLI-POST      PIC 9(003).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-CLI-LOCALIDADE  PIC X(050).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-CLI-PATROCINADOR PIC 9(005).

       01  SAFT-NOTA-CREDITO.
           03  SAFT-NC-TIPO         PIC X(001) VALUE "N".
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-NC-NUMERO       PIC 9(008).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-NC-DATA         PIC 9(008).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-NC-FATURA       PIC 9(008).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-NC-IDNUM        PIC 9(006).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-NC-VALOR        PIC 9(005).99.
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-NC-ALCANCE      PIC X(007).
           03  FILLER               PIC X(001) VALUE ";".
           03  SAFT-NC-MOTIVO       PIC X(050).

      ******************************************************************


           MOVE ZEROS TO CONT-DOCUMENTOS, CONT-FALHAS, TOTAL-PERIODO,
              TOTAL-PAGO, TOTAL-POR-PAGAR, NUMERO-MINIMO, NUMERO-MAXIMO
           MOVE ZEROS TO CONT-NOTAS, CONT-FALHAS-NC, TOTAL-CREDITADO,
              TOTAL-ANULADO, NC-NUMERO-MINIMO, NC-NUMERO-MAXIMO,
              CONT-CLIENTES

           OPEN INPUT FATURAS
           IF FS-FATURAS NOT = "00" THEN
              EXIT PROGRAM
           END-IF
           OPEN INPUT ALUNOS
           OPEN INPUT PATROCINADORES
           OPEN OUTPUT SAFT

           MOVE SPACES TO SAFT-LINHA
           WRITE SAFT-LINHA
           END-WRITE

           PERFORM EXPORTAR-CLIENTES

           MOVE LOW-VALUES TO FDFAT-NUMERO
           START FATURAS KEY IS GREATER OR EQUAL FDFAT-NUMERO
              INVALID KEY

           PERFORM VALIDAR-SEQUENCIA

           OPEN INPUT NOTASCREDITO
           IF FS-NOTASCREDITO = "00" THEN
              PERFORM EXPORTAR-NOTAS-CREDITO
              CLOSE NOTASCREDITO
           END-IF

           MOVE CONT-DOCUMENTOS TO SAFT-CTL-DOCUMENTOS
           MOVE TOTAL-PERIODO TO SAFT-CTL-TOTAL
           MOVE TOTAL-PAGO TO SAFT-CTL-PAGO
           MOVE TOTAL-POR-PAGAR TO SAFT-CTL-POR-PAGAR
           MOVE CONT-FALHAS TO SAFT-CTL-FALHAS
           MOVE TOTAL-ANULADO TO SAFT-CTL-ANULADO
           MOVE CONT-NOTAS TO SAFT-CTL-NOTAS
           MOVE TOTAL-CREDITADO TO SAFT-CTL-CREDITADO
           MOVE CONT-FALHAS-NC TO SAFT-CTL-FALHAS-NC
           MOVE CONT-CLIENTES TO SAFT-CTL-CLIENTES
           WRITE SAFT-LINHA FROM SAFT-CONTROLO
           END-WRITE

           CLOSE FATURAS, ALUNOS, PATROCINADORES, SAFT

           MOVE "; SAFT: " TO WSLOG-ADD-HEADING
           MOVE SAFT-MES-DE TO WSLOG-ADD-KEY
       EXPORTAR-FATURA SECTION.
      ******************************************************************
      *    EXPORTA A FATURA ATUALMENTE LIDA COM A IDENTIFICACAO DO
      *    CLIENTE GUARDADA NA FATURA (OU DO MESTRE DE ALUNOS, PARA
      *    FATURAS EMITIDAS ANTES DE A FATURA GUARDAR O CLIENTE),
      *    ACUMULANDO OS TOTAIS E OS LIMITES DA SEQUENCIA DE NUMEROS
      *    DO PERIODO.
      ******************************************************************
           MOVE SPACES TO NOME-CLIENTE
           IF FDFAT-NOME-FAT NOT = SPACES OR NOT FDFAT-DO-ALUNO THEN
              MOVE FDFAT-NOME-FAT TO NOME-CLIENTE
           ELSE
              MOVE FDFAT-IDNUM TO FDIDNUM
              READ ALUNOS RECORD
                 INVALID KEY
                    MOVE "CLIENTE SEM REGISTO NO MESTRE" TO
                       NOME-CLIENTE
                 NOT INVALID KEY
                    MOVE FDNOME TO NOME-CLIENTE
              END-READ
           END-IF
           IF FDFAT-NIF = ZEROS THEN
              MOVE NIF-CONSUMIDOR-FINAL TO SAFT-DET-NIF
           ELSE
              MOVE FDFAT-NIF TO SAFT-DET-NIF
           END-IF

           MOVE FDFAT-NUMERO TO SAFT-DET-NUMERO
           MOVE FDFAT-ANO-MES TO SAFT-DET-PERIODO
           MOVE NOME-CLIENTE TO SAFT-DET-NOME
           MOVE FDFAT-SIGLAUNIDADE TO SAFT-DET-UNIDADE
           MOVE FDFAT-VALOR TO SAFT-DET-VALOR
           MOVE FDFAT-PATROCINADOR TO SAFT-DET-PATROCINADOR
           EVALUATE TRUE
              WHEN FDFAT-PAGA
                 MOVE "PAGA" TO SAFT-DET-ESTADO
              WHEN FDFAT-ANULADA
                 MOVE "ANULADA" TO SAFT-DET-ESTADO
              WHEN OTHER
                 MOVE "POR PAGAR" TO SAFT-DET-ESTADO
           END-EVALUATE
           WRITE SAFT-LINHA FROM SAFT-DETALHE
           END-WRITE

           ADD 1 TO CONT-DOCUMENTOS
           ADD FDFAT-VALOR TO TOTAL-PERIODO
           EVALUATE TRUE
              WHEN FDFAT-PAGA
                 ADD FDFAT-VALOR TO TOTAL-PAGO
              WHEN FDFAT-ANULADA
                 ADD FDFAT-VALOR TO TOTAL-ANULADO
              WHEN OTHER
                 ADD FDFAT-VALOR TO TOTAL-POR-PAGAR
           END-EVALUATE

           IF NUMERO-MINIMO = ZEROS
           OR FDFAT-NUMERO < NUMERO-MINIMO THEN
           END-IF
           EXIT SECTION.

       EXPORTAR-CLIENTES SECTION.
      ******************************************************************
      *    TABELA DE CLIENTES: RECOLHE OS ALUNOS E PATROCINADORES COM
      *    FATURAS OU NOTAS DE CREDITO NO PERIODO (SEM REPETIR) E GRAVA
      *    UM REGISTO K POR CADA UM, COM O NIF E O NOME E MORADA DE
      *    FATURACAO.
      ******************************************************************
           MOVE LOW-VALUES TO FDFAT-NUMERO
           START FATURAS KEY IS GREATER OR EQUAL FDFAT-NUMERO
              INVALID KEY
                 SET STATUS-FATURA TO TRUE
           END-START

           IF FS-FATURAS = "00" THEN
              PERFORM UNTIL STATUS-FATURA
                 READ FATURAS NEXT RECORD
                    AT END
                       SET STATUS-FATURA TO TRUE
                    NOT AT END
                       IF FDFAT-ANO-MES >= SAFT-MES-DE
                       AND FDFAT-ANO-MES <= SAFT-MES-ATE THEN
                          MOVE FDFAT-IDNUM TO CLI-IDNUM-PROCURADO
                          MOVE FDFAT-PATROCINADOR TO CLI-PAT-PROCURADO
                          PERFORM GUARDAR-CLIENTE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
      *    LIMPA O INDICADOR DE FIM DE FICHEIRO PARA A PASSAGEM
      *    SEGUINTE.
           MOVE SPACES TO FDFATURA

           OPEN INPUT NOTASCREDITO
           IF FS-NOTASCREDITO = "00" THEN
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
                          IF FDNC-DATA (1:6) >= SAFT-MES-DE
                          AND FDNC-DATA (1:6) <= SAFT-MES-ATE THEN
                             MOVE FDNC-IDNUM TO CLI-IDNUM-PROCURADO
                             MOVE ZEROS TO CLI-PAT-PROCURADO
                             IF FDNC-IDNUM = ZEROS THEN
                                MOVE FDNC-FAT-NUMERO TO FDFAT-NUMERO
                                READ FATURAS RECORD
                                   NOT INVALID KEY
                                      MOVE FDFAT-PATROCINADOR TO
                                         CLI-PAT-PROCURADO
                                END-READ
                             END-IF
                             PERFORM GUARDAR-CLIENTE
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
              MOVE SPACES TO FDNOTACREDITO
              CLOSE NOTASCREDITO
           END-IF

           PERFORM VARYING CLI-IDX FROM 1 BY 1
              UNTIL CLI-IDX > CONT-CLIENTES
              PERFORM EXPORTAR-CLIENTE
           END-PERFORM
           EXIT SECTION.

       GUARDAR-CLIENTE SECTION.
      ******************************************************************
      *    ACRESCENTA O CLIENTE EM CLI-IDNUM-PROCURADO (ALUNO) E
      *    CLI-PAT-PROCURADO (PATROCINADOR) A TABELA DE CLIENTES DO
      *    PERIODO, SE AINDA NAO ESTIVER LA.
      ******************************************************************
           MOVE "N" TO CLI-ENCONTRADO
           PERFORM VARYING CLI-IDX FROM 1 BY 1
              UNTIL CLI-IDX > CONT-CLIENTES OR CLI-ENCONTRADO = "S"
              IF CLI-IDNUM (CLI-IDX) = CLI-IDNUM-PROCURADO
              AND CLI-PATROCINADOR (CLI-IDX) = CLI-PAT-PROCURADO THEN
                 MOVE "S" TO CLI-ENCONTRADO
              END-IF
           END-PERFORM

           IF CLI-ENCONTRADO = "N" AND CONT-CLIENTES < 5000 THEN
              ADD 1 TO CONT-CLIENTES
              MOVE CLI-IDNUM-PROCURADO TO CLI-IDNUM (CONT-CLIENTES)
              MOVE CLI-PAT-PROCURADO TO
                 CLI-PATROCINADOR (CONT-CLIENTES)
           END-IF
           EXIT SECTION.

       EXPORTAR-CLIENTE SECTION.
      ******************************************************************
      *    GRAVA O REGISTO K DO CLIENTE NA POSICAO CLI-IDX DA TABELA DE
      *    CLIENTES, COM OS DADOS DE FATURACAO QUANDO EXISTEM.
      ******************************************************************
           MOVE CLI-IDNUM (CLI-IDX) TO SAFT-CLI-IDNUM
           MOVE CLI-PATROCINADOR (CLI-IDX) TO SAFT-CLI-PATROCINADOR
           MOVE NIF-CONSUMIDOR-FINAL TO SAFT-CLI-NIF
           MOVE ZEROS TO SAFT-CLI-COD, SAFT-CLI-POST
           MOVE SPACES TO SAFT-CLI-MORADA, SAFT-CLI-LOCALIDADE

           IF CLI-PATROCINADOR (CLI-IDX) > ZEROS THEN
              MOVE CLI-PATROCINADOR (CLI-IDX) TO FDPAT-CODIGO
              READ PATROCINADORES RECORD
                 INVALID KEY
                    MOVE "CLIENTE SEM REGISTO NO MESTRE" TO
                       SAFT-CLI-NOME
                 NOT INVALID KEY
                    MOVE FDPAT-NIF TO SAFT-CLI-NIF
                    MOVE FDPAT-NOME TO SAFT-CLI-NOME
                    MOVE FDPAT-MORADA TO SAFT-CLI-MORADA
                    MOVE FDPAT-COD TO SAFT-CLI-COD
                    MOVE FDPAT-POST TO SAFT-CLI-POST
                    MOVE FDPAT-LOCALIDADE TO SAFT-CLI-LOCALIDADE
              END-READ
              WRITE SAFT-LINHA FROM SAFT-CLIENTE
              END-WRITE
              EXIT SECTION
           END-IF

           MOVE CLI-IDNUM (CLI-IDX) TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 MOVE "CLIENTE SEM REGISTO NO MESTRE" TO SAFT-CLI-NOME
              NOT INVALID KEY
                 IF FDNIF NOT = ZEROS THEN
                    MOVE FDNIF TO SAFT-CLI-NIF
                 END-IF
                 IF FDNOME-FAT NOT = SPACES THEN
                    MOVE FDNOME-FAT TO SAFT-CLI-NOME
                 ELSE
                    MOVE FDNOME TO SAFT-CLI-NOME
                 END-IF
                 IF FDMORADA-FAT NOT = SPACES THEN
                    MOVE FDMORADA-FAT TO SAFT-CLI-MORADA
                    MOVE FDCOD-FAT TO SAFT-CLI-COD
                    MOVE FDPOST-FAT TO SAFT-CLI-POST
                    MOVE FDLOCALIDADE-FAT TO SAFT-CLI-LOCALIDADE
                 ELSE
                    MOVE FDMORADA TO SAFT-CLI-MORADA
                    MOVE FDCOD TO SAFT-CLI-COD
                    MOVE FDPOST TO SAFT-CLI-POST
                    MOVE FDLOCALIDADE TO SAFT-CLI-LOCALIDADE
                 END-IF
           END-READ

           WRITE SAFT-LINHA FROM SAFT-CLIENTE
           END-WRITE
           EXIT SECTION.

       VALIDAR-SEQUENCIA SECTION.
      ******************************************************************
      *    VALIDA QUE A SEQUENCIA DE NUMEROS DE FATURA DO PERIODO NAO
           END-PERFORM
           EXIT SECTION.

       EXPORTAR-NOTAS-CREDITO SECTION.
      ******************************************************************
      *    EXPORTA AS NOTAS DE CREDITO EMITIDAS NO PERIODO FISCAL (PELA
      *    DATA DE EMISSAO), CADA UMA COM A FATURA QUE CORRIGE, E
      *    VALIDA QUE A SEQUENCIA DE NUMEROS DAS NOTAS NAO TEM FALHAS.
      ******************************************************************
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
                       IF FDNC-DATA (1:6) >= SAFT-MES-DE
                       AND FDNC-DATA (1:6) <= SAFT-MES-ATE THEN
                          PERFORM EXPORTAR-NOTA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF NC-NUMERO-MINIMO = ZEROS THEN
              EXIT SECTION
           END-IF

           PERFORM VARYING NUMERO-CORRENTE FROM NC-NUMERO-MINIMO BY 1
              UNTIL NUMERO-CORRENTE > NC-NUMERO-MAXIMO
              MOVE NUMERO-CORRENTE TO FDNC-NUMERO
              READ NOTASCREDITO RECORD
                 INVALID KEY
                    ADD 1 TO CONT-FALHAS-NC
                    MOVE SPACES TO SAFT-LINHA
                    STRING "G;FALHA DE SEQUENCIA NC;",
                       NUMERO-CORRENTE INTO SAFT-LINHA
                    END-STRING
                    WRITE SAFT-LINHA
                    END-WRITE
              END-READ
           END-PERFORM
           EXIT SECTION.

       EXPORTAR-NOTA SECTION.
      ******************************************************************
      *    EXPORTA A NOTA DE CREDITO ATUALMENTE LIDA E ACUMULA O TOTAL
      *    CREDITADO E OS LIMITES DA SEQUENCIA DE NUMEROS.
      ******************************************************************
           MOVE FDNC-NUMERO TO SAFT-NC-NUMERO
           MOVE FDNC-DATA TO SAFT-NC-DATA
           MOVE FDNC-FAT-NUMERO TO SAFT-NC-FATURA
           MOVE FDNC-IDNUM TO SAFT-NC-IDNUM
           MOVE FDNC-VALOR TO SAFT-NC-VALOR
           IF FDNC-TOTAL THEN
              MOVE "TOTAL" TO SAFT-NC-ALCANCE
           ELSE
              MOVE "PARCIAL" TO SAFT-NC-ALCANCE
           END-IF
           MOVE FDNC-MOTIVO-TEXTO TO SAFT-NC-MOTIVO
           WRITE SAFT-LINHA FROM SAFT-NOTA-CREDITO
           END-WRITE

           ADD 1 TO CONT-NOTAS
           ADD FDNC-VALOR TO TOTAL-CREDITADO

           IF NC-NUMERO-MINIMO = ZEROS
           OR FDNC-NUMERO < NC-NUMERO-MINIMO THEN
              MOVE FDNC-NUMERO TO NC-NUMERO-MINIMO
           END-IF
           IF FDNC-NUMERO > NC-NUMERO-MAXIMO THEN
              MOVE FDNC-NUMERO TO NC-NUMERO-MAXIMO
           END-IF
           EXIT SECTION.

       SAVE-LOGRECORDS SECTION.
      ******************************************************************
      *    SECÇÃO QUE É CHAMADA PARA O FAZER O REGISTO NO FICHEIRO DE
