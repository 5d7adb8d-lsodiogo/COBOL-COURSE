      *    DENTRO DAS DATAS DE VALIDADE, COM O VALOR ORIGINAL E O
      *    DESCONTO MOSTRADOS NO EXTRATO. O VALOR QUE FICA NA FATURA E
      *    O VALOR JA COM DESCONTO.
      ******************************************************************
      *    V1.5 | 15.10.2026 | ADICIONADAS AS NOTAS DE CREDITO
      *    NUMERADAS (FICHEIRO NOTASCREDITO): CADA NOTA REFERE A FATURA
      *    ORIGINAL, E PARCIAL OU TOTAL E TEM UM MOTIVO. A NOTA TOTAL
      *    ANULA A FATURA (ESTADO 3), A PARCIAL REDUZ O VALOR EM
      *    DIVIDA. A FATURA NUNCA E REESCRITA NO VALOR. AS NOTAS
      *    APARECEM NO EXTRATO DE CONTA, NOS TOTAIS DE RECEITA E NA
      *    EXPORTACAO CONTABILISTICA (GESTORSAFT).
      ******************************************************************
      *    V1.6 | 15.10.2026 | CADA FATURA PASSA A GUARDAR O CLIENTE NO
      *    MOMENTO DA EMISSAO: NIF DO ALUNO E NOME/MORADA DE
      *    FATURACAO (OS DADOS DE FATURACAO DO ALUNO QUANDO EXISTEM,
      *    SENAO O NOME E A MORADA DO PROPRIO ALUNO). O CLIENTE SAI NO
      *    EXTRATO DE FATURACAO E NO NOVO RECIBO IMPRESSO (recibo.ext),
      *    GRAVADO A CADA RECIBO REGISTADO.
      ******************************************************************
      *    V1.7 | 15.10.2026 | FATURACAO A PATROCINADORES: QUANDO A
      *    INSCRICAO E PAGA POR UM PATROCINADOR (FICHEIRO PAGADORES,
      *    MANTIDO NO GESTOR DE INSCRICOES), A PARTE DELE E FATURADA
      *    NUMA SO FATURA POR PATROCINADOR E POR MES, EM NOME DO
      *    PATROCINADOR, COM O ANEXO DOS ALUNOS ABRANGIDOS (FICHEIRO
      *    faturasanexo); O RESTO, QUANDO HA, FICA NA FATURA DO ALUNO.
      *    O RECIBO IMPRESSO E O EXTRATO DE CONTA SEGUEM O PAGADOR: O
      *    EXTRATO PODE SER PEDIDO POR ALUNO OU POR PATROCINADOR.
      ******************************************************************
      *    V1.8 | 15.10.2026 | MENSALIDADE PROPORCIONAL: QUANDO O ALUNO
      *    SO ESTEVE INSCRITO PARTE DO MES (INSCRICAO A MEIO DO MES,
      *    ANULACAO OU TRANSFERENCIA DE UNIDADE), A FATURA E FEITA NA
      *    PROPORCAO DOS MINUTOS DE AULA DA UNIDADE MARCADOS NO
      *    HORARIO DENTRO DO PERIODO INSCRITO, OU DOS DIAS QUANDO A
      *    UNIDADE NAO TEM AULAS MARCADAS NO MES. AS INSCRICOES
      *    ANULADAS COM DATA DE ANULACAO SAO FATURADAS ATE ESSA DATA.
      ******************************************************************
      *    V1.9 | 15.10.2026 | PLANOS DE PAGAMENTO: QUANDO A INSCRICAO
      *    TEM UM PLANO ATIVO (FICHEIRO PLANOS, MANTIDO NO GESTORPLANOS)
      *    A FATURACAO MENSAL FATURA AO ALUNO AS PRESTACOES DO PLANO
      *    QUE VENCEM NO MES, EM VEZ DA MENSALIDADE DA UNIDADE (SEM
      *    DESCONTO, PROPORCAO NEM PATROCINADOR). O NUMERO DA FATURA
      *    FICA GUARDADO NA PRESTACAO, QUE NAO VOLTA A SER FATURADA.
      ******************************************************************
      *    V2.0 | 15.10.2026 | A FATURACAO DE UM MES OU DE UM PERIODO
      *    E A MARCACAO DE UMA FATURA CUJO MES (DIA 1) CAI NUM PERIODO
      *    LETIVO FECHADO (VER GESTORPERIODOS) SO SEGUEM COM A
      *    AUTORIZACAO DE UM ADMINISTRADOR E UM MOTIVO (VER
      *    GESTORFECHO). RECIBOS E NOTAS DE CREDITO SAO DATADOS DO DIA
      *    EM QUE SAO EMITIDOS E CONTINUAM A SER A FORMA DE CORRIGIR
      *    UMA FATURA DE UM PERIODO FECHADO.
      ******************************************************************
      *    V2.1 | 15.10.2026 | UMA NOVA FATURACAO DE UM MES JA FATURADO
      *    SOMA AS NOVAS INSCRICOES PATROCINADAS A FATURA POR PAGAR QUE
      *    O PATROCINADOR JA TEM NESSE MES, EM VEZ DE EMITIR OUTRA.
      ******************************************************************

       IDENTIFICATION DIVISION.
              LOCK MODE MANUAL
              FILE STATUS FS-RECIBOS.

           SELECT NOTASCREDITO ASSIGN TO "notascredito"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDNC-NUMERO
              LOCK MODE MANUAL
              FILE STATUS FS-NOTASCREDITO.

           SELECT ALUNOS ASSIGN TO "alunosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDIDNUM
              FILE STATUS FS-ALUNOS.

           SELECT PAGADORES ASSIGN TO "pagadores"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPAG-CHAVE
              FILE STATUS FS-PAGADORES.

           SELECT PATROCINADORES ASSIGN TO "patrocinadores"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPAT-CODIGO
              FILE STATUS FS-PATROCINADORES.

           SELECT FATANEXO ASSIGN TO "faturasanexo"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDANX-CHAVE
              FILE STATUS FS-FATANEXO.

           SELECT PLANOS ASSIGN TO "planos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPLANO-CHAVE
              LOCK MODE MANUAL
              FILE STATUS FS-PLANOS.

           SELECT HORARIOS ASSIGN TO "horariosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDDATAAULA
              FILE STATUS FS-HORARIOS.

           SELECT RECIBOIMP ASSIGN TO "recibo.ext"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-RECIBOIMP.

           SELECT CONTA ASSIGN TO "contaaluno.ext"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
       FD  RECIBOS.
       COPY FDRECIBOS.

       FD  NOTASCREDITO.
       COPY FDNOTASCREDITO.

       FD  ALUNOS.
       COPY FDALUNOS.

       FD  PAGADORES.
       COPY FDPAGADORES.

       FD  PATROCINADORES.
       COPY FDPATROCINADORES.

       FD  FATANEXO.
       COPY FDFATANEXO.

       FD  HORARIOS.
       COPY FDHORARIOS.

       FD  PLANOS.
       COPY FDPLANOS.

       FD  RECIBOIMP.
       01  RECIMP-LINHA             PIC X(120).

       FD  CONTA.
       01  CONTA-LINHA              PIC X(110).

       COPY FDPERIODOS.

       FD  EXTRATO.
       01  EXT-LINHA                PIC X(120).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.
       WORKING-STORAGE SECTION.
       COPY WSFATURAS.
       COPY WSRECIBOS.
       COPY WSNOTASCREDITO.
       COPY WSLOGRECORDS.
       COPY VAR-FECHO.

       01  ESCOLHA                  PIC 9(002).
           88  OPCAO-FATURAR        VALUE 1.
           88  OPCAO-MARCAR         VALUE 2.
           88  OPCAO-LISTAR         VALUE 3.
           88  OPCAO-CONTA          VALUE 7.
           88  OPCAO-REFERENCIAS    VALUE 8.
           88  OPCAO-RETORNO        VALUE 9.
           88  OPCAO-NOTA-CREDITO   VALUE 10.
           88  VALID-ESCOLHA        VALUE 0 THRU 10.

       77  FS-FATURAS               PIC X(002).
       77  FS-INSCRICOES            PIC X(002).
       77  VALOR-DESCONTO-FAT       PIC 9(005)V99.
       77  DESCONTO-EDITADO         PIC ZZZZ9.99.
       77  DATA-MES-FATURA          PIC 9(008).
       77  FS-NOTASCREDITO          PIC X(002).
       77  PROX-NUMERO-NC           PIC 9(008).
       77  TOTAL-NOTAS-FAT          PIC 9(007)V99.
       77  VALOR-DISPONIVEL-NC      PIC 9(007)V99.
       77  TOTAL-CREDITADO          PIC 9(009)V99.
       77  TOTAL-LIQUIDO            PIC 9(009)V99.
       77  VALOR-EM-DIVIDA          PIC 9(007)V99.
       77  FS-ALUNOS                PIC X(002).
       77  FS-RECIBOIMP             PIC X(002).
       77  METODO-REC-TXT           PIC X(013).
       77  FS-PAGADORES             PIC X(002).
       77  FS-PATROCINADORES        PIC X(002).
       77  FS-FATANEXO              PIC X(002).
       77  PAGADORES-OK             PIC X(001).
       77  PAG-PATROCINADOR-FAT     PIC 9(005).
       77  PAG-PCT-FAT              PIC 9(003).
       77  VALOR-PATROCINIO-FAT     PIC 9(005)V99.
       77  VALOR-ALUNO-FAT          PIC 9(005)V99.
       77  CONTA-PATROCINADOR       PIC 9(005).
       77  PATF-IDX                 PIC 9(003).
       77  PATF-MAX                 PIC 9(003).
       77  PATF-ENCONTRADO          PIC X(001).
       77  PATF-NUMERO-ATUAL        PIC 9(008).

       77  FS-HORARIOS              PIC X(002).
       77  HORARIOS-OK              PIC X(001).
       77  DATA-INI-MES             PIC 9(008).
       77  DATA-FIM-MES             PIC 9(008).
       77  PRX-ANO                  PIC 9(004).
       77  PRX-MES                  PIC 9(002).
       77  DIAS-MES                 PIC 9(003).
       77  DIAS-INSCRITO            PIC 9(003).
       77  INSC-DESDE               PIC 9(008).
       77  INSC-ATE                 PIC 9(008).
       77  MIN-MES                  PIC 9(006).
       77  MIN-INSCRITO             PIC 9(006).
       77  DATA-AULA                PIC 9(008).
       77  DURACAO-LIDA             PIC 9(003).
       77  PRORATA-FEITA            PIC X(001).
       77  FS-PLANOS                PIC X(002).
       77  PLANOS-OK                PIC X(001).
       77  PLANO-INSCRICAO          PIC X(001).
       77  PLANO-IDX                PIC 9(002).
       77  PLANO-ALTERADO           PIC X(001).
       77  FECHO-OK                 PIC X(001).

       01  PATROCINIOS-TABELA.
           03  PATF-LINHA OCCURS 500 TIMES.
             05  PATF-PATROCINADOR  PIC 9(005).
             05  PATF-ANO-MES       PIC 9(006).
             05  PATF-NUMERO        PIC 9(008).
             05  PATF-ALTERADA      PIC X(001).

      ******************************************************************

           03  LINE 20 COL 52 VALUE "4. TOTAIS DE RECEITA".
           03  LINE 22 COL 52 VALUE "5. FATURAR PERIODO COMPLETO".
           03  LINE 24 COL 52 VALUE "6. REGISTAR RECIBO".
           03  LINE 26 COL 52 VALUE "7. EXTRATO DE CONTA".
           03  LINE 14 COL 90 VALUE "8. EXPORTAR REFERENCIAS BANCO".
           03  LINE 16 COL 90 VALUE "9. IMPORTAR RETORNO DO BANCO".
           03  LINE 18 COL 90 VALUE "10. NOTA DE CREDITO / ANULAR".
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 48 VALUE "INSIRA A OPCAO QUE PRETENDE REALIZA
      -        "R:".
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  ESCOLHA-SCREEN LINE 29 COL 86 PIC 9(2) TO ESCOLHA AUTO
               BLANK WHEN ZERO.

      ******************************************************************
           03  LINE 29 COL 30 VALUE "RECIBO GRAVADO COM O NUMERO:".
           03  SHOW-REC-NUMERO LINE 29 COL 59 PIC 9(8) FROM
               WSREC-NUMERO.
           03  LINE 29 COL 69 VALUE "| IMPRESSO EM RECIBO.EXT | QUALQUER
      -       " TECLA"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.
       01  CONTA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 50 VALUE "E X T R A T O   D E   C O N T A".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "NUMERO DO ALUNO:".
           03  CONTA-IDNUM-CAMPO LINE 09 COL 27 PIC 9(6) TO
               CONTA-IDNUM AUTO BLANK WHEN ZERO.
           03  LINE 11 COL 10 VALUE "OU CODIGO DO PATROCINADOR:".
           03  CONTA-PAT-CAMPO LINE 11 COL 37 PIC 9(5) TO
               CONTA-PATROCINADOR AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN COM O RESULTADO DO EXTRATO DE CONTA.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO A FATURA JA ESTA ANULADA.

       01  FATURA-ANULADA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 24 VALUE "FATURA ANULADA POR NOTA DE CREDITO
      -       "- SEM VALOR EM DIVIDA | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DA EMISSAO DE NOTA DE CREDITO.

       01  NOTA-CREDITO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 44 VALUE "N O T A   D E   C R E D I T O".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "NUMERO DA FATURA A CREDITAR:".
           03  NC-FAT-CAMPO LINE 09 COL 39 PIC 9(8) TO
               WSNC-FAT-NUMERO AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN COM A FATURA E O VALOR AINDA CREDITAVEL.

       01  NOTA-CREDITO-FATURA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 11 COL 10 VALUE "ALUNO:".
           03  SHOW-NC-IDNUM LINE 11 COL 17 PIC 9(6) FROM FDFAT-IDNUM.
           03  LINE 11 COL 26 VALUE "UNIDADE:".
           03  SHOW-NC-SIGLA LINE 11 COL 35 PIC X(5) FROM
               FDFAT-SIGLAUNIDADE.
           03  LINE 11 COL 43 VALUE "MES:".
           03  SHOW-NC-ANOMES LINE 11 COL 48 PIC 9(6) FROM
               FDFAT-ANO-MES.
           03  LINE 11 COL 57 VALUE "VALOR:".
           03  SHOW-NC-VALOR LINE 11 COL 64 PIC ZZZZ9.99 FROM
               FDFAT-VALOR.
           03  LINE 11 COL 75 VALUE "JA CREDITADO:".
           03  SHOW-NC-CREDITADO LINE 11 COL 89 PIC ZZZZZZ9.99 FROM
               TOTAL-NOTAS-FAT.

      ******************************************************************
      *    SCREEN COM O TIPO, VALOR E MOTIVO DA NOTA DE CREDITO.

       01  NOTA-CREDITO-DADOS-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 13 COL 10 VALUE "TIPO: 1 - PARCIAL | 2 - TOTAL (ANU
      -        "LA A FATURA):".
           03  NC-TIPO-CAMPO LINE 13 COL 57 PIC 9(1) TO WSNC-TIPO
               AUTO BLANK WHEN ZERO.
           03  LINE 15 COL 10 VALUE "VALOR A CREDITAR (SO PARCIAL):".
           03  NC-VALOR-CAMPO LINE 15 COL 41 PIC 9(5)V99 TO WSNC-VALOR
               AUTO BLANK WHEN ZERO.
           03  LINE 17 COL 10 VALUE "MOTIVO: 1 - ERRO FATURACAO | 2 - DE
      -        "SCONTO TARDIO | 3 - ANULACAO INSCRICAO | 4 - OUTRO:".
           03  NC-MOTIVO-CAMPO LINE 17 COL 97 PIC 9(1) TO WSNC-MOTIVO
               AUTO BLANK WHEN ZERO.
           03  LINE 19 COL 10 VALUE "DESCRICAO DO MOTIVO:".
           03  NC-TEXTO-CAMPO LINE 19 COL 31 PIC X(50) TO
               WSNC-MOTIVO-TEXTO AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMACAO DA NOTA DE CREDITO GRAVADA.

       01  NOTA-CREDITO-GRAVADA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 26 VALUE "NOTA DE CREDITO GRAVADA COM O NUMER
      -        "O:".
           03  SHOW-NC-NUMERO LINE 29 COL 63 PIC 9(8) FROM WSNC-NUMERO.
           03  LINE 29 COL 73 VALUE "| PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DO CABECALHO DA LISTA DE FATURAS.

           03  LINE 13 COL 10 VALUE "TOTAL POR PAGAR:".
           03  SHOW-TOT-POR-PAGAR LINE 13 COL 30 PIC ZZZZZZZZ9.99 FROM
               TOTAL-POR-PAGAR.
           03  LINE 15 COL 10 VALUE "TOTAL CREDITADO:".
           03  SHOW-TOT-CREDITADO LINE 15 COL 30 PIC ZZZZZZZZ9.99 FROM
               TOTAL-CREDITADO.
           03  LINE 17 COL 10 VALUE "RECEITA LIQUIDA:".
           03  SHOW-TOT-LIQUIDO LINE 17 COL 30 PIC ZZZZZZZZ9.99 FROM
               TOTAL-LIQUIDO.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 48 VALUE "PRESSIONE QUALQUER TECLA PARA CONTI
      -        "NUAR".
           03  LINE 23 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 24 COL 01 PIC X(133) VALUE ALL SPACES.

      ******************************************************************
      *    SCREEN DE PEDIDO DE SUBSTITUICAO DO FECHO QUANDO A DATA DA
      *    ALTERACAO CAI NUM PERIODO LETIVO FECHADO (VER GESTORFECHO).

       01  PERIODO-FECHADO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 28 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 28 COL 10 VALUE "DATA NO PERIODO FECHADO"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 28 COL 34 PIC X(006) FROM FECHO-PERIODO
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 28 COL 41 VALUE "- SO ALTERAVEL COM AUTORIZACAO DE U
      -       "M ADMINISTRADOR E MOTIVO | F3 CANCELA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 29 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 29 COL 10 VALUE "ADMINISTRADOR:".
           03  FECHO-USER-SCREEN LINE 29 COL 25 PIC X(020)
               TO FECHO-USERNAME.
           03  LINE 29 COL 47 VALUE "PASSWORD:".
           03  FECHO-PASSWORD-SCREEN LINE 29 COL 57 PIC X(020)
               TO FECHO-PASSWORD SECURE.
           03  LINE 29 COL 79 VALUE "MOTIVO:".
           03  FECHO-MOTIVO-SCREEN LINE 29 COL 87 PIC X(045)
               TO FECHO-MOTIVO.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN DE MENSAGEM DE RECUSA DA SUBSTITUICAO DO FECHO.

       01  FECHO-RECUSADO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 15 VALUE "RECUSADO: SUBSTITUICAO DO FECHO NAO
      -       " AUTORIZADA - A ALTERACAO NAO FOI GRAVADA | PRESSIONE QUA
      -       "LQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN PARA LIMPAR A LINHA DO AVISO DE PERIODO FECHADO.

       01  LIMPAR-FECHO FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 28 COL 01 PIC X(133) VALUE ALL SPACES.

      ******************************************************************

       PROCEDURE DIVISION.
              CLOSE RECIBOS
           END-IF

           OPEN I-O NOTASCREDITO
           IF FS-NOTASCREDITO = 35
              OPEN OUTPUT NOTASCREDITO
              CLOSE NOTASCREDITO
           ELSE
              CLOSE NOTASCREDITO
           END-IF

           OPEN I-O FATANEXO
           IF FS-FATANEXO = 35
              OPEN OUTPUT FATANEXO
              CLOSE FATANEXO
           ELSE
              CLOSE FATANEXO
           END-IF

           MOVE "; GESTOR: FATURAS" TO WSLOG-PROGRAM
           EXIT SECTION.

                 WHEN OPCAO-CONTA       PERFORM EXTRATO-CONTA-ALUNO
                 WHEN OPCAO-REFERENCIAS PERFORM EXPORTAR-REFERENCIAS
                 WHEN OPCAO-RETORNO     PERFORM IMPORTAR-RETORNO
                 WHEN OPCAO-NOTA-CREDITO PERFORM EMITIR-NOTA-CREDITO
              END-EVALUATE

           END-PERFORM
              EXIT SECTION
           END-IF

           COMPUTE FECHO-DATA = FAT-ANO-MES * 100 + 1
           MOVE FAT-ANO-MES TO FECHO-CHAVE
           PERFORM VERIFICAR-FECHO
           IF FECHO-OK NOT = "S" THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO CONT-GERADAS

           PERFORM ABRIR-FICHEIROS-FATURACAO

           PERFORM GERAR-FATURAS-DO-MES

           CLOSE FATURAS, INSCRICOES, UNIDADES, DESCONTOS, EXTRATO,
              ALUNOS, PAGADORES, PATROCINADORES, FATANEXO, HORARIOS,
              PLANOS

           MOVE "; FATURACAO: " TO WSLOG-ADD-HEADING
           MOVE FAT-ANO-MES TO WSLOG-ADD-KEY
           MOVE FDPER-DATA-INICIO (1:4) TO PER-ANO-CORRENTE
           MOVE FDPER-DATA-INICIO (5:2) TO PER-MES-CORRENTE
           MOVE FDPER-DATA-FIM (1:6) TO PER-ANO-MES-FIM
           MOVE FDPER-DATA-INICIO TO FECHO-DATA
           CLOSE PERIODOS

           MOVE PER-CODIGO-ESCOLHIDO TO FECHO-CHAVE
           PERFORM VERIFICAR-FECHO
           IF FECHO-OK NOT = "S" THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO CONT-GERADAS

           PERFORM ABRIR-FICHEIROS-FATURACAO
              MOVE PER-MES-CORRENTE TO FAT-ANO-MES (5:2)
           END-PERFORM

           CLOSE FATURAS, INSCRICOES, UNIDADES, DESCONTOS, EXTRATO,
              ALUNOS, PAGADORES, PATROCINADORES, FATANEXO, HORARIOS,
              PLANOS

           MOVE "; FATURACAO: " TO WSLOG-ADD-HEADING
           MOVE PER-CODIGO-ESCOLHIDO TO WSLOG-ADD-KEY
       ABRIR-FICHEIROS-FATURACAO SECTION.
      ******************************************************************
      *    ABRE OS FICHEIROS USADOS PELA GERACAO DE FATURAS (FATURAS,
      *    INSCRICOES, UNIDADES, ALUNOS, PAGADORES, PATROCINADORES, O
      *    ANEXO DAS FATURAS DE PATROCINADORES, O HORARIO, OS PLANOS
      *    DE PAGAMENTO E O EXTRATO DE IMPRESSAO).
      ******************************************************************
           MOVE SPACES TO FICHEIROS-OK

           END-IF
           OPEN INPUT UNIDADES
           OPEN INPUT DESCONTOS
           OPEN INPUT ALUNOS
           OPEN OUTPUT EXTRATO

           MOVE SPACES TO PAGADORES-OK
           OPEN INPUT PAGADORES
           IF FS-PAGADORES = "00" THEN
              MOVE "S" TO PAGADORES-OK
           END-IF
           OPEN INPUT PATROCINADORES
           OPEN I-O FATANEXO
           MOVE ZEROS TO PATF-MAX

           MOVE SPACES TO HORARIOS-OK
           OPEN INPUT HORARIOS
           IF FS-HORARIOS = "00" THEN
              MOVE "S" TO HORARIOS-OK
           END-IF

           MOVE SPACES TO PLANOS-OK
           OPEN I-O PLANOS
           IF FS-PLANOS = "00" THEN
              MOVE "S" TO PLANOS-OK
           END-IF

           MOVE "S" TO FICHEIROS-OK
           EXIT SECTION.

       GERAR-FATURAS-DO-MES SECTION.
      ******************************************************************
      *    GERA AS FATURAS DO MES EM FAT-ANO-MES PARA TODAS AS
      *    INSCRICOES ATIVAS (E AS ANULADAS COM DATA DE ANULACAO, PELO
      *    PERIODO DO MES ATE A ANULACAO), ASSUMINDO OS FICHEIROS JA
      *    ABERTOS PELA SECCAO ABRIR-FICHEIROS-FATURACAO.
      ******************************************************************
           MOVE SPACES TO EXT-LINHA
           STRING "EXTRATO DE FATURACAO DO MES ", FAT-ANO-MES
           END-WRITE

           PERFORM PROXIMO-NUMERO-FATURA
           PERFORM CARREGAR-FATURAS-PATROCINIO

           MOVE LOW-VALUES TO FDINSC-CHAVE
           START INSCRICOES KEY IS GREATER OR EQUAL FDINSC-CHAVE
                    AT END
                       SET STATUS-INSCRICAO TO TRUE
                    NOT AT END
                       IF FDINSC-ATIVA
                       OR (FDINSC-ANULADA
                           AND FDINSC-DATA-ANULACAO > ZEROS) THEN
                          PERFORM FATURAR-INSCRICAO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           PERFORM VARYING PATF-IDX FROM 1 BY 1
              UNTIL PATF-IDX > PATF-MAX
              IF PATF-ANO-MES (PATF-IDX) = FAT-ANO-MES
              AND PATF-ALTERADA (PATF-IDX) = "S" THEN
                 PERFORM ESCREVER-FATURA-PATROCINIO
              END-IF
           END-PERFORM
           EXIT SECTION.

       CARREGAR-FATURAS-PATROCINIO SECTION.
      ******************************************************************
      *    JUNTA A TABELA DA PASSAGEM AS FATURAS DE PATROCINADORES POR
      *    PAGAR JA EMITIDAS PARA O MES EM FAT-ANO-MES, PARA QUE UMA
      *    NOVA FATURACAO DO MES (OU DE UM PERIODO QUE O INCLUA) SOME
      *    AS NOVAS INSCRICOES A FATURA QUE JA EXISTE EM VEZ DE EMITIR
      *    OUTRA AO MESMO PATROCINADOR.
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
                       IF FDFAT-PATROCINADOR > ZEROS
                       AND FDFAT-ANO-MES = FAT-ANO-MES
                       AND FDFAT-POR-PAGAR THEN
                          PERFORM CARREGAR-FATURA-PATROCINIO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       CARREGAR-FATURA-PATROCINIO SECTION.
      ******************************************************************
      *    ACRESCENTA A TABELA DA PASSAGEM A FATURA DE PATROCINADOR
      *    ATUALMENTE LIDA, SE O PATROCINADOR AINDA NAO TIVER FATURA
      *    NA TABELA PARA ESTE MES.
      ******************************************************************
           MOVE "N" TO PATF-ENCONTRADO
           PERFORM VARYING PATF-IDX FROM 1 BY 1
              UNTIL PATF-IDX > PATF-MAX OR PATF-ENCONTRADO = "S"
              IF PATF-PATROCINADOR (PATF-IDX) = FDFAT-PATROCINADOR
              AND PATF-ANO-MES (PATF-IDX) = FDFAT-ANO-MES THEN
                 MOVE "S" TO PATF-ENCONTRADO
              END-IF
           END-PERFORM

           IF PATF-ENCONTRADO = "N" AND PATF-MAX < 500 THEN
              ADD 1 TO PATF-MAX
              MOVE FDFAT-PATROCINADOR TO PATF-PATROCINADOR (PATF-MAX)
              MOVE FDFAT-ANO-MES TO PATF-ANO-MES (PATF-MAX)
              MOVE FDFAT-NUMERO TO PATF-NUMERO (PATF-MAX)
              MOVE "N" TO PATF-ALTERADA (PATF-MAX)
           END-IF
           EXIT SECTION.

       FATURAR-INSCRICAO SECTION.
      ******************************************************************
      *    GERA A FATURA DO MES PARA A INSCRICAO ATUALMENTE LIDA, SE A
      *    UNIDADE TIVER MENSALIDADE E AINDA NAO EXISTIR FATURA DESTE
      *    ALUNO/UNIDADE PARA ESTE MES. A PARTE PAGA POR UM
      *    PATROCINADOR VAI PARA A FATURA MENSAL DO PATROCINADOR; SO O
      *    RESTO, QUANDO HA, E FATURADO AO ALUNO. COM PLANO DE
      *    PAGAMENTO ATIVO SAO FATURADAS AS PRESTACOES DO PLANO.
      ******************************************************************
           PERFORM LER-PLANO-INSCRICAO
           IF PLANO-INSCRICAO = "S" THEN
              PERFORM FATURAR-PRESTACOES
              EXIT SECTION
           END-IF

           MOVE FDINSC-SIGLAUNIDADE TO FDSIGLAUNIDADE
           READ UNIDADES RECORD
              INVALID KEY
              EXIT SECTION
           END-IF

           PERFORM CALCULAR-DIAS-INSCRITO
           IF DIAS-INSCRITO = ZEROS THEN
              EXIT SECTION
           END-IF

           PERFORM VERIFICAR-JA-FATURADA
           IF JA-FATURADA = "S" THEN
              EXIT SECTION

           MOVE FDVALOR-MENSALIDADE TO VALOR-MENSALIDADE-FAT
           PERFORM APLICAR-DESCONTO-INSCRICAO
           PERFORM APLICAR-PRORATA
           IF PRORATA-FEITA = "S" AND VALOR-MENSALIDADE-FAT = ZEROS THEN
              EXIT SECTION
           END-IF

           PERFORM LER-PAGADOR-INSCRICAO
           IF VALOR-PATROCINIO-FAT > ZEROS THEN
              PERFORM FATURAR-PATROCINIO
           END-IF
           IF VALOR-ALUNO-FAT = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE PROX-NUMERO TO WSFAT-NUMERO
           MOVE FDINSC-IDNUM TO WSFAT-IDNUM
           MOVE FDINSC-SIGLAUNIDADE TO WSFAT-SIGLAUNIDADE
           MOVE FAT-ANO-MES TO WSFAT-ANO-MES
           MOVE VALOR-ALUNO-FAT TO WSFAT-VALOR
           MOVE 1 TO WSFAT-ESTADO
           MOVE ZEROS TO WSFAT-PATROCINADOR
           PERFORM PREENCHER-CLIENTE-FATURA
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
           END-STRING
           WRITE EXT-LINHA
           END-WRITE

           IF PRORATA-FEITA = "S" THEN
              MOVE SPACES TO EXT-LINHA
              IF MIN-MES > ZEROS THEN
                 STRING "   PROPORCIONAL: ", MIN-INSCRITO, " DE ",
                    MIN-MES, " MINUTOS DE AULA DO MES"
                    INTO EXT-LINHA
                 END-STRING
              ELSE
                 STRING "   PROPORCIONAL: ", DIAS-INSCRITO, " DE ",
                    DIAS-MES, " DIAS DO MES"
                    INTO EXT-LINHA
                 END-STRING
              END-IF
              WRITE EXT-LINHA
              END-WRITE
           END-IF

           PERFORM ESCREVER-CLIENTE-EXTRATO
           EXIT SECTION.

       ESCREVER-CLIENTE-EXTRATO SECTION.
      ******************************************************************
      *    ESCREVE NO EXTRATO DE FATURACAO AS LINHAS DO CLIENTE DA
      *    FATURA EM WSFATURA (NOME, NIF E MORADA DE FATURACAO).
      ******************************************************************
           MOVE SPACES TO EXT-LINHA
           IF WSFAT-NIF = ZEROS THEN
              STRING "   CLIENTE: ", WSFAT-NOME-FAT,
                 " | NIF: CONSUMIDOR FINAL"
                 INTO EXT-LINHA
              END-STRING
           ELSE
              STRING "   CLIENTE: ", WSFAT-NOME-FAT,
                 " | NIF: ", WSFAT-NIF
                 INTO EXT-LINHA
              END-STRING
           END-IF
           WRITE EXT-LINHA
           END-WRITE

           MOVE SPACES TO EXT-LINHA
           STRING "   MORADA: ", WSFAT-MORADA-FAT
              INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           END-WRITE

           MOVE SPACES TO EXT-LINHA
           STRING "           ", WSFAT-COD-FAT, "-", WSFAT-POST-FAT,
              " ", WSFAT-LOCALIDADE-FAT
              INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           END-WRITE
           EXIT SECTION.

       LER-PLANO-INSCRICAO SECTION.
      ******************************************************************
      *    LE O PLANO DE PAGAMENTO DA INSCRICAO ATUALMENTE LIDA;
      *    PLANO-INSCRICAO FICA A "S" SE EXISTIR UM PLANO ATIVO.
      ******************************************************************
           MOVE SPACES TO PLANO-INSCRICAO
           IF PLANOS-OK NOT = "S" THEN
              EXIT SECTION
           END-IF

           MOVE FDINSC-CHAVE TO FDPLANO-CHAVE
           READ PLANOS RECORD
              INVALID KEY
                 EXIT SECTION
           END-READ
           IF FDPLANO-ATIVO THEN
              MOVE "S" TO PLANO-INSCRICAO
           END-IF
           EXIT SECTION.

       FATURAR-PRESTACOES SECTION.
      ******************************************************************
      *    FATURA AS PRESTACOES DO PLANO EM FDPLANO QUE VENCEM NO MES A
      *    FATURAR E AINDA NAO TEM FATURA (NUMA INSCRICAO ANULADA, SO AS
      *    QUE VENCEM ANTES DA DATA DE ANULACAO) E GUARDA NO PLANO O
      *    NUMERO DE CADA FATURA EMITIDA.
      ******************************************************************
           MOVE SPACES TO PLANO-ALTERADO

           PERFORM VARYING PLANO-IDX FROM 1 BY 1
              UNTIL PLANO-IDX > FDPLANO-NUM-PRESTACOES
              IF FDPLANO-DATA-VENC (PLANO-IDX) (1:6) = FAT-ANO-MES
              AND FDPLANO-FATURA (PLANO-IDX) = ZEROS
              AND FDPLANO-VALOR (PLANO-IDX) > ZEROS
              AND (FDINSC-ATIVA
                   OR FDPLANO-DATA-VENC (PLANO-IDX) <
                      FDINSC-DATA-ANULACAO) THEN
                 PERFORM ESCREVER-FATURA-PRESTACAO
              END-IF
           END-PERFORM

           IF PLANO-ALTERADO = "S" THEN
              REWRITE FDPLANO
              END-REWRITE
           END-IF
           EXIT SECTION.

       ESCREVER-FATURA-PRESTACAO SECTION.
      ******************************************************************
      *    EMITE A FATURA DA PRESTACAO PLANO-IDX DO PLANO EM FDPLANO,
      *    EM NOME DO ALUNO, E ESCREVE-A NO EXTRATO DE FATURACAO.
      ******************************************************************
           MOVE PROX-NUMERO TO WSFAT-NUMERO
           MOVE FDINSC-IDNUM TO WSFAT-IDNUM
           MOVE FDINSC-SIGLAUNIDADE TO WSFAT-SIGLAUNIDADE
           MOVE FAT-ANO-MES TO WSFAT-ANO-MES
           MOVE FDPLANO-VALOR (PLANO-IDX) TO WSFAT-VALOR
           MOVE 1 TO WSFAT-ESTADO
           MOVE ZEROS TO WSFAT-PATROCINADOR
           PERFORM PREENCHER-CLIENTE-FATURA
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSFAT-DATE-TIME
           END-STRING

           WRITE FDFATURA FROM WSFATURA
              INVALID KEY
                 EXIT SECTION
           END-WRITE

           MOVE WSFAT-NUMERO TO FDPLANO-FATURA (PLANO-IDX)
           MOVE "S" TO PLANO-ALTERADO
           ADD 1 TO PROX-NUMERO
           ADD 1 TO CONT-GERADAS

           MOVE WSFAT-VALOR TO VALOR-EDITADO
           MOVE SPACES TO EXT-LINHA
           STRING "FATURA: ", WSFAT-NUMERO,
              " | ALUNO: ", WSFAT-IDNUM,
              " | UNIDADE: ", WSFAT-SIGLAUNIDADE,
              " | MES: ", WSFAT-ANO-MES,
              " | VALOR: ", VALOR-EDITADO,
              " | PRESTACAO: ", PLANO-IDX, " DE ",
              FDPLANO-NUM-PRESTACOES
              INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           END-WRITE

           MOVE SPACES TO EXT-LINHA
           STRING "   PLANO DE PAGAMENTO: VENCIMENTO ",
              FDPLANO-DATA-VENC (PLANO-IDX)
              INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           END-WRITE

           PERFORM ESCREVER-CLIENTE-EXTRATO
           EXIT SECTION.

       CALCULAR-DIAS-INSCRITO SECTION.
      ******************************************************************
      *    CALCULA O PERIODO DO MES A FATURAR EM QUE A INSCRICAO
      *    ATUALMENTE LIDA ESTEVE ATIVA: DESDE O PRIMEIRO DIA DO MES OU
      *    A DATA DE INSCRICAO (A MAIS RECENTE) ATE AO FIM DO MES OU A
      *    DATA DE ANULACAO (A MAIS ANTIGA; O DIA DA ANULACAO JA NAO
      *    CONTA, E O PRIMEIRO DA INSCRICAO NOVA NUMA TRANSFERENCIA).
      *    INSC-ATE E DATA-FIM-MES SAO O PRIMEIRO DIA FORA DO PERIODO.
      ******************************************************************
           COMPUTE DATA-INI-MES = (FAT-ANO-MES * 100) + 1
           MOVE FAT-ANO-MES (1:4) TO PRX-ANO
           MOVE FAT-ANO-MES (5:2) TO PRX-MES
           IF PRX-MES = 12 THEN
              ADD 1 TO PRX-ANO
              MOVE 1 TO PRX-MES
           ELSE
              ADD 1 TO PRX-MES
           END-IF
           COMPUTE DATA-FIM-MES = (PRX-ANO * 10000) + (PRX-MES * 100)
              + 1
           COMPUTE DIAS-MES =
              FUNCTION INTEGER-OF-DATE (DATA-FIM-MES) -
              FUNCTION INTEGER-OF-DATE (DATA-INI-MES)

           COMPUTE INSC-DESDE = (FDINSC-ANO-INSC * 10000)
              + (FDINSC-MES-INSC * 100) + FDINSC-DIA-INSC
           IF INSC-DESDE < DATA-INI-MES THEN
              MOVE DATA-INI-MES TO INSC-DESDE
           END-IF

           MOVE DATA-FIM-MES TO INSC-ATE
           IF FDINSC-ANULADA
           AND FDINSC-DATA-ANULACAO < INSC-ATE THEN
              MOVE FDINSC-DATA-ANULACAO TO INSC-ATE
           END-IF

           IF INSC-ATE NOT > INSC-DESDE THEN
              MOVE ZEROS TO DIAS-INSCRITO
           ELSE
              COMPUTE DIAS-INSCRITO =
                 FUNCTION INTEGER-OF-DATE (INSC-ATE) -
                 FUNCTION INTEGER-OF-DATE (INSC-DESDE)
           END-IF
           EXIT SECTION.

       APLICAR-PRORATA SECTION.
      ******************************************************************
      *    REDUZ A MENSALIDADE (E O DESCONTO MOSTRADO NO EXTRATO) AO
      *    PERIODO INSCRITO QUANDO O ALUNO NAO ESTEVE INSCRITO O MES
      *    INTEIRO: NA PROPORCAO DOS MINUTOS DE AULA DA UNIDADE NO
      *    HORARIO, OU DOS DIAS QUANDO NAO HA AULAS MARCADAS NO MES.
      ******************************************************************
           MOVE "N" TO PRORATA-FEITA
           MOVE ZEROS TO MIN-MES, MIN-INSCRITO
           IF DIAS-INSCRITO NOT < DIAS-MES THEN
              EXIT SECTION
           END-IF
           MOVE "S" TO PRORATA-FEITA

           PERFORM SOMAR-AULAS-MES

           IF MIN-MES > ZEROS THEN
              COMPUTE VALOR-MENSALIDADE-FAT ROUNDED =
                 (VALOR-MENSALIDADE-FAT * MIN-INSCRITO) / MIN-MES
              COMPUTE VALOR-DESCONTO-FAT ROUNDED =
                 (VALOR-DESCONTO-FAT * MIN-INSCRITO) / MIN-MES
           ELSE
              COMPUTE VALOR-MENSALIDADE-FAT ROUNDED =
                 (VALOR-MENSALIDADE-FAT * DIAS-INSCRITO) / DIAS-MES
              COMPUTE VALOR-DESCONTO-FAT ROUNDED =
                 (VALOR-DESCONTO-FAT * DIAS-INSCRITO) / DIAS-MES
           END-IF
           EXIT SECTION.

       SOMAR-AULAS-MES SECTION.
      ******************************************************************
      *    SOMA OS MINUTOS DAS AULAS NAO CANCELADAS DA UNIDADE DA
      *    INSCRICAO NO MES A FATURAR (MIN-MES) E OS QUE CAEM NO
      *    PERIODO INSCRITO (MIN-INSCRITO). AULAS SEM DURACAO CONTAM
      *    60 MINUTOS, COMO NO GESTOR DE HORARIOS.
      ******************************************************************
           IF HORARIOS-OK NOT = "S" THEN
              EXIT SECTION
           END-IF

           MOVE FAT-ANO-MES (1:4) TO FDANO-AULA
           MOVE FAT-ANO-MES (5:2) TO FDMES-AULA
           MOVE ZEROS TO FDDIA-AULA, FDHORA-AULA, FDSEQ-AULA
           START HORARIOS KEY IS GREATER OR EQUAL FDDATAAULA
              INVALID KEY
                 SET STATUS-DATAAULA TO TRUE
           END-START

           IF FS-HORARIOS = "00" THEN
              PERFORM UNTIL STATUS-DATAAULA
                 READ HORARIOS NEXT RECORD
                    AT END
                       SET STATUS-DATAAULA TO TRUE
                    NOT AT END
                       COMPUTE DATA-AULA = (FDANO-AULA * 10000)
                          + (FDMES-AULA * 100) + FDDIA-AULA
                       IF DATA-AULA NOT < DATA-FIM-MES THEN
                          SET STATUS-DATAAULA TO TRUE
                       ELSE
                          IF FDDATAUNIDADE = FDINSC-SIGLAUNIDADE
                          AND FDAULA-ATIVA
                          AND (FDDATATURMA = SPACES
                               OR FDDATATURMA = FDINSC-TURMA) THEN
                             PERFORM SOMAR-AULA-LIDA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       SOMAR-AULA-LIDA SECTION.
      ******************************************************************
      *    ACUMULA A DURACAO DA AULA ATUALMENTE LIDA NO HORARIO.
      ******************************************************************
           IF FDDURACAO-AULA = ZEROS THEN
              MOVE 60 TO DURACAO-LIDA
           ELSE
              MOVE FDDURACAO-AULA TO DURACAO-LIDA
           END-IF
           ADD DURACAO-LIDA TO MIN-MES
           IF DATA-AULA NOT < INSC-DESDE
           AND DATA-AULA < INSC-ATE THEN
              ADD DURACAO-LIDA TO MIN-INSCRITO
           END-IF
           EXIT SECTION.

       LER-PAGADOR-INSCRICAO SECTION.
      ******************************************************************
      *    DIVIDE O VALOR DA MENSALIDADE DA INSCRICAO ATUALMENTE LIDA
      *    ENTRE O PATROCINADOR QUE A PAGA (FICHEIRO PAGADORES, NA
      *    PERCENTAGEM INDICADA) E O ALUNO. SEM PAGADOR, OU COM UM
      *    PATROCINADOR QUE JA NAO EXISTE NO MESTRE, PAGA O ALUNO.
      ******************************************************************
           MOVE ZEROS TO PAG-PATROCINADOR-FAT, PAG-PCT-FAT,
              VALOR-PATROCINIO-FAT
           MOVE VALOR-MENSALIDADE-FAT TO VALOR-ALUNO-FAT

           IF PAGADORES-OK NOT = "S" THEN
              EXIT SECTION
           END-IF

           MOVE FDINSC-IDNUM TO FDPAG-IDNUM
           MOVE FDINSC-SIGLAUNIDADE TO FDPAG-SIGLAUNIDADE
           READ PAGADORES RECORD
              INVALID KEY
                 EXIT SECTION
           END-READ

           MOVE FDPAG-PATROCINADOR TO FDPAT-CODIGO
           READ PATROCINADORES RECORD
              INVALID KEY
                 EXIT SECTION
           END-READ

           MOVE FDPAG-PATROCINADOR TO PAG-PATROCINADOR-FAT
           MOVE FDPAG-PCT TO PAG-PCT-FAT
           COMPUTE VALOR-PATROCINIO-FAT ROUNDED =
              (VALOR-MENSALIDADE-FAT * FDPAG-PCT) / 100
           SUBTRACT VALOR-PATROCINIO-FAT FROM VALOR-ALUNO-FAT
           EXIT SECTION.

       FATURAR-PATROCINIO SECTION.
      ******************************************************************
      *    JUNTA A PARTE DO PATROCINADOR DA INSCRICAO ATUALMENTE LIDA
      *    A FATURA DO PATROCINADOR PARA ESTE MES: A PRIMEIRA
      *    INSCRICAO DO PATROCINADOR NO MES CRIA A FATURA (EM NOME DO
      *    PATROCINADOR, REGISTO LIDO EM FDPATROCINADOR), AS SEGUINTES
      *    (NESTA PASSAGEM OU NUMA NOVA FATURACAO DO MES, ENQUANTO A
      *    FATURA ESTIVER POR PAGAR) SOMAM O VALOR A MESMA FATURA.
      *    CADA PARTE FICA REGISTADA NO ANEXO DA FATURA (ALUNO, UNIDADE
      *    E VALOR).
      ******************************************************************
           MOVE "N" TO PATF-ENCONTRADO
           MOVE ZEROS TO PATF-NUMERO-ATUAL
           PERFORM VARYING PATF-IDX FROM 1 BY 1
              UNTIL PATF-IDX > PATF-MAX OR PATF-ENCONTRADO = "S"
              IF PATF-PATROCINADOR (PATF-IDX) = PAG-PATROCINADOR-FAT
              AND PATF-ANO-MES (PATF-IDX) = FAT-ANO-MES THEN
                 MOVE "S" TO PATF-ENCONTRADO
                 MOVE PATF-NUMERO (PATF-IDX) TO PATF-NUMERO-ATUAL
                 MOVE "S" TO PATF-ALTERADA (PATF-IDX)
              END-IF
           END-PERFORM

           IF PATF-ENCONTRADO = "S" THEN
              MOVE PATF-NUMERO-ATUAL TO FDFAT-NUMERO
              READ FATURAS RECORD
                 INVALID KEY
                    EXIT SECTION
              END-READ
              ADD VALOR-PATROCINIO-FAT TO FDFAT-VALOR
              REWRITE FDFATURA
              END-REWRITE
           ELSE
              MOVE PROX-NUMERO TO WSFAT-NUMERO
              MOVE ZEROS TO WSFAT-IDNUM
              MOVE SPACES TO WSFAT-SIGLAUNIDADE
              MOVE FAT-ANO-MES TO WSFAT-ANO-MES
              MOVE VALOR-PATROCINIO-FAT TO WSFAT-VALOR
              MOVE 1 TO WSFAT-ESTADO
              MOVE PAG-PATROCINADOR-FAT TO WSFAT-PATROCINADOR
              MOVE FDPAT-NIF TO WSFAT-NIF
              MOVE FDPAT-NOME TO WSFAT-NOME-FAT
              MOVE FDPAT-MORADA TO WSFAT-MORADA-FAT
              MOVE FDPAT-COD-POSTAL TO WSFAT-COD-POSTAL-FAT
              MOVE FDPAT-LOCALIDADE TO WSFAT-LOCALIDADE-FAT
              STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                     FUNCTION CURRENT-DATE (5:2), "/",
                     FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                     FUNCTION CURRENT-DATE (9:2), ":",
                     FUNCTION CURRENT-DATE (11:2)
                     INTO WSFAT-DATE-TIME
              END-STRING

              WRITE FDFATURA FROM WSFATURA
                 INVALID KEY
                    EXIT SECTION
              END-WRITE

              MOVE WSFAT-NUMERO TO PATF-NUMERO-ATUAL
              ADD 1 TO PROX-NUMERO
              ADD 1 TO CONT-GERADAS

              IF PATF-MAX < 500 THEN
                 ADD 1 TO PATF-MAX
                 MOVE PAG-PATROCINADOR-FAT TO
                    PATF-PATROCINADOR (PATF-MAX)
                 MOVE FAT-ANO-MES TO PATF-ANO-MES (PATF-MAX)
                 MOVE WSFAT-NUMERO TO PATF-NUMERO (PATF-MAX)
                 MOVE "S" TO PATF-ALTERADA (PATF-MAX)
              END-IF
           END-IF

           MOVE PATF-NUMERO-ATUAL TO FDANX-FAT-NUMERO
           MOVE FDINSC-IDNUM TO FDANX-IDNUM
           MOVE FDINSC-SIGLAUNIDADE TO FDANX-SIGLAUNIDADE
           MOVE FAT-ANO-MES TO FDANX-ANO-MES
           MOVE PAG-PATROCINADOR-FAT TO FDANX-PATROCINADOR
           MOVE PAG-PCT-FAT TO FDANX-PCT
           MOVE VALOR-PATROCINIO-FAT TO FDANX-VALOR
           WRITE FDFATANEXO
              INVALID KEY
                 CONTINUE
           END-WRITE
           EXIT SECTION.

       ESCREVER-FATURA-PATROCINIO SECTION.
      ******************************************************************
      *    ESCREVE NO EXTRATO DE FATURACAO A FATURA DO PATROCINADOR NA
      *    POSICAO PATF-IDX DA TABELA DA PASSAGEM, COM O CLIENTE E O
      *    ANEXO DOS ALUNOS ABRANGIDOS.
      ******************************************************************
           MOVE PATF-NUMERO (PATF-IDX) TO FDFAT-NUMERO
           READ FATURAS RECORD
              INVALID KEY
                 EXIT SECTION
           END-READ

           MOVE FDFAT-VALOR TO VALOR-EDITADO
           MOVE SPACES TO EXT-LINHA
           STRING "FATURA: ", FDFAT-NUMERO,
              " | PATROCINADOR: ", FDFAT-PATROCINADOR,
              " | MES: ", FDFAT-ANO-MES,
              " | VALOR: ", VALOR-EDITADO
              INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           END-WRITE

           MOVE SPACES TO EXT-LINHA
           STRING "   CLIENTE: ", FDFAT-NOME-FAT,
              " | NIF: ", FDFAT-NIF
              INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           END-WRITE

           MOVE SPACES TO EXT-LINHA
           STRING "   MORADA: ", FDFAT-MORADA-FAT
              INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           END-WRITE

           MOVE SPACES TO EXT-LINHA
           STRING "           ", FDFAT-COD-FAT, "-", FDFAT-POST-FAT,
              " ", FDFAT-LOCALIDADE-FAT
              INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           END-WRITE

           MOVE "   ANEXO - ALUNOS ABRANGIDOS PELA FATURA:" TO EXT-LINHA
           WRITE EXT-LINHA
           END-WRITE

           MOVE FDFAT-NUMERO TO FDANX-FAT-NUMERO
           MOVE ZEROS TO FDANX-IDNUM
           MOVE LOW-VALUES TO FDANX-SIGLAUNIDADE
           START FATANEXO KEY IS GREATER OR EQUAL FDANX-CHAVE
              INVALID KEY
                 SET STATUS-FATANEXO TO TRUE
           END-START

           IF FS-FATANEXO = "00" THEN
              PERFORM UNTIL STATUS-FATANEXO
                 READ FATANEXO NEXT RECORD
                    AT END
                       SET STATUS-FATANEXO TO TRUE
                    NOT AT END
                       IF FDANX-FAT-NUMERO NOT = FDFAT-NUMERO THEN
                          SET STATUS-FATANEXO TO TRUE
                       ELSE
                          MOVE FDANX-VALOR TO VALOR-EDITADO
                          MOVE SPACES TO EXT-LINHA
                          STRING "      ALUNO: ", FDANX-IDNUM,
                             " | UNIDADE: ", FDANX-SIGLAUNIDADE,
                             " | PERCENTAGEM: ", FDANX-PCT,
                             " | VALOR: ", VALOR-EDITADO
                             INTO EXT-LINHA
                          END-STRING
                          WRITE EXT-LINHA
                          END-WRITE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       PREENCHER-CLIENTE-FATURA SECTION.
      ******************************************************************
      *    COPIA PARA A FATURA EM WSFATURA O CLIENTE A QUEM E EMITIDA:
      *    O NIF DO ALUNO E O NOME E A MORADA DE FATURACAO QUANDO O
      *    ALUNO OS TEM PREENCHIDOS, SENAO O NOME E A MORADA DO
      *    PROPRIO ALUNO. FICA GUARDADO NA FATURA PARA QUE UMA
      *    ALTERACAO POSTERIOR DO ALUNO NAO MUDE FATURAS JA EMITIDAS.
      ******************************************************************
           MOVE ZEROS TO WSFAT-NIF, WSFAT-COD-POSTAL-FAT
           MOVE SPACES TO WSFAT-NOME-FAT, WSFAT-MORADA-FAT,
              WSFAT-LOCALIDADE-FAT

           MOVE WSFAT-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 EXIT SECTION
           END-READ

           MOVE FDNIF TO WSFAT-NIF
           IF FDNOME-FAT NOT = SPACES THEN
              MOVE FDNOME-FAT TO WSFAT-NOME-FAT
           ELSE
              MOVE FDNOME TO WSFAT-NOME-FAT
           END-IF
           IF FDMORADA-FAT NOT = SPACES THEN
              MOVE FDMORADA-FAT TO WSFAT-MORADA-FAT
              MOVE FDCOD-POSTAL-FAT TO WSFAT-COD-POSTAL-FAT
              MOVE FDLOCALIDADE-FAT TO WSFAT-LOCALIDADE-FAT
           ELSE
              MOVE FDMORADA TO WSFAT-MORADA-FAT
              MOVE FDCOD-POSTAL TO WSFAT-COD-POSTAL-FAT
              MOVE FDLOCALIDADE TO WSFAT-LOCALIDADE-FAT
           END-IF
           EXIT SECTION.

       APLICAR-DESCONTO-INSCRICAO SECTION.
      ******************************************************************
      *    APLICA O DESCONTO DA INSCRICAO ATUALMENTE LIDA AO VALOR DA
      *    MENSALIDADE, QUANDO EXISTE DESCONTO VALIDO PARA O MES A
      *    FATURAR (PRIMEIRO DIA DO MES DENTRO DAS DATAS DE VALIDADE;
      *    DATA DE FIM A ZEROS = SEM FIM). PERCENTAGEM REDUZ O VALOR;
      *    VALOR FIXO SUBSTITUI-O.
      ******************************************************************
           MOVE ZEROS TO VALOR-DESCONTO-FAT

           IF FS-DESCONTOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE FDINSC-IDNUM TO FDDESC-IDNUM
           MOVE FDINSC-SIGLAUNIDADE TO FDDESC-SIGLAUNIDADE
           READ DESCONTOS RECORD
              INVALID KEY
                 EXIT SECTION
           END-READ

           COMPUTE DATA-MES-FATURA = (FAT-ANO-MES * 100) + 1
           IF DATA-MES-FATURA < FDDESC-DATA-INICIO THEN
              EXIT SECTION
           END-IF
           IF FDDESC-DATA-FIM > ZEROS
           AND DATA-MES-FATURA > FDDESC-DATA-FIM THEN
              EXIT SECTION
           END-IF

           IF FDDESC-PERCENTAGEM THEN
              COMPUTE VALOR-DESCONTO-FAT ROUNDED =
                 (VALOR-MENSALIDADE-FAT * FDDESC-PCT) / 100
              SUBTRACT VALOR-DESCONTO-FAT FROM VALOR-MENSALIDADE-FAT
           ELSE
              IF FDDESC-VALOR < VALOR-MENSALIDADE-FAT THEN
                 COMPUTE VALOR-DESCONTO-FAT =
                    VALOR-MENSALIDADE-FAT - FDDESC-VALOR
                 MOVE FDDESC-VALOR TO VALOR-MENSALIDADE-FAT
              END-IF
           END-IF
           EXIT SECTION.

       VERIFICAR-JA-FATURADA SECTION.
      ******************************************************************
      *    VERIFICA SE JA EXISTE FATURA DO ALUNO/UNIDADE PARA O MES A
      *    FATURAR, PERCORRENDO O FICHEIRO DE FATURAS E O ANEXO DAS
      *    FATURAS DE PATROCINADORES.
      ******************************************************************
           MOVE SPACES TO JA-FATURADA

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
                       IF FDFAT-IDNUM = FDINSC-IDNUM
                       AND FDFAT-SIGLAUNIDADE = FDINSC-SIGLAUNIDADE
                       AND FDFAT-ANO-MES = FAT-ANO-MES THEN
                          MOVE "S" TO JA-FATURADA
                          SET STATUS-FATURA TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF JA-FATURADA = "S" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDANX-CHAVE
           START FATANEXO KEY IS GREATER OR EQUAL FDANX-CHAVE
              INVALID KEY
                 SET STATUS-FATANEXO TO TRUE
           END-START

           IF FS-FATANEXO = "00" THEN
              PERFORM UNTIL STATUS-FATANEXO
                 READ FATANEXO NEXT RECORD
                    AT END
                       SET STATUS-FATANEXO TO TRUE
                    NOT AT END
                       IF FDANX-IDNUM = FDINSC-IDNUM
                       AND FDANX-SIGLAUNIDADE = FDINSC-SIGLAUNIDADE
                       AND FDANX-ANO-MES = FAT-ANO-MES THEN
                          MOVE "S" TO JA-FATURADA
                          SET STATUS-FATANEXO TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       PROXIMO-NUMERO-FATURA SECTION.
      ******************************************************************
      *    DETERMINA O PROXIMO NUMERO SEQUENCIAL DE FATURA (MAIOR
      *    NUMERO EXISTENTE MAIS UM).
      ******************************************************************
           MOVE 1 TO PROX-NUMERO

           MOVE HIGH-VALUES TO FDFAT-NUMERO
           START FATURAS KEY IS LESS THAN FDFAT-NUMERO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ FATURAS NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       COMPUTE PROX-NUMERO = FDFAT-NUMERO + 1
                 END-READ
           END-START
           EXIT SECTION.

       MARCAR-FATURA SECTION.
                 EXIT SECTION
           END-READ

           IF FDFAT-ANULADA THEN
              CLOSE FATURAS
              ACCEPT FATURA-ANULADA-SCREEN
              EXIT SECTION
           END-IF

           COMPUTE FECHO-DATA = FDFAT-ANO-MES * 100 + 1
           MOVE FAT-NUMERO-ESCOLHIDO TO FECHO-CHAVE
           PERFORM VERIFICAR-FECHO
           IF FECHO-OK NOT = "S" THEN
              CLOSE FATURAS
              EXIT SECTION
           END-IF

           MOVE FAT-ESTADO-NOVO TO FDFAT-ESTADO
           REWRITE FDFATURA
           END-REWRITE
                    AT END
                       SET STATUS-FATURA TO TRUE
                    NOT AT END
                       EVALUATE TRUE
                          WHEN FDFAT-PAGA
                             MOVE "PAGA" TO ESTADO-FAT-TXT
                          WHEN FDFAT-ANULADA
                             MOVE "ANULADA" TO ESTADO-FAT-TXT
                          WHEN OTHER
                             MOVE "POR PAGAR" TO ESTADO-FAT-TXT
                       END-EVALUATE
                       ADD 1 TO CONT-LISTADOS
                       DISPLAY LINHA-FATURA-SCREEN
                       ADD 1 TO LINHA
       TOTAIS-RECEITA SECTION.
      ******************************************************************
      *    ACUMULA E MOSTRA OS TOTAIS DE RECEITA FATURADA, PAGA E POR
      *    PAGAR. O VALOR CREDITADO POR NOTAS DE CREDITO E MOSTRADO A
      *    PARTE E ABATIDO AO PAGO/POR PAGAR DE CADA FATURA, DANDO A
      *    RECEITA LIQUIDA (FATURADO MENOS CREDITADO).
      ******************************************************************
           MOVE "; MENU: TOTAIS" TO WSLOG-SECTION
           MOVE ZEROS TO TOTAL-FATURADO, TOTAL-PAGO, TOTAL-POR-PAGAR,
              TOTAL-CREDITADO, TOTAL-LIQUIDO

           OPEN INPUT FATURAS
           OPEN INPUT NOTASCREDITO

           MOVE LOW-VALUES TO FDFAT-NUMERO
           START FATURAS KEY IS GREATER OR EQUAL FDFAT-NUMERO
                       SET STATUS-FATURA TO TRUE
                    NOT AT END
                       ADD FDFAT-VALOR TO TOTAL-FATURADO
                       MOVE FDFAT-NUMERO TO WSNC-FAT-NUMERO
                       PERFORM SOMAR-NOTAS-FATURA
                       ADD TOTAL-NOTAS-FAT TO TOTAL-CREDITADO
                       COMPUTE VALOR-EM-DIVIDA =
                          FDFAT-VALOR - TOTAL-NOTAS-FAT
                       EVALUATE TRUE
                          WHEN FDFAT-PAGA
                             ADD VALOR-EM-DIVIDA TO TOTAL-PAGO
                          WHEN FDFAT-POR-PAGAR
                             ADD VALOR-EM-DIVIDA TO TOTAL-POR-PAGAR
                       END-EVALUATE
                 END-READ
              END-PERFORM
           END-IF

           CLOSE FATURAS, NOTASCREDITO
           COMPUTE TOTAL-LIQUIDO = TOTAL-FATURADO - TOTAL-CREDITADO

           DISPLAY TOTAIS-SCREEN
           ACCEPT TOTAIS-SCREEN
           MOVE ZEROS TO CONT-REFS-EXPORTADAS, CONT-REFS-SALTADAS

           OPEN INPUT FATURAS
           OPEN INPUT NOTASCREDITO
           OPEN OUTPUT REFSBANCO

           MOVE SPACES TO REFS-LINHA
                             END-WRITE
                          ELSE
                          PERFORM CALCULAR-REFERENCIA
                          MOVE FDFAT-NUMERO TO WSNC-FAT-NUMERO
                          PERFORM SOMAR-NOTAS-FATURA
                          COMPUTE VALOR-EDITADO =
                             FDFAT-VALOR - TOTAL-NOTAS-FAT
                          MOVE SPACES TO REFS-LINHA
                          STRING "ENTIDADE: ", ENTIDADE-BANCO,
                             " | REFERENCIA: ", REF-PAGAMENTO,
              END-PERFORM
           END-IF

           CLOSE FATURAS, NOTASCREDITO, REFSBANCO

           MOVE "; REFERENCIAS: " TO WSLOG-ADD-HEADING
           MOVE CONT-REFS-EXPORTADAS TO WSLOG-ADD-KEY
                 EXIT SECTION
           END-READ

           IF NOT FDFAT-POR-PAGAR THEN
              PERFORM REJEITAR-LINHA-RETORNO
              EXIT SECTION
           END-IF
                 EXIT SECTION
           END-READ

           IF FDFAT-ANULADA THEN
              CLOSE FATURAS
              ACCEPT FATURA-ANULADA-SCREEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO WSREC-VALOR, WSREC-METODO
           PERFORM WITH TEST AFTER UNTIL WSREC-VALOR > ZEROS
              AND WSREC-METODO-VALIDO
           PERFORM SOMAR-RECIBOS-FATURA
           CLOSE RECIBOS

           OPEN INPUT NOTASCREDITO
           MOVE FDFAT-NUMERO TO WSNC-FAT-NUMERO
           PERFORM SOMAR-NOTAS-FATURA
           CLOSE NOTASCREDITO

           IF TOTAL-RECIBOS-FAT + TOTAL-NOTAS-FAT >= FDFAT-VALOR THEN
              MOVE 2 TO FDFAT-ESTADO
              REWRITE FDFATURA
              END-REWRITE
           END-IF

           PERFORM IMPRIMIR-RECIBO
           CLOSE FATURAS

           MOVE "; RECIBO: " TO WSLOG-ADD-HEADING
           ACCEPT RECIBO-GRAVADO-SCREEN
           EXIT SECTION.

       IMPRIMIR-RECIBO SECTION.
      ******************************************************************
      *    GRAVA O RECIBO ACABADO DE REGISTAR (WSRECIBO) PARA IMPRESSAO
      *    EM recibo.ext, COM O CLIENTE GUARDADO NA FATURA EM FDFATURA
      *    (O ALUNO OU O PATROCINADOR QUE PAGA A FATURA).
      *    AS FATURAS EMITIDAS ANTES DE EXISTIR O CLIENTE NA FATURA
      *    SAEM COM O NOME E A MORADA DO MESTRE DE ALUNOS.
      ******************************************************************
           MOVE FDFAT-CLIENTE TO WSFAT-CLIENTE
           IF WSFAT-NOME-FAT = SPACES AND FDFAT-DO-ALUNO THEN
              OPEN INPUT ALUNOS
              MOVE FDFAT-IDNUM TO WSFAT-IDNUM
              PERFORM PREENCHER-CLIENTE-FATURA
              CLOSE ALUNOS
           END-IF

           EVALUATE WSREC-METODO
              WHEN 1 MOVE "NUMERARIO"     TO METODO-REC-TXT
              WHEN 2 MOVE "MULTIBANCO"    TO METODO-REC-TXT
              WHEN 3 MOVE "TRANSFERENCIA" TO METODO-REC-TXT
              WHEN 4 MOVE "CHEQUE"        TO METODO-REC-TXT
           END-EVALUATE

           OPEN OUTPUT RECIBOIMP

           MOVE SPACES TO RECIMP-LINHA
           STRING "RECIBO N.: ", WSREC-NUMERO,
              " | DATA: ", WSREC-DATA (7:2), "/", WSREC-DATA (5:2),
              "/", WSREC-DATA (1:4)
              INTO RECIMP-LINHA
           END-STRING
           WRITE RECIMP-LINHA
           END-WRITE

           MOVE SPACES TO RECIMP-LINHA
           IF FDFAT-DO-ALUNO THEN
              STRING "FATURA: ", FDFAT-NUMERO,
                 " | MES: ", FDFAT-ANO-MES,
                 " | UNIDADE: ", FDFAT-SIGLAUNIDADE,
                 " | ALUNO: ", FDFAT-IDNUM
                 INTO RECIMP-LINHA
              END-STRING
           ELSE
              STRING "FATURA: ", FDFAT-NUMERO,
                 " | MES: ", FDFAT-ANO-MES,
                 " | PATROCINADOR: ", FDFAT-PATROCINADOR,
                 " | ALUNOS NO ANEXO DA FATURA"
                 INTO RECIMP-LINHA
              END-STRING
           END-IF
           WRITE RECIMP-LINHA
           END-WRITE

           MOVE SPACES TO RECIMP-LINHA
           STRING "CLIENTE: ", WSFAT-NOME-FAT
              INTO RECIMP-LINHA
           END-STRING
           WRITE RECIMP-LINHA
           END-WRITE

           MOVE SPACES TO RECIMP-LINHA
           IF WSFAT-NIF = ZEROS THEN
              MOVE "NIF: CONSUMIDOR FINAL" TO RECIMP-LINHA
           ELSE
              STRING "NIF: ", WSFAT-NIF
                 INTO RECIMP-LINHA
              END-STRING
           END-IF
           WRITE RECIMP-LINHA
           END-WRITE

           MOVE SPACES TO RECIMP-LINHA
           STRING "MORADA: ", WSFAT-MORADA-FAT
              INTO RECIMP-LINHA
           END-STRING
           WRITE RECIMP-LINHA
           END-WRITE

           MOVE SPACES TO RECIMP-LINHA
           STRING "        ", WSFAT-COD-FAT, "-", WSFAT-POST-FAT,
              " ", WSFAT-LOCALIDADE-FAT
              INTO RECIMP-LINHA
           END-STRING
           WRITE RECIMP-LINHA
           END-WRITE

           MOVE WSREC-VALOR TO VALOR-EDITADO
           MOVE SPACES TO RECIMP-LINHA
           STRING "VALOR RECEBIDO: ", VALOR-EDITADO,
              " | METODO: ", METODO-REC-TXT
              INTO RECIMP-LINHA
           END-STRING
           WRITE RECIMP-LINHA
           END-WRITE

           CLOSE RECIBOIMP
           EXIT SECTION.

       PROXIMO-NUMERO-RECIBO SECTION.
      ******************************************************************
      *    DETERMINA O PROXIMO NUMERO SEQUENCIAL DE RECIBO (MAIOR
           END-IF
           EXIT SECTION.

       EMITIR-NOTA-CREDITO SECTION.
      ******************************************************************
      *    EMITE UMA NOTA DE CREDITO NUMERADA SOBRE UMA FATURA: PARCIAL
      *    (VALOR INDICADO, ATE AO VALOR AINDA NAO CREDITADO) OU TOTAL
      *    (TODO O VALOR AINDA NAO CREDITADO). A FATURA MANTEM O SEU
      *    VALOR ORIGINAL: QUANDO AS NOTAS COBREM TODO O VALOR PASSA A
      *    ANULADA; QUANDO NOTAS E RECIBOS COBREM O VALOR PASSA A PAGA.
      ******************************************************************
           MOVE "; MENU: NOTA DE CREDITO" TO WSLOG-SECTION

           MOVE ZEROS TO WSNC-FAT-NUMERO
           DISPLAY NOTA-CREDITO-SCREEN
           ACCEPT NC-FAT-CAMPO
           IF KEYSTATUS = 1003 OR WSNC-FAT-NUMERO = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN I-O FATURAS
           MOVE WSNC-FAT-NUMERO TO FDFAT-NUMERO
           READ FATURAS RECORD
              INVALID KEY
                 CLOSE FATURAS
                 ACCEPT FATURA-INEXISTENTE-SCREEN
                 EXIT SECTION
           END-READ

           IF FDFAT-ANULADA THEN
              CLOSE FATURAS
              ACCEPT FATURA-ANULADA-SCREEN
              EXIT SECTION
           END-IF

           OPEN I-O NOTASCREDITO
           PERFORM SOMAR-NOTAS-FATURA
           COMPUTE VALOR-DISPONIVEL-NC = FDFAT-VALOR - TOTAL-NOTAS-FAT
           DISPLAY NOTA-CREDITO-FATURA-SCREEN

           MOVE ZEROS TO WSNC-TIPO, WSNC-VALOR, WSNC-MOTIVO
           MOVE SPACES TO WSNC-MOTIVO-TEXTO
           PERFORM WITH TEST AFTER UNTIL WSNC-TIPO-VALIDO
              AND WSNC-MOTIVO-VALIDO
              AND WSNC-MOTIVO-TEXTO NOT = SPACES
              AND WSNC-VALOR > ZEROS
              AND WSNC-VALOR <= VALOR-DISPONIVEL-NC
              ACCEPT NOTA-CREDITO-DADOS-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE FATURAS, NOTASCREDITO
                 EXIT SECTION
              END-IF

              IF WSNC-TOTAL THEN
                 MOVE VALOR-DISPONIVEL-NC TO WSNC-VALOR
              END-IF

              IF NOT WSNC-TIPO-VALIDO
              OR NOT WSNC-MOTIVO-VALIDO
              OR WSNC-MOTIVO-TEXTO = SPACES
              OR WSNC-VALOR = ZEROS
              OR WSNC-VALOR > VALOR-DISPONIVEL-NC THEN
                 ACCEPT MENSAGEM-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE FATURAS, NOTASCREDITO
                    EXIT SECTION
                 END-IF
              END-IF
           END-PERFORM

           PERFORM PROXIMO-NUMERO-NC
           MOVE PROX-NUMERO-NC TO WSNC-NUMERO
           MOVE FDFAT-IDNUM TO WSNC-IDNUM
           MOVE FUNCTION CURRENT-DATE (1:8) TO WSNC-DATA
           MOVE FUNCTION UPPER-CASE (WSNC-MOTIVO-TEXTO) TO
              WSNC-MOTIVO-TEXTO
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSNC-DATE-TIME
           END-STRING

           WRITE FDNOTACREDITO FROM WSNOTACREDITO
              INVALID KEY
                 CLOSE FATURAS, NOTASCREDITO
                 EXIT SECTION
           END-WRITE
           ADD WSNC-VALOR TO TOTAL-NOTAS-FAT
           CLOSE NOTASCREDITO

           IF TOTAL-NOTAS-FAT >= FDFAT-VALOR THEN
              MOVE 3 TO FDFAT-ESTADO
           ELSE
              OPEN INPUT RECIBOS
              MOVE FDFAT-NUMERO TO WSREC-FAT-NUMERO
              PERFORM SOMAR-RECIBOS-FATURA
              CLOSE RECIBOS
              IF TOTAL-RECIBOS-FAT + TOTAL-NOTAS-FAT >= FDFAT-VALOR THEN
                 MOVE 2 TO FDFAT-ESTADO
              END-IF
           END-IF
           REWRITE FDFATURA
           END-REWRITE
           CLOSE FATURAS

           MOVE "; NOTA DE CREDITO: " TO WSLOG-ADD-HEADING
           MOVE WSNC-NUMERO TO WSLOG-ADD-KEY
           STRING "; CREDITA A FATURA ", WSNC-FAT-NUMERO
              INTO WSLOG-ADD-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT NOTA-CREDITO-GRAVADA-SCREEN
           EXIT SECTION.

       PROXIMO-NUMERO-NC SECTION.
      ******************************************************************
      *    DETERMINA O PROXIMO NUMERO SEQUENCIAL DE NOTA DE CREDITO
      *    (MAIOR NUMERO EXISTENTE MAIS UM).
      ******************************************************************
           MOVE 1 TO PROX-NUMERO-NC

           MOVE HIGH-VALUES TO FDNC-NUMERO
           START NOTASCREDITO KEY IS LESS THAN FDNC-NUMERO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ NOTASCREDITO NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       COMPUTE PROX-NUMERO-NC = FDNC-NUMERO + 1
                 END-READ
           END-START
           EXIT SECTION.

       SOMAR-NOTAS-FATURA SECTION.
      ******************************************************************
      *    SOMA TODAS AS NOTAS DE CREDITO JA EMITIDAS SOBRE A FATURA EM
      *    WSNC-FAT-NUMERO.
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
                       IF FDNC-FAT-NUMERO = WSNC-FAT-NUMERO THEN
                          ADD FDNC-VALOR TO TOTAL-NOTAS-FAT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       EXTRATO-CONTA-ALUNO SECTION.
      ******************************************************************
      *    GRAVA EM contaaluno.ext O EXTRATO DE CONTA DE UM ALUNO OU
      *    DE UM PATROCINADOR (O PAGADOR): CADA FATURA EMITIDA EM SEU
      *    NOME, AS NOTAS DE CREDITO E OS RECIBOS RECEBIDOS CONTRA ELA
      *    E O SALDO CORRENTE EM DIVIDA. NO EXTRATO DO ALUNO SAEM
      *    TAMBEM, SO PARA INFORMACAO, AS PARTES PAGAS POR
      *    PATROCINADORES (QUE NAO ENTRAM NO SEU SALDO).
      ******************************************************************
           MOVE "; MENU: EXTRATO DE CONTA" TO WSLOG-SECTION

           MOVE ZEROS TO CONTA-IDNUM, CONTA-PATROCINADOR
           DISPLAY CONTA-SCREEN
           ACCEPT CONTA-IDNUM-CAMPO
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF
           IF CONTA-IDNUM = ZEROS THEN
              ACCEPT CONTA-PAT-CAMPO
              IF KEYSTATUS = 1003 OR CONTA-PATROCINADOR = ZEROS THEN
                 EXIT SECTION
              END-IF
           END-IF

           MOVE ZEROS TO SALDO-CONTA, CONT-CONTA-FATURAS

           OPEN INPUT FATURAS
           OPEN INPUT RECIBOS
           OPEN INPUT NOTASCREDITO
           OPEN INPUT FATANEXO
           OPEN OUTPUT CONTA

           MOVE SPACES TO CONTA-LINHA
           IF CONTA-IDNUM > ZEROS THEN
              STRING "EXTRATO DE CONTA DO ALUNO ", CONTA-IDNUM,
                 " EMITIDO EM ", FUNCTION CURRENT-DATE (1:8)
                 INTO CONTA-LINHA
              END-STRING
           ELSE
              STRING "EXTRATO DE CONTA DO PATROCINADOR ",
                 CONTA-PATROCINADOR,
                 " EMITIDO EM ", FUNCTION CURRENT-DATE (1:8)
                 INTO CONTA-LINHA
              END-STRING
           END-IF
           WRITE CONTA-LINHA
           END-WRITE

                    AT END
                       SET STATUS-FATURA TO TRUE
                    NOT AT END
                       IF (CONTA-IDNUM > ZEROS
                           AND FDFAT-DO-ALUNO
                           AND FDFAT-IDNUM = CONTA-IDNUM)
                       OR (CONTA-PATROCINADOR > ZEROS
                           AND FDFAT-PATROCINADOR = CONTA-PATROCINADOR)
                       THEN
                          PERFORM ESCREVER-FATURA-CONTA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF CONTA-IDNUM > ZEROS AND FS-FATANEXO = "00" THEN
              PERFORM ESCREVER-PATROCINIOS-CONTA
           END-IF

           MOVE SALDO-CONTA TO SALDO-EDITADO
           MOVE SPACES TO CONTA-LINHA
           STRING "SALDO EM DIVIDA: ", SALDO-EDITADO
           WRITE CONTA-LINHA
           END-WRITE

           CLOSE FATURAS, RECIBOS, NOTASCREDITO, FATANEXO, CONTA

           MOVE "; CONTA: " TO WSLOG-VIEW-HEADING
           IF CONTA-IDNUM > ZEROS THEN
              MOVE CONTA-IDNUM TO WSLOG-VIEW-KEY
              MOVE "; EXTRATO DE CONTA DE ALUNO EMITIDO" TO
                 WSLOG-VIEW-MESSAGE
           ELSE
              MOVE CONTA-PATROCINADOR TO WSLOG-VIEW-KEY
              MOVE "; EXTRATO DE PATROCINADOR EMITIDO" TO
                 WSLOG-VIEW-MESSAGE
           END-IF
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONTA-FEITA-SCREEN
       ESCREVER-FATURA-CONTA SECTION.
      ******************************************************************
      *    ESCREVE NO EXTRATO DE CONTA A LINHA DA FATURA ATUALMENTE
      *    LIDA, AS LINHAS DAS NOTAS DE CREDITO EMITIDAS SOBRE ELA E
      *    AS LINHAS DOS RECIBOS RECEBIDOS CONTRA ELA, ATUALIZANDO O
      *    SALDO CORRENTE.
      ******************************************************************
           ADD 1 TO CONT-CONTA-FATURAS
           ADD FDFAT-VALOR TO SALDO-CONTA

           MOVE FDFAT-VALOR TO VALOR-EDITADO
           EVALUATE TRUE
              WHEN FDFAT-PAGA
                 MOVE "PAGA" TO ESTADO-FAT-TXT
              WHEN FDFAT-ANULADA
                 MOVE "ANULADA" TO ESTADO-FAT-TXT
              WHEN OTHER
                 MOVE "POR PAGAR" TO ESTADO-FAT-TXT
           END-EVALUATE
           MOVE SPACES TO CONTA-LINHA
           STRING "FATURA: ", FDFAT-NUMERO,
              " | UNIDADE: ", FDFAT-SIGLAUNIDADE,
           WRITE CONTA-LINHA
           END-WRITE

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
                          SUBTRACT FDNC-VALOR FROM SALDO-CONTA
                          MOVE FDNC-VALOR TO VALOR-EDITADO
                          MOVE SPACES TO CONTA-LINHA
                          STRING "   NOTA DE CREDITO: ", FDNC-NUMERO,
                             " | DATA: ", FDNC-DATA,
                             " | VALOR: ", VALOR-EDITADO,
                             " | MOTIVO: ", FDNC-MOTIVO-TEXTO
                             INTO CONTA-LINHA
                          END-STRING
                          WRITE CONTA-LINHA
                          END-WRITE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           MOVE LOW-VALUES TO FDREC-NUMERO
           START RECIBOS KEY IS GREATER OR EQUAL FDREC-NUMERO
              INVALID KEY
           END-IF
           EXIT SECTION.

       ESCREVER-PATROCINIOS-CONTA SECTION.
      ******************************************************************
      *    ESCREVE NO EXTRATO DE CONTA DO ALUNO AS PARTES DAS SUAS
      *    MENSALIDADES FATURADAS A PATROCINADORES (ANEXO DAS FATURAS
      *    DE PATROCINADORES), SO PARA INFORMACAO: NAO ENTRAM NO SALDO
      *    DO ALUNO, POIS SAO COBRADAS AO PATROCINADOR.
      ******************************************************************
           MOVE LOW-VALUES TO FDANX-CHAVE
           START FATANEXO KEY IS GREATER OR EQUAL FDANX-CHAVE
              INVALID KEY
                 SET STATUS-FATANEXO TO TRUE
           END-START

           IF FS-FATANEXO = "00" THEN
              PERFORM UNTIL STATUS-FATANEXO
                 READ FATANEXO NEXT RECORD
                    AT END
                       SET STATUS-FATANEXO TO TRUE
                    NOT AT END
                       IF FDANX-IDNUM = CONTA-IDNUM THEN
                          MOVE FDANX-VALOR TO VALOR-EDITADO
                          MOVE SPACES TO CONTA-LINHA
                          STRING "PAGO POR PATROCINADOR: ",
                             FDANX-PATROCINADOR,
                             " | FATURA: ", FDANX-FAT-NUMERO,
                             " | UNIDADE: ", FDANX-SIGLAUNIDADE,
                             " | MES: ", FDANX-ANO-MES,
                             " | VALOR: ", VALOR-EDITADO
                             INTO CONTA-LINHA
                          END-STRING
                          WRITE CONTA-LINHA
                          END-WRITE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       VERIFICAR-FECHO SECTION.
      ******************************************************************
      *    VERIFICA SE A DATA DA ALTERACAO (FECHO-DATA) CAI NUM PERIODO
      *    LETIVO FECHADO. SE SIM, A ALTERACAO SO SEGUE COM AS
      *    CREDENCIAIS DE UM ADMINISTRADOR E UM MOTIVO, REGISTADOS PELO
      *    GESTORFECHO. FECHO-OK FICA "S" QUANDO PODE GRAVAR.
      ******************************************************************
           MOVE "S" TO FECHO-OK
           MOVE "GESTORFATURAS" TO FECHO-PROGRAMA
           SET FECHO-VERIFICAR TO TRUE
           CALL "GESTORFECHO" USING FECHO-PEDIDO
           IF NOT FECHO-BLOQUEADO THEN
              EXIT SECTION
           END-IF

           MOVE "N" TO FECHO-OK
           MOVE SPACES TO FECHO-USERNAME, FECHO-PASSWORD, FECHO-MOTIVO
           ACCEPT PERIODO-FECHADO-SCREEN
           IF KEYSTATUS = 1003 THEN
              MOVE SPACES TO FECHO-PASSWORD
              DISPLAY LIMPAR-FECHO
              EXIT SECTION
           END-IF

           SET FECHO-AUTORIZAR TO TRUE
           CALL "GESTORFECHO" USING FECHO-PEDIDO
           DISPLAY LIMPAR-FECHO
           IF FECHO-AUTORIZADO THEN
              MOVE "S" TO FECHO-OK
           ELSE
              ACCEPT FECHO-RECUSADO-SCREEN
           END-IF
           EXIT SECTION.

       SAVE-LOGRECORDS SECTION.
      ******************************************************************
      *    SECÇÃO QUE É CHAMADA PARA O FAZER O REGISTO NO FICHEIRO DE
