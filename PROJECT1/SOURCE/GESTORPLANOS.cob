      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA FAZER A GESTÃO DOS PLANOS DE
      *    PAGAMENTO EM PRESTACOES: PARA UMA INSCRICAO (ALUNO/UNIDADE)
      *    FICA ACORDADO UM VALOR TOTAL, O NUMERO DE PRESTACOES (ATE
      *    12) E AS DATAS DE VENCIMENTO E VALORES DE CADA PRESTACAO.
      *    ENQUANTO O PLANO ESTIVER ATIVO, A FATURACAO MENSAL
      *    (GESTORFATURAS) FATURA AS PRESTACOES QUE VENCEM NO MES EM
      *    VEZ DA MENSALIDADE DA UNIDADE, E A COBRANCA (GESTORCOBRANCA)
      *    CONTA O ATRASO A PARTIR DO VENCIMENTO DA PRESTACAO. O
      *    RELATORIO DE PLANOS EM ATRASO (planosatraso.ext) LISTA OS
      *    PLANOS EM QUE O VALOR RECEBIDO (RECIBOS E NOTAS DE CREDITO
      *    DAS FATURAS DO PLANO) NAO COBRE AS PRESTACOES JA VENCIDAS.
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORPLANOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOS ASSIGN TO "planos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPLANO-CHAVE
              LOCK MODE MANUAL
              FILE STATUS FS-PLANOS.

           SELECT INSCRICOES ASSIGN TO "inscricoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINSC-CHAVE
              FILE STATUS FS-INSCRICOES.

           SELECT ALUNOS ASSIGN TO "alunosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDIDNUM
              FILE STATUS FS-ALUNOS.

           SELECT RECIBOS ASSIGN TO "recibos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDREC-NUMERO
              FILE STATUS FS-RECIBOS.

           SELECT NOTASCREDITO ASSIGN TO "notascredito"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDNC-NUMERO
              FILE STATUS FS-NOTASCREDITO.

           SELECT RELATORIO ASSIGN TO "planosatraso.ext"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-RELATORIO.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANOS.
       COPY FDPLANOS.

       FD  INSCRICOES.
       COPY FDINSCRICOES.

       FD  ALUNOS.
       COPY FDALUNOS.

       FD  RECIBOS.
       COPY FDRECIBOS.

       FD  NOTASCREDITO.
       COPY FDNOTASCREDITO.

       FD  RELATORIO.
       01  RELATORIO-LINHA          PIC X(130).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSPLANOS.
       COPY WSLOGRECORDS.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-REGISTAR       VALUE 1.
           88  OPCAO-CONSULTAR      VALUE 2.
           88  OPCAO-ANULAR         VALUE 3.
           88  OPCAO-RELATORIO      VALUE 4.
           88  VALID-ESCOLHA        VALUE 0 THRU 4.
       01  NOVA-ESCOLHA             PIC 9(001).
           88  OPCAO-SIM            VALUE 1.
           88  OPCAO-NAO            VALUE 2.

       77  FS-PLANOS                PIC X(002).
       77  FS-INSCRICOES            PIC X(002).
       77  FS-ALUNOS                PIC X(002).
       77  FS-RECIBOS               PIC X(002).
       77  FS-NOTASCREDITO          PIC X(002).
       77  FS-RELATORIO             PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  VERDADEIRO               PIC X(001).
       77  LINHA                    PIC 9(004).
       77  PLANO-IDNUM              PIC 9(006).
       77  PLANO-SIGLA              PIC X(005).
       77  PLANO-EXISTE             PIC X(001).
       77  PRIMEIRO-VENC            PIC 9(008).
       77  INTERVALO-MESES          PIC 9(002).
       77  VENC-ANO                 PIC 9(004).
       77  VENC-MES                 PIC 9(002).
       77  VENC-DIA                 PIC 9(002).
       77  PREST-IDX                PIC 9(002).
       77  VALOR-PRESTACAO          PIC 9(005)V99.
       77  SOMA-PRESTACOES          PIC 9(006)V99.
       77  ESTADO-PLANO-TXT         PIC X(007).
       77  HOJE-DATA                PIC 9(008).
       77  FAT-PROCURADA            PIC 9(008).
       77  PAGO-PRESTACAO           PIC 9(007)V99.
       77  VALOR-DEVIDO             PIC 9(006)V99.
       77  VALOR-PAGO               PIC 9(006)V99.
       77  VALOR-ATRASO             PIC 9(006)V99.
       77  PREST-VENCIDAS           PIC 9(002).
       77  PREST-EM-FALTA           PIC 9(002).
       77  VENC-MAIS-ANTIGO         PIC 9(008).
       77  CONT-PLANOS              PIC 9(005).
       77  CONT-ATRASO              PIC 9(005).
       77  DEVIDO-EDITADO           PIC ZZZZZ9.99.
       77  PAGO-EDITADO             PIC ZZZZZ9.99.
       77  ATRASO-EDITADO           PIC ZZZZZ9.99.

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DO MENU PRINCIPAL.

       01  MENU1-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 38 VALUE "G E S T O R   D E   P L A N O S   D
      -        " E   P A G A M E N T O".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 12 COL 52 VALUE "0. SAIR".
           03  LINE 14 COL 52 VALUE "1. REGISTAR PLANO".
           03  LINE 16 COL 52 VALUE "2. CONSULTAR PLANO".
           03  LINE 18 COL 52 VALUE "3. ANULAR PLANO".
           03  LINE 20 COL 52 VALUE "4. RELATORIO DE PLANOS EM ATRASO".
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 48 VALUE "INSIRA A OPCAO QUE PRETENDE REALIZA
      -        "R:".
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  ESCOLHA-SCREEN LINE 29 COL 86 PIC 9(1) TO ESCOLHA AUTO
               BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE ERRO SEMPRE QUE O UTILIZADOR NÃO
      *    INTRODUZIR UMA OPÇÃO VÁLIDA.

       01  MENSAGEM-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 20 VALUE "TEM DE INTRODUZIR UM DOS NUMEROS DE
      -        " OPCAO DISPONIVEIS | PRESSIONE QUALQUER TECLA PARA CONTI
      -        "NUAR" FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREENS DE CABECALHO DOS MENUS REGISTAR, CONSULTAR E ANULAR.

       01  REGISTAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 59 VALUE "R E G I S T A R".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

       01  CONSULTAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 58 VALUE "C O N S U L T A R".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

       01  ANULAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 61 VALUE "A N U L A R".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INTRODUZ A INSCRICAO DO PLANO.

       01  PLANO-CHAVE-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "NUMERO DO ALUNO:".
           03  PLANO-IDNUM-CAMPO LINE 09 COL 27 PIC 9(6) TO
               PLANO-IDNUM AUTO BLANK WHEN ZERO.
           03  LINE 09 COL 36 VALUE "SIGLA DA UNIDADE:".
           03  PLANO-SIGLA-CAMPO LINE 09 COL 54 PIC X(5) TO
               PLANO-SIGLA AUTO.

      ******************************************************************
      *    SCREEN QUE MOSTRA O NOME DO ALUNO DO PLANO.

       01  PLANO-NOME-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 62 VALUE "NOME:".
           03  SHOW-PLANO-NOME LINE 09 COL 68 PIC X(50) FROM FDNOME.

      ******************************************************************
      *    SCREEN COM OS DADOS DO PLANO A REGISTAR.

       01  PLANO-DADOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 11 COL 10 VALUE "VALOR TOTAL ACORDADO:".
           03  PLANO-TOTAL-CAMPO LINE 11 COL 32 PIC 9(6)V99 TO
               WSPLANO-TOTAL AUTO BLANK WHEN ZERO.
           03  LINE 11 COL 44 VALUE "NUMERO DE PRESTACOES (1 A 12):".
           03  PLANO-NUM-CAMPO LINE 11 COL 75 PIC 9(2) TO
               WSPLANO-NUM-PRESTACOES AUTO BLANK WHEN ZERO.
           03  LINE 13 COL 10
               VALUE "PRIMEIRO VENCIMENTO (AAAAMMDD, DIA ATE 28):".
           03  PLANO-VENC-CAMPO LINE 13 COL 54 PIC 9(8) TO
               PRIMEIRO-VENC AUTO BLANK WHEN ZERO.
           03  LINE 13 COL 66 VALUE "MESES ENTRE PRESTACOES (0 = 1):".
           03  PLANO-INTERVALO-CAMPO LINE 13 COL 98 PIC 9(2) TO
               INTERVALO-MESES AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN COM O RESUMO DE UM PLANO EXISTENTE.

       01  PLANO-RESUMO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 11 COL 10 VALUE "VALOR TOTAL ACORDADO:".
           03  SHOW-PLANO-TOTAL LINE 11 COL 32 PIC ZZZZZ9.99 FROM
               WSPLANO-TOTAL.
           03  LINE 11 COL 44 VALUE "NUMERO DE PRESTACOES:".
           03  SHOW-PLANO-NUM LINE 11 COL 66 PIC Z9 FROM
               WSPLANO-NUM-PRESTACOES.
           03  LINE 11 COL 72 VALUE "ESTADO:".
           03  SHOW-PLANO-ESTADO LINE 11 COL 80 PIC X(7) FROM
               ESTADO-PLANO-TXT.

      ******************************************************************
      *    SCREEN DE CABECALHO DAS PRESTACOES DO PLANO.

       01  PRESTACOES-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 14 COL 10 VALUE "PRESTACOES DO PLANO:" HIGHLIGHT.

      ******************************************************************
      *    SCREEN QUE MOSTRA CADA PRESTACAO DO PLANO.

       01  LINHA-PRESTACAO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL 10.
               05  SHOW-PREST-NUM PIC Z9 FROM PREST-IDX.
               05  VALUE " DE ".
               05  SHOW-PREST-TOTAL PIC Z9 FROM
                   WSPLANO-NUM-PRESTACOES.
               05  VALUE " | VENCIMENTO: ".
               05  SHOW-PREST-VENC PIC 9999/99/99 FROM
                   WSPLANO-DATA-VENC (PREST-IDX).
               05  VALUE " | VALOR: ".
               05  SHOW-PREST-VALOR PIC ZZZZ9.99 FROM
                   WSPLANO-VALOR (PREST-IDX).
               05  VALUE " | FATURA: ".
               05  SHOW-PREST-FATURA PIC Z(8) FROM
                   WSPLANO-FATURA (PREST-IDX).

      ******************************************************************
      *    SCREEN DE MENSAGEM ERRO SE O UTILIZADOR REGISTAR UM CAMPO
      *    QUE ESTEJA FORA DOS PARAMETROS DEFINIDOS NO PROGRAMA.

       01  CAMPO-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 13 VALUE "DADOS INVALIDOS (TOTAL, 1 A 12 PRES
      -        "TACOES E PRIMEIRO VENCIMENTO COM DIA ATE 28) | PRESSIONE
      -        " QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO O ALUNO NAO TEM INSCRICAO ATIVA NA
      *    UNIDADE INDICADA.

       01  INSCRICAO-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 23 VALUE "O ALUNO NAO TEM INSCRICAO ATIVA NES
      -       "SA UNIDADE | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO A INSCRICAO JA TEM PLANO ATIVO.

       01  PLANO-EXISTENTE-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 25 VALUE "JA EXISTE UM PLANO ATIVO PARA A INS
      -       "CRICAO | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO O PLANO NAO EXISTE.

       01  PLANO-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 30 VALUE "PLANO DE PAGAMENTO INEXISTENTE | PR
      -       "ESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO O PLANO JA ESTA ANULADO.

       01  PLANO-JA-ANULADO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 27 VALUE "O PLANO DE PAGAMENTO JA ESTA ANULAD
      -       "O | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMACAO ANTES DE GRAVAR O PLANO.

       01  CONFIRMACAO-GRAVAR FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 36 VALUE "CONFIRMA A GRAVACAO DO PLANO DE PAG
      -       "AMENTO? 1 - SIM | 2 - NAO:".
           03  NOVA-ESCOLHA-SCREEN LINE 29 COL 98 PIC 9(1) TO
               NOVA-ESCOLHA AUTO BLANK WHEN ZERO.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN DE CONFIRMACAO ANTES DE ANULAR O PLANO.

       01  CONFIRMACAO-ANULAR FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 34 VALUE "TEM A CERTEZA QUE PRETENDE ANULAR E
      -       "STE PLANO? 1 - SIM | 2 - NAO:".
           03  NOVA-ESCOLHA-SCREEN2 LINE 29 COL 99 PIC 9(1) TO
               NOVA-ESCOLHA AUTO BLANK WHEN ZERO.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN DE CONFIRMACAO DE GRAVACAO.

       01  PLANO-GRAVADO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 26 VALUE "PLANO DE PAGAMENTO GRAVADO COM SUCE
      -       "SSO | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMACAO DE ANULACAO.

       01  PLANO-ANULADO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 26 VALUE "PLANO DE PAGAMENTO ANULADO COM SUCE
      -       "SSO | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO O UTILIZADOR NAO CONFIRMA.

       01  CANCELADA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 36 VALUE "OPERACAO CANCELADA | PRESSIONE QUAL
      -       "QUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM NO FIM DA CONSULTA.

       01  FIM-CONSULTA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 38 VALUE "FIM DA CONSULTA | PRESSIONE QUALQUE
      -       "R TECLA PARA CONTINUAR" HIGHLIGHT.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(001) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN COM O RESULTADO DO RELATORIO DE PLANOS EM ATRASO.

       01  RELATORIO-FEITO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 14 VALUE "PLANOS ATIVOS:".
           03  SHOW-PLANOS LINE 29 COL 29 PIC ZZZZ9 FROM CONT-PLANOS.
           03  LINE 29 COL 35 VALUE "| PLANOS EM ATRASO:".
           03  SHOW-ATRASO LINE 29 COL 55 PIC ZZZZ9 FROM CONT-ATRASO.
           03  LINE 29 COL 61 VALUE "| RELATORIO EM PLANOSATRASO.EXT | P
      -       "RESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN PARA LIMPAR O ECRÃ EM DETERMINADAS LINHAS.

       01  LIMPAR-LINES FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 29 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL SPACES.

      ******************************************************************

       PROCEDURE DIVISION.

       CREATE-OPEN-FILE SECTION.
      ******************************************************************
      *    VERIFICAÇÃO SE FICHEIRO DE PLANOS DE PAGAMENTO EXISTE.
      ******************************************************************
           OPEN I-O PLANOS
           IF FS-PLANOS = 35
              OPEN OUTPUT PLANOS
              CLOSE PLANOS
           ELSE
              CLOSE PLANOS
           END-IF

           MOVE "; GESTOR: PLANOS DE PAGAMENTO" TO WSLOG-PROGRAM
           EXIT SECTION.

       MENU1 SECTION.
      ******************************************************************
      *    MENU PRINCIPAL ONDE O UTILIZADOR VAI ESCOLHER A OPÇÃO QUE
      *    PRETENDE REALIZAR.
      ******************************************************************
           MOVE ZEROS TO ESCOLHA-SCREEN
           PERFORM UNTIL ESCOLHA-SCREEN = 0

              PERFORM WITH TEST AFTER UNTIL VALID-ESCOLHA
                 MOVE ZEROS TO ESCOLHA-SCREEN
                 MOVE SPACE TO WSLOG-SECTION
                 ACCEPT MENU1-SCREEN

                 IF NOT VALID-ESCOLHA THEN
                    ACCEPT MENSAGEM-ERRO-SCREEN
                 END-IF
              END-PERFORM

              EVALUATE TRUE
                 WHEN OPCAO-REGISTAR    PERFORM REGISTAR
                 WHEN OPCAO-CONSULTAR   PERFORM CONSULTAR
                 WHEN OPCAO-ANULAR      PERFORM ANULAR
                 WHEN OPCAO-RELATORIO   PERFORM RELATORIO-ATRASOS
              END-EVALUATE

           END-PERFORM
           EXIT PROGRAM.

       REGISTAR SECTION.
      ******************************************************************
      *    REGISTA O PLANO DE PAGAMENTO DE UMA INSCRICAO ATIVA. AS
      *    PRESTACOES SAO CALCULADAS A PARTIR DO VALOR TOTAL, DO NUMERO
      *    DE PRESTACOES, DO PRIMEIRO VENCIMENTO E DO NUMERO DE MESES
      *    ENTRE PRESTACOES, E MOSTRADAS ANTES DE GRAVAR. UM PLANO
      *    ANULADO PODE SER SUBSTITUIDO POR UM PLANO NOVO.
      ******************************************************************
           MOVE "; MENU: REGISTAR" TO WSLOG-SECTION

           OPEN I-O PLANOS
           OPEN INPUT INSCRICOES
           OPEN INPUT ALUNOS
           DISPLAY REGISTAR-SCREEN

           PERFORM PEDIR-CHAVE-PLANO
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE PLANOS, INSCRICOES, ALUNOS
              EXIT SECTION
           END-IF

           MOVE PLANO-IDNUM TO FDINSC-IDNUM
           MOVE PLANO-SIGLA TO FDINSC-SIGLAUNIDADE
           READ INSCRICOES RECORD
              INVALID KEY
                 ACCEPT INSCRICAO-INEXISTENTE-SCREEN
                 CLOSE PLANOS, INSCRICOES, ALUNOS
                 EXIT SECTION
           END-READ
           IF NOT FDINSC-ATIVA THEN
              ACCEPT INSCRICAO-INEXISTENTE-SCREEN
              CLOSE PLANOS, INSCRICOES, ALUNOS
              EXIT SECTION
           END-IF

           MOVE "N" TO PLANO-EXISTE
           MOVE PLANO-IDNUM TO FDPLANO-IDNUM
           MOVE PLANO-SIGLA TO FDPLANO-SIGLAUNIDADE
           READ PLANOS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO PLANO-EXISTE
           END-READ
           IF PLANO-EXISTE = "S" AND FDPLANO-ATIVO THEN
              ACCEPT PLANO-EXISTENTE-SCREEN
              CLOSE PLANOS, INSCRICOES, ALUNOS
              EXIT SECTION
           END-IF

           INITIALIZE WSPLANO
           MOVE PLANO-IDNUM TO WSPLANO-IDNUM
           MOVE PLANO-SIGLA TO WSPLANO-SIGLAUNIDADE
           MOVE 1 TO WSPLANO-ESTADO

           PERFORM PEDIR-DADOS-PLANO
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE PLANOS, INSCRICOES, ALUNOS
              EXIT SECTION
           END-IF

           PERFORM CALCULAR-PRESTACOES
           PERFORM MOSTRAR-PRESTACOES

           PERFORM WITH TEST AFTER UNTIL NOVA-ESCOLHA = 1 OR 2
              MOVE ZEROS TO NOVA-ESCOLHA-SCREEN
              DISPLAY LIMPAR-LINES
              ACCEPT CONFIRMACAO-GRAVAR
              IF KEYSTATUS = 1003 THEN
                 CLOSE PLANOS, INSCRICOES, ALUNOS
                 EXIT SECTION
              END-IF
           END-PERFORM

           IF NOVA-ESCOLHA NOT = 1 THEN
              DISPLAY LIMPAR-LINES
              ACCEPT CANCELADA-SCREEN
              CLOSE PLANOS, INSCRICOES, ALUNOS
              EXIT SECTION
           END-IF

           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSPLANO-DATE-TIME
           END-STRING

           MOVE WSPLANO TO FDPLANO
           IF PLANO-EXISTE = "S" THEN
              REWRITE FDPLANO
              END-REWRITE
           ELSE
              WRITE FDPLANO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF

           CLOSE PLANOS, INSCRICOES, ALUNOS

           MOVE "; PLANO: " TO WSLOG-ADD-HEADING
           MOVE WSPLANO-CHAVE TO WSLOG-ADD-KEY
           MOVE "; PLANO DE PAGAMENTO REGISTADO" TO WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS

           DISPLAY LIMPAR-LINES
           ACCEPT PLANO-GRAVADO-SCREEN
           EXIT SECTION.

       CONSULTAR SECTION.
      ******************************************************************
      *    MOSTRA O PLANO DE PAGAMENTO DE UMA INSCRICAO, COM AS
      *    PRESTACOES E O NUMERO DA FATURA DE CADA PRESTACAO JA
      *    FATURADA.
      ******************************************************************
           MOVE "; MENU: CONSULTAR" TO WSLOG-SECTION

           OPEN INPUT PLANOS
           OPEN INPUT ALUNOS
           DISPLAY CONSULTAR-SCREEN

           PERFORM PEDIR-CHAVE-PLANO
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE PLANOS, ALUNOS
              EXIT SECTION
           END-IF

           MOVE PLANO-IDNUM TO FDPLANO-IDNUM
           MOVE PLANO-SIGLA TO FDPLANO-SIGLAUNIDADE
           READ PLANOS RECORD
              INVALID KEY
                 ACCEPT PLANO-INEXISTENTE-SCREEN
                 CLOSE PLANOS, ALUNOS
                 EXIT SECTION
           END-READ

           MOVE FDPLANO TO WSPLANO
           PERFORM MOSTRAR-PLANO

           CLOSE PLANOS, ALUNOS
           ACCEPT FIM-CONSULTA-SCREEN
           EXIT SECTION.

       ANULAR SECTION.
      ******************************************************************
      *    ANULA O PLANO DE PAGAMENTO DE UMA INSCRICAO. AS PRESTACOES
      *    AINDA NAO FATURADAS DEIXAM DE SER FATURADAS E A INSCRICAO
      *    VOLTA A SER FATURADA PELA MENSALIDADE DA UNIDADE; AS FATURAS
      *    JA EMITIDAS NAO SAO AFETADAS.
      ******************************************************************
           MOVE "; MENU: ANULAR" TO WSLOG-SECTION

           OPEN I-O PLANOS
           OPEN INPUT ALUNOS
           DISPLAY ANULAR-SCREEN

           PERFORM PEDIR-CHAVE-PLANO
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE PLANOS, ALUNOS
              EXIT SECTION
           END-IF

           MOVE PLANO-IDNUM TO FDPLANO-IDNUM
           MOVE PLANO-SIGLA TO FDPLANO-SIGLAUNIDADE
           READ PLANOS RECORD
              INVALID KEY
                 ACCEPT PLANO-INEXISTENTE-SCREEN
                 CLOSE PLANOS, ALUNOS
                 EXIT SECTION
           END-READ
           IF FDPLANO-ANULADO THEN
              ACCEPT PLANO-JA-ANULADO-SCREEN
              CLOSE PLANOS, ALUNOS
              EXIT SECTION
           END-IF

           MOVE FDPLANO TO WSPLANO
           PERFORM MOSTRAR-PLANO

           PERFORM WITH TEST AFTER UNTIL NOVA-ESCOLHA = 1 OR 2
              MOVE ZEROS TO NOVA-ESCOLHA-SCREEN2
              DISPLAY LIMPAR-LINES
              ACCEPT CONFIRMACAO-ANULAR
              IF KEYSTATUS = 1003 THEN
                 CLOSE PLANOS, ALUNOS
                 EXIT SECTION
              END-IF
           END-PERFORM

           IF NOVA-ESCOLHA NOT = 1 THEN
              DISPLAY LIMPAR-LINES
              ACCEPT CANCELADA-SCREEN
              CLOSE PLANOS, ALUNOS
              EXIT SECTION
           END-IF

           MOVE 2 TO FDPLANO-ESTADO
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO FDPLANO-DATE-TIME
           END-STRING
           REWRITE FDPLANO
           END-REWRITE

           CLOSE PLANOS, ALUNOS

           MOVE "; PLANO: " TO WSLOG-DELETE-HEADING
           MOVE FDPLANO-CHAVE TO WSLOG-DELETE-KEY
           MOVE "; PLANO DE PAGAMENTO ANULADO" TO WSLOG-DELETE-MESSAGE
           PERFORM SAVE-LOGRECORDS

           DISPLAY LIMPAR-LINES
           ACCEPT PLANO-ANULADO-SCREEN
           EXIT SECTION.

       PEDIR-CHAVE-PLANO SECTION.
      ******************************************************************
      *    PEDE O NUMERO DO ALUNO E A SIGLA DA UNIDADE DA INSCRICAO DO
      *    PLANO E MOSTRA O NOME DO ALUNO (FICHEIRO ALUNOS JA ABERTO).
      ******************************************************************
           MOVE SPACES TO VERDADEIRO
           MOVE ZEROS TO PLANO-IDNUM
           MOVE SPACES TO PLANO-SIGLA
           ACCEPT PLANO-CHAVE-SCREEN
           IF KEYSTATUS = 1003 OR PLANO-IDNUM = ZEROS
           OR PLANO-SIGLA = SPACES THEN
              EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE (PLANO-SIGLA) TO PLANO-SIGLA

           MOVE PLANO-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 MOVE SPACES TO FDNOME
           END-READ
           DISPLAY PLANO-NOME-SCREEN
           MOVE "S" TO VERDADEIRO
           EXIT SECTION.

       PEDIR-DADOS-PLANO SECTION.
      ******************************************************************
      *    PEDE E VALIDA OS DADOS DO PLANO: VALOR TOTAL, NUMERO DE
      *    PRESTACOES (1 A 12, COM CADA PRESTACAO DENTRO DO VALOR
      *    MAXIMO DE UMA FATURA), PRIMEIRO VENCIMENTO (COM O DIA ATE 28,
      *    PARA QUE EXISTA EM TODOS OS MESES) E MESES ENTRE PRESTACOES
      *    (ATE 12; ZERO VALE UM).
      ******************************************************************
           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              MOVE ZEROS TO WSPLANO-TOTAL, WSPLANO-NUM-PRESTACOES,
                 PRIMEIRO-VENC, INTERVALO-MESES
              ACCEPT PLANO-DADOS-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF

              MOVE PRIMEIRO-VENC (1:4) TO VENC-ANO
              MOVE PRIMEIRO-VENC (5:2) TO VENC-MES
              MOVE PRIMEIRO-VENC (7:2) TO VENC-DIA
              IF INTERVALO-MESES = ZEROS THEN
                 MOVE 1 TO INTERVALO-MESES
              END-IF

              IF WSPLANO-TOTAL > ZEROS
              AND WSPLANO-NUM-VALIDO
              AND WSPLANO-TOTAL < (WSPLANO-NUM-PRESTACOES * 99999)
              AND VENC-ANO >= 2000
              AND VENC-MES >= 1 AND VENC-MES <= 12
              AND VENC-DIA >= 1 AND VENC-DIA <= 28
              AND INTERVALO-MESES <= 12
              THEN
                 MOVE "S" TO VERDADEIRO
              ELSE
                 ACCEPT CAMPO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM
           EXIT SECTION.

       CALCULAR-PRESTACOES SECTION.
      ******************************************************************
      *    DIVIDE O VALOR TOTAL PELAS PRESTACOES (OS CENTIMOS QUE SOBRAM
      *    DA DIVISAO FICAM NA ULTIMA) E CALCULA AS DATAS DE VENCIMENTO
      *    A PARTIR DO PRIMEIRO VENCIMENTO, DE INTERVALO-MESES EM
      *    INTERVALO-MESES, SEMPRE NO MESMO DIA DO MES.
      ******************************************************************
           MOVE ZEROS TO SOMA-PRESTACOES
           COMPUTE VALOR-PRESTACAO =
              WSPLANO-TOTAL / WSPLANO-NUM-PRESTACOES

           PERFORM VARYING PREST-IDX FROM 1 BY 1
              UNTIL PREST-IDX > WSPLANO-NUM-PRESTACOES
              COMPUTE WSPLANO-DATA-VENC (PREST-IDX) =
                 (VENC-ANO * 10000) + (VENC-MES * 100) + VENC-DIA
              IF PREST-IDX = WSPLANO-NUM-PRESTACOES THEN
                 COMPUTE WSPLANO-VALOR (PREST-IDX) =
                    WSPLANO-TOTAL - SOMA-PRESTACOES
              ELSE
                 MOVE VALOR-PRESTACAO TO WSPLANO-VALOR (PREST-IDX)
                 ADD VALOR-PRESTACAO TO SOMA-PRESTACOES
              END-IF
              MOVE ZEROS TO WSPLANO-FATURA (PREST-IDX)

              ADD INTERVALO-MESES TO VENC-MES
              IF VENC-MES > 12 THEN
                 SUBTRACT 12 FROM VENC-MES
                 ADD 1 TO VENC-ANO
              END-IF
           END-PERFORM
           EXIT SECTION.

       MOSTRAR-PLANO SECTION.
      ******************************************************************
      *    MOSTRA O RESUMO E AS PRESTACOES DO PLANO EM WSPLANO.
      ******************************************************************
           IF WSPLANO-ATIVO THEN
              MOVE "ATIVO" TO ESTADO-PLANO-TXT
           ELSE
              MOVE "ANULADO" TO ESTADO-PLANO-TXT
           END-IF
           DISPLAY PLANO-RESUMO-SCREEN
           PERFORM MOSTRAR-PRESTACOES
           EXIT SECTION.

       MOSTRAR-PRESTACOES SECTION.
      ******************************************************************
      *    MOSTRA UMA LINHA POR PRESTACAO DO PLANO EM WSPLANO (NO
      *    MAXIMO 12, DA LINHA 15 A LINHA 26).
      ******************************************************************
           DISPLAY PRESTACOES-SCREEN
           MOVE 15 TO LINHA
           PERFORM VARYING PREST-IDX FROM 1 BY 1
              UNTIL PREST-IDX > WSPLANO-NUM-PRESTACOES
              DISPLAY LINHA-PRESTACAO-SCREEN
              ADD 1 TO LINHA
           END-PERFORM
           EXIT SECTION.

       RELATORIO-ATRASOS SECTION.
      ******************************************************************
      *    PERCORRE OS PLANOS ATIVOS E ESCREVE EM planosatraso.ext OS
      *    QUE ESTAO ATRASADOS: AQUELES EM QUE AS PRESTACOES VENCIDAS
      *    ATE HOJE NAO ESTAO COBERTAS PELOS RECIBOS (E NOTAS DE
      *    CREDITO) DAS FATURAS DE CADA PRESTACAO. UMA PRESTACAO
      *    VENCIDA AINDA SEM FATURA CONTA COMO NAO PAGA.
      ******************************************************************
           MOVE "; MENU: RELATORIO DE ATRASOS" TO WSLOG-SECTION

           ACCEPT HOJE-DATA FROM DATE YYYYMMDD
           MOVE ZEROS TO CONT-PLANOS, CONT-ATRASO

           OPEN INPUT PLANOS
           IF FS-PLANOS NOT = "00" THEN
              EXIT SECTION
           END-IF
           OPEN INPUT ALUNOS
           OPEN INPUT RECIBOS
           OPEN INPUT NOTASCREDITO
           OPEN OUTPUT RELATORIO

           MOVE SPACES TO RELATORIO-LINHA
           STRING "RELATORIO DE PLANOS DE PAGAMENTO EM ATRASO EMITIDO",
              " EM ", HOJE-DATA
              INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           END-WRITE

           MOVE LOW-VALUES TO FDPLANO-CHAVE
           START PLANOS KEY IS GREATER OR EQUAL FDPLANO-CHAVE
              INVALID KEY
                 SET STATUS-PLANO TO TRUE
           END-START

           IF FS-PLANOS = "00" THEN
              PERFORM UNTIL STATUS-PLANO
                 READ PLANOS NEXT RECORD
                    AT END
                       SET STATUS-PLANO TO TRUE
                    NOT AT END
                       IF FDPLANO-ATIVO THEN
                          ADD 1 TO CONT-PLANOS
                          MOVE FDPLANO TO WSPLANO
                          PERFORM AVALIAR-PLANO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE PLANOS, ALUNOS, RECIBOS, NOTASCREDITO, RELATORIO

           MOVE "; PLANOS: " TO WSLOG-VIEW-HEADING
           MOVE CONT-ATRASO TO WSLOG-VIEW-KEY
           MOVE "; RELATORIO DE PLANOS EM ATRASO" TO WSLOG-VIEW-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT RELATORIO-FEITO-SCREEN
           EXIT SECTION.

       AVALIAR-PLANO SECTION.
      ******************************************************************
      *    SOMA O VALOR DAS PRESTACOES VENCIDAS DO PLANO EM WSPLANO E O
      *    VALOR RECEBIDO SOBRE ELAS; SE O PLANO ESTA ATRASADO ESCREVE
      *    AS LINHAS DO RELATORIO.
      ******************************************************************
           MOVE ZEROS TO VALOR-DEVIDO, VALOR-PAGO, PREST-VENCIDAS,
              PREST-EM-FALTA, VENC-MAIS-ANTIGO

           PERFORM VARYING PREST-IDX FROM 1 BY 1
              UNTIL PREST-IDX > WSPLANO-NUM-PRESTACOES
              IF WSPLANO-DATA-VENC (PREST-IDX) < HOJE-DATA THEN
                 ADD 1 TO PREST-VENCIDAS
                 ADD WSPLANO-VALOR (PREST-IDX) TO VALOR-DEVIDO
                 MOVE WSPLANO-FATURA (PREST-IDX) TO FAT-PROCURADA
                 PERFORM SOMAR-PAGO-FATURA
                 IF PAGO-PRESTACAO > WSPLANO-VALOR (PREST-IDX) THEN
                    MOVE WSPLANO-VALOR (PREST-IDX) TO PAGO-PRESTACAO
                 END-IF
                 ADD PAGO-PRESTACAO TO VALOR-PAGO
                 IF PAGO-PRESTACAO < WSPLANO-VALOR (PREST-IDX) THEN
                    ADD 1 TO PREST-EM-FALTA
                    IF VENC-MAIS-ANTIGO = ZEROS THEN
                       MOVE WSPLANO-DATA-VENC (PREST-IDX) TO
                          VENC-MAIS-ANTIGO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF VALOR-PAGO NOT < VALOR-DEVIDO THEN
              EXIT SECTION
           END-IF

           ADD 1 TO CONT-ATRASO
           COMPUTE VALOR-ATRASO = VALOR-DEVIDO - VALOR-PAGO

           MOVE WSPLANO-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 MOVE SPACES TO FDNOME
           END-READ

           MOVE VALOR-DEVIDO TO DEVIDO-EDITADO
           MOVE VALOR-PAGO TO PAGO-EDITADO
           MOVE VALOR-ATRASO TO ATRASO-EDITADO
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ALUNO: ", WSPLANO-IDNUM,
              " | UNIDADE: ", WSPLANO-SIGLAUNIDADE,
              " | PRESTACOES VENCIDAS: ", PREST-VENCIDAS,
              " | EM FALTA: ", PREST-EM-FALTA,
              " | DEVIDO: ", DEVIDO-EDITADO,
              " | PAGO: ", PAGO-EDITADO,
              " | EM ATRASO: ", ATRASO-EDITADO
              INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           END-WRITE

           MOVE SPACES TO RELATORIO-LINHA
           STRING "   NOME: ", FDNOME,
              " | PRESTACAO EM FALTA MAIS ANTIGA: ", VENC-MAIS-ANTIGO
              INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           END-WRITE
           EXIT SECTION.

       SOMAR-PAGO-FATURA SECTION.
      ******************************************************************
      *    SOMA OS RECIBOS E AS NOTAS DE CREDITO JA REGISTADOS CONTRA A
      *    FATURA EM FAT-PROCURADA (ZERO = PRESTACAO AINDA NAO
      *    FATURADA, NADA RECEBIDO).
      ******************************************************************
           MOVE ZEROS TO PAGO-PRESTACAO
           IF FAT-PROCURADA = ZEROS THEN
              EXIT SECTION
           END-IF

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
                       IF FDREC-FAT-NUMERO = FAT-PROCURADA THEN
                          ADD FDREC-VALOR TO PAGO-PRESTACAO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

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
                       IF FDNC-FAT-NUMERO = FAT-PROCURADA THEN
                          ADD FDNC-VALOR TO PAGO-PRESTACAO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
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

       END PROGRAM GESTORPLANOS.
