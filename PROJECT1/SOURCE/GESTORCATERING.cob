      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA ENCOMENDAR A COZINHA BREADWICH
      *    OS LANCHES DAS AULAS DE DIA INTEIRO, EM VEZ DE CONTAR OS
      *    INSCRITOS DE CADA DIA E TELEFONAR A ENCOMENDA:
      *      1 - PARA A SEMANA INDICADA (7 DIAS A PARTIR DA DATA, QUE
      *          TEM DE SER FUTURA), PERCORRE O HORARIO E AGRUPA AS
      *          AULAS NAO CANCELADAS POR DIA, UNIDADE E TURMA (TURMA EM
      *          BRANCO = UNIDADE TODA). O GRUPO E DE DIA INTEIRO QUANDO
      *          A PRIMEIRA AULA COMECA ANTES DAS 12H00 E A ULTIMA ACABA
      *          DEPOIS DAS 14H00. A QUANTIDADE E O NUMERO DE INSCRICOES
      *          ATIVAS DA TURMA, OU DA UNIDADE TODA; UM GRUPO DE TURMA
      *          NUM DIA EM QUE A UNIDADE TODA JA TEM DIA INTEIRO FICA
      *          COBERTO PELA UNIDADE. CADA GRUPO NOVO ACRESCENTA UMA
      *          LINHA AO FICHEIRO CATERING.CSV, NO FORMATO DA
      *          IMPORTACAO DE ENCOMENDAS DA BREADWICH (BWORDIMPORT,
      *          ONDE O CENTRO DE FORMACAO ESTA REGISTADO COMO CLIENTE)
      *          COM A REFERENCIA "GC" + DATA + UNIDADE + TURMA, E FICA
      *          NO REGISTO DE CATERING (FICHEIRO catering) PARA NAO
      *          SER ENCOMENDADO DUAS VEZES. A HORA DE ENTREGA VEM DO
      *          PARAMETRO CATERING-HORA (GESTORPARAMS).
      *      2 - PERCORRE AS ENCOMENDAS REGISTADAS AINDA POR ENTREGAR
      *          E, QUANDO JA NAO HA NENHUMA AULA NAO CANCELADA NESSE
      *          DIA PARA A UNIDADE/TURMA, ACRESCENTA O PEDIDO DE
      *          CANCELAMENTO AO FICHEIRO CATERINGCANCEL.CSV, LIDO PELA
      *          ALTERACAO DE ENCOMENDAS DA BREADWICH (RSOMODIFY), QUE
      *          ASSINALA A ENCOMENDA DESSA REFERENCIA.
      *    CADA EXECUCAO E GRAVADA NO RELATORIO CATERING.REL.
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      *    V1.1 | 15.10.2026 | AS ENCOMENDAS PASSAM A SER ACRESCENTADAS
      *    AO CATERING.CSV EM VEZ DE O SUBSTITUIR, PARA NAO SE PERDER
      *    UMA SEMANA AINDA NAO IMPORTADA PELA BREADWICH (QUE RECUSA AS
      *    REFERENCIAS JA IMPORTADAS).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORCATERING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIOSFILE ASSIGN TO "horariosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDDATAAULA
              FILE STATUS FS-HORARIO.

           SELECT INSCRICOES ASSIGN TO "inscricoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINSC-CHAVE
              FILE STATUS FS-INSCRICOES.

           SELECT CATERING ASSIGN TO "catering"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCAT-CHAVE
              FILE STATUS FS-CATERING.

           SELECT PARAMETROS ASSIGN TO "parametros"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPARAM-CHAVE
              FILE STATUS FS-PARAMETROS.

           SELECT ENCOMENDAS ASSIGN TO "CATERING.CSV"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-ENCOMENDAS.

           SELECT CANCELAMENTOS ASSIGN TO "CATERINGCANCEL.CSV"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-CANCELAMENTOS.

           SELECT RELATORIO ASSIGN TO "catering.rel"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-RELATORIO.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  HORARIOSFILE.
       COPY FDHORARIOS.

       FD  INSCRICOES.
       COPY FDINSCRICOES.

       FD  CATERING.
       COPY FDCATERING.

       FD  PARAMETROS.
       COPY FDPARAMETROS.

       FD  ENCOMENDAS.
       01  ENC-LINHA                PIC X(100).

       FD  CANCELAMENTOS.
       01  CAN-LINHA                PIC X(100).

       FD  RELATORIO.
       01  REL-LINHA                PIC X(150).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.
       COPY VAR-VALIDDATE.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-ENCOMENDAR     VALUE 1.
           88  OPCAO-CANCELAMENTOS  VALUE 2.
           88  VALID-ESCOLHA        VALUE 0 THRU 2.

       77  FS-HORARIO               PIC X(002).
       77  FS-INSCRICOES            PIC X(002).
       77  FS-CATERING              PIC X(002).
       77  FS-PARAMETROS            PIC X(002).
       77  FS-ENCOMENDAS            PIC X(002).
       77  FS-CANCELAMENTOS         PIC X(002).
       77  FS-RELATORIO             PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  VERDADEIRO               PIC X(001).
       77  HOJE                     PIC 9(008).
       77  DATA-INICIO              PIC 9(008).
       77  DATA-FIM                 PIC 9(008).
       77  DATA-AULA                PIC 9(008).
       77  HORA-ENTREGA             PIC 9(004) VALUE 1230.
       77  SANDES-BREADWICH         PIC X(005).
       77  LIMITE-MANHA             PIC 9(004) VALUE 1200.
       77  LIMITE-TARDE             PIC 9(004) VALUE 1400.
       77  AUX-HH                   PIC 9(004).
       77  AUX-MM                   PIC 9(004).
       77  MIN-FIM                  PIC 9(005).
       77  HORA-FIM                 PIC 9(004).
       77  GR-IDX                   PIC 9(004).
       77  GR-AUX                   PIC 9(004).
       77  GR-MAX                   PIC 9(004).
       77  GR-TRANSBORDO            PIC X(001).
       77  IN-IDX                   PIC 9(004).
       77  IN-MAX                   PIC 9(004).
       77  IN-TRANSBORDO            PIC X(001).
       77  PROC-SIGLA               PIC X(005).
       77  PROC-TURMA               PIC X(003).
       77  QTD-ALUNOS               PIC 9(005).
       77  QTD-EDIT                 PIC 9(003).
       77  AULAS-ATIVAS             PIC 9(004).
       77  SITUACAO                 PIC X(045).
       77  CONT-ENCOMENDADAS        PIC 9(004).
       77  CONT-IGNORADAS           PIC 9(004).
       77  CONT-CANCELAMENTOS       PIC 9(004).
       77  REFERENCIA               PIC X(020).

       01  DATA-EDIT.
           03  DATA-EDIT-ANO        PIC 9(004).
           03  DATA-EDIT-MES        PIC 9(002).
           03  DATA-EDIT-DIA        PIC 9(002).
       01  DATA-EDIT-NUM REDEFINES DATA-EDIT PIC 9(008).

       01  SEMANA-DATA.
           03  SEMANA-DIA           PIC 9(002).
           03  SEMANA-MES           PIC 9(002).
           03  SEMANA-ANO           PIC 9(004).

      *    UMA LINHA POR DIA, UNIDADE E TURMA COM AULAS NAO CANCELADAS
      *    NA SEMANA: HORA DE INICIO DA PRIMEIRA E DE FIM DA ULTIMA.
       01  GR-TAB.
           05  GR-LINHA OCCURS 1000 TIMES.
               10  GR-DATA          PIC 9(008).
               10  GR-SIGLA         PIC X(005).
               10  GR-TURMA         PIC X(003).
               10  GR-INICIO        PIC 9(004).
               10  GR-FIM           PIC 9(004).

      *    INSCRICOES ATIVAS POR UNIDADE (TURMA EM BRANCO = TOTAL DA
      *    UNIDADE) E POR TURMA.
       01  IN-TAB.
           05  IN-LINHA OCCURS 1000 TIMES.
               10  IN-SIGLA         PIC X(005).
               10  IN-TURMA         PIC X(003).
               10  IN-ALUNOS        PIC 9(005).

       01  REL-CABECALHO.
           03  FILLER               PIC X(030) VALUE
               "CATERING BREADWICH - SEMANA: ".
           03  REL-CAB-INICIO       PIC X(010).
           03  FILLER               PIC X(003) VALUE " A ".
           03  REL-CAB-FIM          PIC X(010).
           03  FILLER               PIC X(012) VALUE " | SANDES: ".
           03  REL-CAB-SANDES       PIC X(005).
           03  FILLER               PIC X(011) VALUE " | HORA: ".
           03  REL-CAB-HORA         PIC 9(004).

       01  REL-DETALHE.
           03  FILLER               PIC X(006) VALUE "DATA: ".
           03  REL-DET-DATA         PIC X(010).
           03  FILLER               PIC X(012) VALUE " | UNIDADE: ".
           03  REL-DET-SIGLA        PIC X(005).
           03  FILLER               PIC X(010) VALUE " | TURMA: ".
           03  REL-DET-TURMA        PIC X(003).
           03  FILLER               PIC X(011) VALUE " | AULAS: ".
           03  REL-DET-INICIO       PIC 9(004).
           03  FILLER               PIC X(001) VALUE "-".
           03  REL-DET-FIM          PIC 9(004).
           03  FILLER               PIC X(011) VALUE " | ALUNOS: ".
           03  REL-DET-ALUNOS       PIC ZZZZ9.
           03  FILLER               PIC X(003) VALUE " | ".
           03  REL-DET-SITUACAO     PIC X(045).

       01  REL-CANCEL-CAB.
           03  FILLER               PIC X(044) VALUE
               "CATERING BREADWICH - PEDIDOS DE CANCELAMENTO".
           03  FILLER               PIC X(004) VALUE " EM ".
           03  REL-CAN-HOJE         PIC X(010).

       01  REL-TOTAIS.
           03  FILLER               PIC X(015) VALUE "ENCOMENDADAS: ".
           03  REL-TOT-ENCOMENDADAS PIC ZZZ9.
           03  FILLER               PIC X(014) VALUE " | IGNORADAS: ".
           03  REL-TOT-IGNORADAS    PIC ZZZ9.
           03  FILLER               PIC X(031) VALUE
               " | PEDIDOS DE CANCELAMENTO: ".
           03  REL-TOT-CANCELAMENTOS PIC ZZZ9.

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DO MENU PRINCIPAL.

       01  MENU1-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 47 VALUE "C A T E R I N G   B R E A D W I C
      -        " H".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 12 COL 50 VALUE "0. SAIR".
           03  LINE 14 COL 50 VALUE "1. ENCOMENDAR LANCHES DA SEMANA".
           03  LINE 16 COL 50 VALUE "2. PEDIR CANCELAMENTOS (AULAS CANC
      -        "ELADAS)".
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
      *    SCREEN DA SEMANA A ENCOMENDAR: DATA DE INICIO, SANDES DA
      *    BREADWICH (ID EXTERNO) E HORA DE ENTREGA.

       01  SEMANA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 38 VALUE "E N C O M E N D A   D E   L A N C
      -        " H E S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 08 COL 10 VALUE "SEMANA A PARTIR DE (DD/MM/AAAA):".
           03  SEMANA-DIA-CAMPO LINE 08 COL 43 PIC 9(2) TO
               SEMANA-DIA AUTO.
           03  LINE 08 COL 45 VALUE "/".
           03  SEMANA-MES-CAMPO LINE 08 COL 46 PIC 9(2) TO
               SEMANA-MES AUTO.
           03  LINE 08 COL 48 VALUE "/".
           03  SEMANA-ANO-CAMPO LINE 08 COL 49 PIC 9(4) TO
               SEMANA-ANO AUTO.
           03  LINE 10 COL 10 VALUE "SANDES BREADWICH (ID EXTERNO):".
           03  SANDES-CAMPO LINE 10 COL 43 PIC X(5) USING
               SANDES-BREADWICH AUTO.
           03  LINE 12 COL 10 VALUE "HORA DE ENTREGA (HHMM):".
           03  HORA-CAMPO LINE 12 COL 43 PIC 9(4) USING
               HORA-ENTREGA AUTO.

       01  CAMPO-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 18 VALUE "CAMPO INVALIDO: DATA (TEM DE SER FU
      -       "TURA), SANDES OU HORA DE ENTREGA | PRESSIONE QUALQUER TEC
      -       "LA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREENS DE FIM DE EXECUCAO.

       01  FIM-ENCOMENDAS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 20 VALUE "LINHAS GRAVADAS EM CATERING.CSV:"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 29 COL 53 PIC ZZZ9 FROM CONT-ENCOMENDADAS
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 29 COL 59 VALUE "| IGNORADAS:"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 29 COL 72 PIC ZZZ9 FROM CONT-IGNORADAS
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 29 COL 78 VALUE "(VER CATERING.REL) | PRESSIONE QUA
      -       "LQUER TECLA" FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  FIM-CANCELAMENTOS-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 20 VALUE "PEDIDOS DE CANCELAMENTO GRAVADOS EM
      -       " CATERINGCANCEL.CSV:"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 29 COL 75 PIC ZZZ9 FROM CONT-CANCELAMENTOS
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 29 COL 81 VALUE "(VER CATERING.REL) | PRESSIONE QUA
      -       "LQUER TECLA" FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  SEM-HORARIO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 30 VALUE "NAO EXISTEM AULAS OU INSCRICOES REG
      -       "ISTADAS | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.

       CREATE-OPEN-FILE SECTION.
      ******************************************************************
      *    VERIFICACAO SE O REGISTO DE CATERING EXISTE.
      ******************************************************************
           OPEN I-O CATERING
           IF FS-CATERING = 35
              OPEN OUTPUT CATERING
              CLOSE CATERING
           ELSE
              CLOSE CATERING
           END-IF

           MOVE "; GESTOR: CATERING" TO WSLOG-PROGRAM
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
                 WHEN OPCAO-ENCOMENDAR    PERFORM ENCOMENDAR-SEMANA
                 WHEN OPCAO-CANCELAMENTOS PERFORM PEDIR-CANCELAMENTOS
              END-EVALUATE

           END-PERFORM
           EXIT PROGRAM.

       ENCOMENDAR-SEMANA SECTION.
      ******************************************************************
      *    PEDE A SEMANA, AGRUPA AS AULAS E AS INSCRICOES E GRAVA UMA
      *    LINHA DE ENCOMENDA POR GRUPO DE DIA INTEIRO AINDA NAO
      *    ENCOMENDADO.
      ******************************************************************
           MOVE "; MENU: ENCOMENDAR" TO WSLOG-SECTION
           MOVE FUNCTION CURRENT-DATE (1:8) TO HOJE

           PERFORM LER-PARAMETROS
           PERFORM PEDIR-SEMANA
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           COMPUTE DATA-FIM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (DATA-INICIO) + 6)

           PERFORM CARREGAR-INSCRITOS
           PERFORM CARREGAR-AULAS

           IF GR-MAX = ZEROS OR IN-MAX = ZEROS THEN
              ACCEPT SEM-HORARIO-SCREEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO CONT-ENCOMENDADAS, CONT-IGNORADAS,
              CONT-CANCELAMENTOS

           OPEN OUTPUT RELATORIO
           MOVE DATA-INICIO TO DATA-EDIT-NUM
           PERFORM FORMATAR-DATA
           MOVE REL-DET-DATA TO REL-CAB-INICIO
           MOVE DATA-FIM TO DATA-EDIT-NUM
           PERFORM FORMATAR-DATA
           MOVE REL-DET-DATA TO REL-CAB-FIM
           MOVE SANDES-BREADWICH TO REL-CAB-SANDES
           MOVE HORA-ENTREGA TO REL-CAB-HORA
           WRITE REL-LINHA FROM REL-CABECALHO
           END-WRITE

           IF GR-TRANSBORDO = "S" OR IN-TRANSBORDO = "S" THEN
              MOVE "AVISO: TABELA DE AULAS OU DE INSCRICOES CHEIA - RESU
      -         "LTADOS INCOMPLETOS" TO REL-LINHA
              WRITE REL-LINHA
              END-WRITE
           END-IF

           OPEN EXTEND ENCOMENDAS
           IF FS-ENCOMENDAS = "35" THEN
              OPEN OUTPUT ENCOMENDAS
           END-IF
           OPEN I-O CATERING

           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-MAX
              PERFORM AVALIAR-GRUPO
           END-PERFORM

           CLOSE CATERING, ENCOMENDAS

           MOVE CONT-ENCOMENDADAS TO REL-TOT-ENCOMENDADAS
           MOVE CONT-IGNORADAS TO REL-TOT-IGNORADAS
           MOVE CONT-CANCELAMENTOS TO REL-TOT-CANCELAMENTOS
           WRITE REL-LINHA FROM REL-TOTAIS
           END-WRITE
           CLOSE RELATORIO

           MOVE "; CATERING: " TO WSLOG-VIEW-HEADING
           MOVE REL-CAB-INICIO TO WSLOG-VIEW-KEY
           STRING "; LANCHES ENCOMENDADOS: ", CONT-ENCOMENDADAS
              INTO WSLOG-VIEW-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT FIM-ENCOMENDAS-SCREEN
           EXIT SECTION.

       LER-PARAMETROS SECTION.
      ******************************************************************
      *    HORA DE ENTREGA POR DEFEITO (PARAMETRO CATERING-HORA).
      ******************************************************************
           OPEN INPUT PARAMETROS
           IF FS-PARAMETROS = "00" THEN
              MOVE "CATERING-HORA" TO FDPARAM-CHAVE
              READ PARAMETROS RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FDPARAM-VALOR TO HORA-ENTREGA
              END-READ
              CLOSE PARAMETROS
           END-IF
           EXIT SECTION.

       PEDIR-SEMANA SECTION.
      ******************************************************************
      *    PEDE E VALIDA A SEMANA: DATA VALIDA E FUTURA, SANDES
      *    INDICADA E HORA DE ENTREGA VALIDA.
      ******************************************************************
           MOVE ZEROS TO SEMANA-DATA

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              ACCEPT SEMANA-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF

              MOVE FUNCTION UPPER-CASE (SANDES-BREADWICH) TO
                 SANDES-BREADWICH

              MOVE SEMANA-ANO TO WS-YEAR
              MOVE SEMANA-MES TO WS-MONTH
              MOVE SEMANA-DIA TO WS-DAY
              PERFORM CHECK-DATA
              MOVE WS-VALID-DATE TO DATA-INICIO

              DIVIDE HORA-ENTREGA BY 100 GIVING AUX-HH
                 REMAINDER AUX-MM

              MOVE "S" TO VERDADEIRO
              IF DATE-VALID NOT = "Y"
              OR DATA-INICIO <= HOJE
              OR SANDES-BREADWICH = SPACES
              OR AUX-HH > 23 OR AUX-MM > 59 THEN
                 MOVE SPACES TO VERDADEIRO
                 ACCEPT CAMPO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    EXIT SECTION
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

       CARREGAR-INSCRITOS SECTION.
      ******************************************************************
      *    CONTA AS INSCRICOES ATIVAS DE CADA UNIDADE E DE CADA TURMA.
      ******************************************************************
           MOVE ZEROS TO IN-MAX
           MOVE SPACES TO IN-TRANSBORDO

           OPEN INPUT INSCRICOES
           IF FS-INSCRICOES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDINSC-CHAVE
           START INSCRICOES KEY IS GREATER OR EQUAL FDINSC-CHAVE
              INVALID KEY
                 SET STATUS-INSCRICAO TO TRUE
           END-START

           IF FS-INSCRICOES = "00" THEN
              PERFORM UNTIL STATUS-INSCRICAO
                 READ INSCRICOES NEXT RECORD
                    AT END
                       SET STATUS-INSCRICAO TO TRUE
                    NOT AT END
                       IF FDINSC-ATIVA THEN
                          MOVE FDINSC-SIGLAUNIDADE TO PROC-SIGLA
                          MOVE SPACES TO PROC-TURMA
                          PERFORM SOMAR-INSCRITO
                          IF FDINSC-TURMA NOT = SPACES THEN
                             MOVE FDINSC-TURMA TO PROC-TURMA
                             PERFORM SOMAR-INSCRITO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE INSCRICOES
           EXIT SECTION.

       SOMAR-INSCRITO SECTION.
      ******************************************************************
      *    SOMA UMA INSCRICAO A LINHA PROC-SIGLA/PROC-TURMA DA TABELA,
      *    CRIANDO-A SE AINDA NAO EXISTIR.
      ******************************************************************
           PERFORM PROCURAR-INSCRITOS
           IF IN-IDX > IN-MAX THEN
              IF IN-MAX >= 1000 THEN
                 MOVE "S" TO IN-TRANSBORDO
                 EXIT SECTION
              END-IF
              ADD 1 TO IN-MAX
              MOVE IN-MAX TO IN-IDX
              MOVE PROC-SIGLA TO IN-SIGLA (IN-IDX)
              MOVE PROC-TURMA TO IN-TURMA (IN-IDX)
              MOVE ZEROS TO IN-ALUNOS (IN-IDX)
           END-IF
           ADD 1 TO IN-ALUNOS (IN-IDX)
           EXIT SECTION.

       PROCURAR-INSCRITOS SECTION.
      ******************************************************************
      *    DEIXA EM IN-IDX A LINHA DE PROC-SIGLA/PROC-TURMA (IN-MAX + 1
      *    QUANDO NAO EXISTE).
      ******************************************************************
           PERFORM VARYING IN-IDX FROM 1 BY 1
              UNTIL IN-IDX > IN-MAX
              OR (IN-SIGLA (IN-IDX) = PROC-SIGLA
                  AND IN-TURMA (IN-IDX) = PROC-TURMA)
              CONTINUE
           END-PERFORM
           EXIT SECTION.

       CARREGAR-AULAS SECTION.
      ******************************************************************
      *    PERCORRE O HORARIO DA SEMANA E AGRUPA AS AULAS NAO
      *    CANCELADAS POR DIA, UNIDADE E TURMA.
      ******************************************************************
           MOVE ZEROS TO GR-MAX
           MOVE SPACES TO GR-TRANSBORDO

           OPEN INPUT HORARIOSFILE
           IF FS-HORARIO NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE DATA-INICIO TO FDDATAAULA (1:8)
           MOVE ZEROS TO FDHORA-AULA, FDSEQ-AULA
           START HORARIOSFILE KEY IS GREATER OR EQUAL FDDATAAULA
              INVALID KEY
                 SET STATUS-DATAAULA TO TRUE
           END-START

           IF FS-HORARIO = "00" THEN
              PERFORM UNTIL STATUS-DATAAULA
                 READ HORARIOSFILE NEXT RECORD
                    AT END
                       SET STATUS-DATAAULA TO TRUE
                    NOT AT END
                       MOVE FDDATAAULA (1:8) TO DATA-AULA
                       IF DATA-AULA > DATA-FIM THEN
                          SET STATUS-DATAAULA TO TRUE
                       ELSE
                          IF FDAULA-ATIVA THEN
                             PERFORM AGRUPAR-AULA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE HORARIOSFILE
           EXIT SECTION.

       AGRUPAR-AULA SECTION.
      ******************************************************************
      *    JUNTA A AULA LIDA AO SEU GRUPO (DIA, UNIDADE, TURMA),
      *    ALARGANDO O INICIO E O FIM DO GRUPO.
      ******************************************************************
           DIVIDE FDHORA-AULA BY 100 GIVING AUX-HH REMAINDER AUX-MM
           COMPUTE MIN-FIM = AUX-HH * 60 + AUX-MM + FDDURACAO-AULA
           DIVIDE MIN-FIM BY 60 GIVING AUX-HH REMAINDER AUX-MM
           COMPUTE HORA-FIM = AUX-HH * 100 + AUX-MM

           PERFORM VARYING GR-IDX FROM 1 BY 1
              UNTIL GR-IDX > GR-MAX
              OR (GR-DATA (GR-IDX) = DATA-AULA
                  AND GR-SIGLA (GR-IDX) = FDDATAUNIDADE
                  AND GR-TURMA (GR-IDX) = FDDATATURMA)
              CONTINUE
           END-PERFORM

           IF GR-IDX > GR-MAX THEN
              IF GR-MAX >= 1000 THEN
                 MOVE "S" TO GR-TRANSBORDO
                 EXIT SECTION
              END-IF
              ADD 1 TO GR-MAX
              MOVE GR-MAX TO GR-IDX
              MOVE DATA-AULA TO GR-DATA (GR-IDX)
              MOVE FDDATAUNIDADE TO GR-SIGLA (GR-IDX)
              MOVE FDDATATURMA TO GR-TURMA (GR-IDX)
              MOVE FDHORA-AULA TO GR-INICIO (GR-IDX)
              MOVE HORA-FIM TO GR-FIM (GR-IDX)
              EXIT SECTION
           END-IF

           IF FDHORA-AULA < GR-INICIO (GR-IDX) THEN
              MOVE FDHORA-AULA TO GR-INICIO (GR-IDX)
           END-IF
           IF HORA-FIM > GR-FIM (GR-IDX) THEN
              MOVE HORA-FIM TO GR-FIM (GR-IDX)
           END-IF
           EXIT SECTION.

       AVALIAR-GRUPO SECTION.
      ******************************************************************
      *    DECIDE O GRUPO GR-IDX: SO OS DE DIA INTEIRO CONTAM; O DE
      *    TURMA COBERTO PELA UNIDADE TODA, SEM INSCRITOS OU JA
      *    ENCOMENDADO FICA IGNORADO; OS RESTANTES SAO ENCOMENDADOS.
      ******************************************************************
           IF GR-INICIO (GR-IDX) >= LIMITE-MANHA
           OR GR-FIM (GR-IDX) <= LIMITE-TARDE THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO SITUACAO
           MOVE ZEROS TO QTD-ALUNOS

           IF GR-TURMA (GR-IDX) NOT = SPACES THEN
              PERFORM VARYING GR-AUX FROM 1 BY 1
                 UNTIL GR-AUX > GR-MAX
                 IF GR-DATA (GR-AUX) = GR-DATA (GR-IDX)
                 AND GR-SIGLA (GR-AUX) = GR-SIGLA (GR-IDX)
                 AND GR-TURMA (GR-AUX) = SPACES
                 AND GR-INICIO (GR-AUX) < LIMITE-MANHA
                 AND GR-FIM (GR-AUX) > LIMITE-TARDE THEN
                    MOVE "COBERTA PELA ENCOMENDA DA UNIDADE" TO
                       SITUACAO
                 END-IF
              END-PERFORM
           END-IF

           IF SITUACAO = SPACES THEN
              MOVE GR-SIGLA (GR-IDX) TO PROC-SIGLA
              MOVE GR-TURMA (GR-IDX) TO PROC-TURMA
              PERFORM PROCURAR-INSCRITOS
              IF IN-IDX <= IN-MAX THEN
                 MOVE IN-ALUNOS (IN-IDX) TO QTD-ALUNOS
              END-IF
              EVALUATE TRUE
                 WHEN QTD-ALUNOS = ZEROS
                    MOVE "SEM INSCRICOES ATIVAS" TO SITUACAO
                 WHEN QTD-ALUNOS > 999
                    MOVE "MAIS DE 999 ALUNOS - ENCOMENDAR A PARTE" TO
                       SITUACAO
              END-EVALUATE
           END-IF

           IF SITUACAO = SPACES THEN
              MOVE GR-DATA (GR-IDX) TO FDCAT-DATA
              MOVE GR-SIGLA (GR-IDX) TO FDCAT-SIGLAUNIDADE
              MOVE GR-TURMA (GR-IDX) TO FDCAT-TURMA
              READ CATERING RECORD
                 INVALID KEY
                    PERFORM GRAVAR-ENCOMENDA
                 NOT INVALID KEY
                    IF FDCAT-CANCELAMENTO THEN
                       MOVE "CANCELAMENTO JA PEDIDO - A PARTE" TO
                          SITUACAO
                    ELSE
                       MOVE "JA ENCOMENDADA" TO SITUACAO
                    END-IF
              END-READ
           END-IF

           IF SITUACAO = "ENCOMENDADA" THEN
              ADD 1 TO CONT-ENCOMENDADAS
           ELSE
              ADD 1 TO CONT-IGNORADAS
           END-IF

           MOVE GR-DATA (GR-IDX) TO DATA-EDIT-NUM
           PERFORM FORMATAR-DATA
           MOVE GR-SIGLA (GR-IDX) TO REL-DET-SIGLA
           MOVE GR-TURMA (GR-IDX) TO REL-DET-TURMA
           MOVE GR-INICIO (GR-IDX) TO REL-DET-INICIO
           MOVE GR-FIM (GR-IDX) TO REL-DET-FIM
           MOVE QTD-ALUNOS TO REL-DET-ALUNOS
           MOVE SITUACAO TO REL-DET-SITUACAO
           WRITE REL-LINHA FROM REL-DETALHE
           END-WRITE
           EXIT SECTION.

       GRAVAR-ENCOMENDA SECTION.
      ******************************************************************
      *    GRAVA A LINHA DE ENCOMENDA NO FORMATO DA IMPORTACAO DA
      *    BREADWICH (DATA;HORA;SANDES;QUANTIDADE;COZINHA;REFERENCIA,
      *    COM A COZINHA EM BRANCO = A DO CLIENTE) E O REGISTO DE
      *    CATERING DO GRUPO.
      ******************************************************************
           MOVE SPACES TO REFERENCIA
           STRING "GC", GR-DATA (GR-IDX), GR-SIGLA (GR-IDX),
                  GR-TURMA (GR-IDX) DELIMITED BY SIZE
                  INTO REFERENCIA
           END-STRING
           MOVE QTD-ALUNOS TO QTD-EDIT

           MOVE SPACES TO ENC-LINHA
           STRING GR-DATA (GR-IDX)   DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  HORA-ENTREGA       DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  SANDES-BREADWICH   DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  QTD-EDIT           DELIMITED BY SIZE
                  ";;"               DELIMITED BY SIZE
                  REFERENCIA         DELIMITED BY SIZE
                  INTO ENC-LINHA
           END-STRING
           WRITE ENC-LINHA
           END-WRITE

           MOVE QTD-ALUNOS TO FDCAT-QUANTIDADE
           SET FDCAT-ENCOMENDADA TO TRUE
           MOVE REFERENCIA TO FDCAT-REFERENCIA
           MOVE SANDES-BREADWICH TO FDCAT-SANDES
           MOVE HORA-ENTREGA TO FDCAT-HORA-ENTREGA
           MOVE SPACES TO FDCAT-DATE-TIME
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO FDCAT-DATE-TIME
           END-STRING
           WRITE FDCATERING
              INVALID KEY
                 CONTINUE
           END-WRITE

           MOVE "ENCOMENDADA" TO SITUACAO
           EXIT SECTION.

       PEDIR-CANCELAMENTOS SECTION.
      ******************************************************************
      *    PERCORRE AS ENCOMENDAS DE CATERING AINDA POR ENTREGAR E PEDE
      *    O CANCELAMENTO DAS QUE JA NAO TEM NENHUMA AULA NAO CANCELADA
      *    NESSE DIA PARA A UNIDADE/TURMA.
      ******************************************************************
           MOVE "; MENU: CANCELAMENTOS" TO WSLOG-SECTION
           MOVE FUNCTION CURRENT-DATE (1:8) TO HOJE
           MOVE ZEROS TO CONT-ENCOMENDADAS, CONT-IGNORADAS,
              CONT-CANCELAMENTOS

           OPEN OUTPUT RELATORIO
           MOVE HOJE TO DATA-EDIT-NUM
           PERFORM FORMATAR-DATA
           MOVE REL-DET-DATA TO REL-CAN-HOJE
           WRITE REL-LINHA FROM REL-CANCEL-CAB
           END-WRITE

           OPEN EXTEND CANCELAMENTOS
           IF FS-CANCELAMENTOS = "35" THEN
              OPEN OUTPUT CANCELAMENTOS
           END-IF
           OPEN INPUT HORARIOSFILE
           OPEN I-O CATERING

           MOVE LOW-VALUES TO FDCAT-CHAVE
           START CATERING KEY IS GREATER OR EQUAL FDCAT-CHAVE
              INVALID KEY
                 SET STATUS-CATERING TO TRUE
           END-START

           IF FS-CATERING = "00" THEN
              PERFORM UNTIL STATUS-CATERING
                 READ CATERING NEXT RECORD
                    AT END
                       SET STATUS-CATERING TO TRUE
                    NOT AT END
                       IF FDCAT-ENCOMENDADA
                       AND FDCAT-DATA >= HOJE THEN
                          PERFORM VERIFICAR-ENCOMENDA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE CATERING, HORARIOSFILE, CANCELAMENTOS

           MOVE CONT-CANCELAMENTOS TO REL-TOT-CANCELAMENTOS
           MOVE ZEROS TO REL-TOT-ENCOMENDADAS, REL-TOT-IGNORADAS
           WRITE REL-LINHA FROM REL-TOTAIS
           END-WRITE
           CLOSE RELATORIO

           MOVE "; CATERING: " TO WSLOG-VIEW-HEADING
           MOVE REL-CAN-HOJE TO WSLOG-VIEW-KEY
           STRING "; CANCELAMENTOS PEDIDOS: ", CONT-CANCELAMENTOS
              INTO WSLOG-VIEW-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT FIM-CANCELAMENTOS-SCREEN
           EXIT SECTION.

       VERIFICAR-ENCOMENDA SECTION.
      ******************************************************************
      *    CONTA AS AULAS NAO CANCELADAS DO DIA DA ENCOMENDA LIDA PARA
      *    A SUA UNIDADE/TURMA; SEM NENHUMA, GRAVA O PEDIDO DE
      *    CANCELAMENTO (REFERENCIA;DATA;UNIDADE;TURMA;MOTIVO) E
      *    MARCA A ENCOMENDA.
      ******************************************************************
           MOVE ZEROS TO AULAS-ATIVAS

           IF FS-HORARIO = "00" THEN
              MOVE FDCAT-DATA TO FDDATAAULA (1:8)
              MOVE ZEROS TO FDHORA-AULA, FDSEQ-AULA
              START HORARIOSFILE KEY IS GREATER OR EQUAL FDDATAAULA
                 INVALID KEY
                    SET STATUS-DATAAULA TO TRUE
              END-START
              PERFORM UNTIL STATUS-DATAAULA
                 READ HORARIOSFILE NEXT RECORD
                    AT END
                       SET STATUS-DATAAULA TO TRUE
                    NOT AT END
                       MOVE FDDATAAULA (1:8) TO DATA-AULA
                       IF DATA-AULA > FDCAT-DATA THEN
                          SET STATUS-DATAAULA TO TRUE
                       ELSE
                          IF FDAULA-ATIVA
                          AND FDDATAUNIDADE = FDCAT-SIGLAUNIDADE
                          AND FDDATATURMA = FDCAT-TURMA THEN
                             ADD 1 TO AULAS-ATIVAS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF AULAS-ATIVAS > ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO CAN-LINHA
           STRING FDCAT-REFERENCIA    DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  FDCAT-DATA          DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  FDCAT-SIGLAUNIDADE  DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  FDCAT-TURMA         DELIMITED BY SIZE
                  ";AULAS CANCELADAS NO GESTOR" DELIMITED BY SIZE
                  INTO CAN-LINHA
           END-STRING
           WRITE CAN-LINHA
           END-WRITE

           SET FDCAT-CANCELAMENTO TO TRUE
           REWRITE FDCATERING
           END-REWRITE
           ADD 1 TO CONT-CANCELAMENTOS

           MOVE FDCAT-DATA TO DATA-EDIT-NUM
           PERFORM FORMATAR-DATA
           MOVE FDCAT-SIGLAUNIDADE TO REL-DET-SIGLA
           MOVE FDCAT-TURMA TO REL-DET-TURMA
           MOVE ZEROS TO REL-DET-INICIO, REL-DET-FIM
           MOVE FDCAT-QUANTIDADE TO REL-DET-ALUNOS
           MOVE "CANCELAMENTO PEDIDO A BREADWICH" TO REL-DET-SITUACAO
           WRITE REL-LINHA FROM REL-DETALHE
           END-WRITE
           EXIT SECTION.

       FORMATAR-DATA SECTION.
      ******************************************************************
      *    DATA-EDIT (AAAAMMDD) EM REL-DET-DATA NO FORMATO DD/MM/AAAA.
      ******************************************************************
           MOVE SPACES TO REL-DET-DATA
           STRING DATA-EDIT-DIA, "/", DATA-EDIT-MES, "/",
                  DATA-EDIT-ANO DELIMITED BY SIZE
                  INTO REL-DET-DATA
           END-STRING
           EXIT SECTION.

       CHECK-DATA SECTION.
      ******************************************************************
      *    MENU QUE É CHAMADO PARA VERIFICAR SE A DATA EM WS-VALID-DATE
      *    É UMA DATA VÁLIDA.
      ******************************************************************
           MOVE SPACE TO DATE-VALID
           IF VALID-YEAR AND VALID-MONTH AND VALID-DAY THEN
                IF NOT MONTH-FEB AND NOT MONTH-30 THEN
                   MOVE "Y" TO DATE-VALID
                ELSE
                 IF MONTH-30 AND DAY-30 THEN
                    MOVE "Y" TO DATE-VALID
                 END-IF
                 IF MONTH-FEB THEN
                    PERFORM LEAP-YEAR-CHECK
                    IF LEAP-YEAR-YES AND FEB-LEAP-YEAR THEN
                       MOVE "Y" TO DATE-VALID
                    ELSE
                       IF NOT LEAP-YEAR-YES AND DAY-FEBRUARY THEN
                          MOVE "Y" TO DATE-VALID
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT SECTION.

       LEAP-YEAR-CHECK SECTION.
      ******************************************************************
      *    MENU QUE É CHAMADO PELO MÓDULO DA VERIFICAÇÃO DA DATA PARA
      *    VERIFICAR SE O ANO É BISSEXTO OU NÃO.
      ******************************************************************
           MOVE SPACE TO LEAP-YEAR
           IF FUNCTION MOD (WS-YEAR,4) = 0 THEN
              MOVE SPACE TO LEAP-YEAR
              IF FUNCTION MOD (WS-YEAR,100) <> 0 THEN
                 MOVE "Y" TO LEAP-YEAR
              ELSE
                 IF FUNCTION MOD (WS-YEAR,400) = 0 THEN
                    MOVE "Y" TO LEAP-YEAR
                 END-IF
               END-IF
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

       END PROGRAM GESTORCATERING.
