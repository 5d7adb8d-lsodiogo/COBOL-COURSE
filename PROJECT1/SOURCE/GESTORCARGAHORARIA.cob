      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA CONFRONTAR AS HORAS DE FORMACAO
      *    CONTRATADAS DE CADA UNIDADE (E DE CADA TURMA, GESTORTURMAS)
      *    COM AS HORAS EFETIVAMENTE DADAS: SOMA A DURACAO DAS AULAS
      *    NAO CANCELADAS DO HORARIO JA REALIZADAS E DAS AINDA
      *    AGENDADAS, E SINALIZA AS UNIDADES/TURMAS CUJA PREVISAO
      *    (DADAS + AGENDADAS) FICA ABAIXO DAS CONTRATADAS. UMA UNIDADE
      *    COM TURMAS E CONFRONTADA POR TURMA (AS AULAS DA UNIDADE TODA
      *    CONTAM PARA TODAS AS TURMAS); A TURMA SEM HORAS PROPRIAS
      *    SEGUE AS DA UNIDADE. O RELATORIO LISTA AINDA AS AULAS
      *    CANCELADAS QUE NAO FORAM REPOSTAS. COMO O HORARIO NAO LIGA A
      *    AULA DE REPOSICAO A AULA CANCELADA, ESSA LIGACAO E REGISTADA
      *    NESTE PROGRAMA (FICHEIRO REPOSICOES). O RELATORIO E MOSTRADO
      *    NO ECRA E GRAVADO NO FICHEIRO CARGAHORARIA.REL.
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORCARGAHORARIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIDADES ASSIGN TO "unidadesfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSIGLAUNIDADE
              FILE STATUS FS-UNIDADES.

           SELECT TURMAS ASSIGN TO "turmas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDTURMA-CHAVE
              FILE STATUS FS-TURMAS.

           SELECT HORARIOSFILE ASSIGN TO "horariosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDDATAAULA
              FILE STATUS FS-HORARIO.

           SELECT REPOSICOES ASSIGN TO "reposicoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDREPO-DATAAULA
              FILE STATUS FS-REPOSICOES.

           SELECT RELATORIO ASSIGN TO "cargahoraria.rel"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-RELATORIO.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNIDADES.
       COPY FDUNIDADES.

       FD  TURMAS.
       COPY FDTURMAS.

       FD  HORARIOSFILE.
       COPY FDHORARIOS.

       FD  REPOSICOES.
       COPY FDREPOSICOES.

       FD  RELATORIO.
       01  REL-LINHA                PIC X(180).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.
       COPY WSREPOSICOES.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-RELATORIO      VALUE 1.
           88  OPCAO-REPOSICAO      VALUE 2.
           88  VALID-ESCOLHA        VALUE 0 THRU 2.

       77  FS-UNIDADES              PIC X(002).
       77  FS-TURMAS                PIC X(002).
       77  FS-HORARIO               PIC X(002).
       77  FS-REPOSICOES            PIC X(002).
       77  FS-RELATORIO             PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  VERDADEIRO               PIC X(001).
       77  LINHA                    PIC 9(004).
       77  AGORA                    PIC X(012).
       77  CH-IDX                   PIC 9(004).
       77  CH-MAX                   PIC 9(004).
       77  CH-TRANSBORDO            PIC X(001).
       77  TURMAS-UNIDADE           PIC X(001).
       77  FIM-TURMAS               PIC X(001).
           88  FIM-TURMAS-SIM       VALUE "S".
       77  AULA-REPOSTA             PIC X(001).
       77  REPOSICOES-ABERTO        PIC X(001).
       77  CONT-POR-REPOR           PIC 9(005).
       77  MIN-PREVISTOS            PIC 9(007).
       77  CANCEL-UNIDADE           PIC X(005).
       77  CANCEL-TURMA             PIC X(003).
       77  REL-MOTIVO-TXT           PIC X(020).

       01  CH-TAB.
           05  CH-LINHA OCCURS 2000 TIMES.
               10  CH-SIGLA         PIC X(005).
               10  CH-TURMA         PIC X(003).
               10  CH-HORAS         PIC 9(004).
               10  CH-MIN-DADOS     PIC 9(007).
               10  CH-MIN-AGENDADOS PIC 9(007).
               10  CH-POR-REPOR     PIC 9(004).

       01  REL-CABECALHO.
           03  FILLER               PIC X(032) VALUE
               "RELATORIO DE CARGA HORARIA - EM ".
           03  REL-CAB-DATA         PIC X(010).

       01  REL-DETALHE.
           03  FILLER               PIC X(009) VALUE "UNIDADE: ".
           03  REL-DET-SIGLA        PIC X(005).
           03  FILLER               PIC X(010) VALUE " | TURMA: ".
           03  REL-DET-TURMA        PIC X(003).
           03  FILLER               PIC X(016) VALUE
               " | CONTRATADAS: ".
           03  REL-DET-HORAS        PIC ZZZ9.
           03  FILLER               PIC X(010) VALUE " | DADAS: ".
           03  REL-DET-DADAS        PIC ZZZZ9.9.
           03  FILLER               PIC X(014) VALUE " | AGENDADAS: ".
           03  REL-DET-AGENDADAS    PIC ZZZZ9.9.
           03  FILLER               PIC X(014) VALUE " | PREVISTAS: ".
           03  REL-DET-PREVISTAS    PIC ZZZZ9.9.
           03  FILLER               PIC X(013) VALUE " | EM FALTA: ".
           03  REL-DET-FALTA        PIC ZZZZ9.9.
           03  FILLER               PIC X(025) VALUE
               " | CANCELADAS POR REPOR: ".
           03  REL-DET-POR-REPOR    PIC ZZZ9.
           03  FILLER               PIC X(003) VALUE " | ".
           03  REL-DET-SITUACAO     PIC X(020).

       01  REL-CANCEL-CAB.
           03  FILLER               PIC X(050) VALUE
               "AULAS CANCELADAS SEM REPOSICAO".

       01  REL-CANCEL-DET.
           03  FILLER               PIC X(006) VALUE "AULA: ".
           03  REL-CAN-DIA          PIC 9(002).
           03  FILLER               PIC X(001) VALUE "/".
           03  REL-CAN-MES          PIC 9(002).
           03  FILLER               PIC X(001) VALUE "/".
           03  REL-CAN-ANO          PIC 9(004).
           03  FILLER               PIC X(001) VALUE SPACE.
           03  REL-CAN-HORA         PIC 9(004).
           03  FILLER               PIC X(005) VALUE " SEQ ".
           03  REL-CAN-SEQ          PIC 9(003).
           03  FILLER               PIC X(012) VALUE " | UNIDADE: ".
           03  REL-CAN-UNIDADE      PIC X(005).
           03  FILLER               PIC X(010) VALUE " | TURMA: ".
           03  REL-CAN-TURMA        PIC X(003).
           03  FILLER               PIC X(012) VALUE " | DOCENTE: ".
           03  REL-CAN-PROF         PIC X(004).
           03  FILLER               PIC X(012) VALUE " | DURACAO: ".
           03  REL-CAN-DURACAO      PIC ZZ9.
           03  FILLER               PIC X(015) VALUE " MIN | MOTIVO: ".
           03  REL-CAN-MOTIVO       PIC X(020).

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DO MENU PRINCIPAL.

       01  MENU1-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 55 VALUE "C A R G A   H O R A R I A".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 12 COL 55 VALUE "0. SAIR".
           03  LINE 14 COL 55 VALUE "1. RELATORIO DE CARGA HORARIA".
           03  LINE 16 COL 55 VALUE "2. REGISTAR REPOSICAO DE AULA".
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
      *    SCREEN DO REGISTO DA REPOSICAO: AULA CANCELADA E AULA QUE A
      *    REPOE (CHAVES DO HORARIO).

       01  REPOSICAO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 42 VALUE "R E P O S I C A O   D E   A U L A".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 08 COL 10 VALUE "AULA CANCELADA    - DATA:".
           03  REPO-DIA-CAMPO LINE 08 COL 36 PIC 9(2) TO
               WSREPO-DIA-AULA AUTO.
           03  LINE 08 COL 38 VALUE "/".
           03  REPO-MES-CAMPO LINE 08 COL 39 PIC 9(2) TO
               WSREPO-MES-AULA AUTO.
           03  LINE 08 COL 41 VALUE "/".
           03  REPO-ANO-CAMPO LINE 08 COL 42 PIC 9(4) TO
               WSREPO-ANO-AULA AUTO.
           03  LINE 08 COL 49 VALUE "HORA (HHMM):".
           03  REPO-HORA-CAMPO LINE 08 COL 62 PIC 9(4) TO
               WSREPO-HORA-AULA AUTO.
           03  LINE 08 COL 69 VALUE "SEQUENCIA:".
           03  REPO-SEQ-CAMPO LINE 08 COL 80 PIC 9(3) TO
               WSREPO-SEQ-AULA AUTO BLANK WHEN ZERO.
           03  LINE 11 COL 10 VALUE "AULA DE REPOSICAO - DATA:".
           03  REPOSTA-DIA-CAMPO LINE 11 COL 36 PIC 9(2) TO
               WSREPO-DIA-REPOSTA AUTO.
           03  LINE 11 COL 38 VALUE "/".
           03  REPOSTA-MES-CAMPO LINE 11 COL 39 PIC 9(2) TO
               WSREPO-MES-REPOSTA AUTO.
           03  LINE 11 COL 41 VALUE "/".
           03  REPOSTA-ANO-CAMPO LINE 11 COL 42 PIC 9(4) TO
               WSREPO-ANO-REPOSTA AUTO.
           03  LINE 11 COL 49 VALUE "HORA (HHMM):".
           03  REPOSTA-HORA-CAMPO LINE 11 COL 62 PIC 9(4) TO
               WSREPO-HORA-REPOSTA AUTO.
           03  LINE 11 COL 69 VALUE "SEQUENCIA:".
           03  REPOSTA-SEQ-CAMPO LINE 11 COL 80 PIC 9(3) TO
               WSREPO-SEQ-REPOSTA AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN DO CABECALHO DO RELATORIO NO ECRA.

       01  RELATORIO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 37 VALUE "R E L A T O R I O   D E   C A R G
      -        " A   H O R A R I A".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 06 COL 05 VALUE "UNIDADE".
           03  LINE 06 COL 14 VALUE "TURMA".
           03  LINE 06 COL 21 VALUE "CONTRATADAS".
           03  LINE 06 COL 35 VALUE "DADAS".
           03  LINE 06 COL 45 VALUE "AGENDADAS".
           03  LINE 06 COL 57 VALUE "PREVISTAS".
           03  LINE 06 COL 69 VALUE "EM FALTA".
           03  LINE 06 COL 80 VALUE "CANCEL. POR REPOR".
           03  LINE 06 COL 100 VALUE "SITUACAO".
           03  LINE 07 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN QUE MOSTRA CADA LINHA DO RELATORIO (UNIDADE/TURMA).

       01  LINHA-RELATORIO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE LINHA COL 05 PIC X(5) FROM REL-DET-SIGLA.
           03  LINE LINHA COL 14 PIC X(3) FROM REL-DET-TURMA.
           03  LINE LINHA COL 28 PIC X(4) FROM REL-DET-HORAS.
           03  LINE LINHA COL 33 PIC X(7) FROM REL-DET-DADAS.
           03  LINE LINHA COL 47 PIC X(7) FROM REL-DET-AGENDADAS.
           03  LINE LINHA COL 59 PIC X(7) FROM REL-DET-PREVISTAS.
           03  LINE LINHA COL 70 PIC X(7) FROM REL-DET-FALTA.
           03  LINE LINHA COL 90 PIC X(4) FROM REL-DET-POR-REPOR.
           03  LINE LINHA COL 100 PIC X(20) FROM REL-DET-SITUACAO.

      ******************************************************************
      *    SCREEN DO CABECALHO DA LISTA DE AULAS CANCELADAS SEM
      *    REPOSICAO.

       01  CANCELADAS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 34 VALUE "A U L A S   C A N C E L A D A S
      -        " S E M   R E P O S I C A O".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 06 COL 05 VALUE "DATA".
           03  LINE 06 COL 18 VALUE "HORA".
           03  LINE 06 COL 25 VALUE "SEQ".
           03  LINE 06 COL 31 VALUE "UNIDADE".
           03  LINE 06 COL 41 VALUE "TURMA".
           03  LINE 06 COL 49 VALUE "DOCENTE".
           03  LINE 06 COL 59 VALUE "DURACAO".
           03  LINE 06 COL 70 VALUE "MOTIVO".
           03  LINE 07 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN QUE MOSTRA CADA AULA CANCELADA SEM REPOSICAO.

       01  LINHA-CANCELADA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE LINHA COL 05 PIC 9(2) FROM REL-CAN-DIA.
           03  LINE LINHA COL 07 VALUE "/".
           03  LINE LINHA COL 08 PIC 9(2) FROM REL-CAN-MES.
           03  LINE LINHA COL 10 VALUE "/".
           03  LINE LINHA COL 11 PIC 9(4) FROM REL-CAN-ANO.
           03  LINE LINHA COL 18 PIC 9(4) FROM REL-CAN-HORA.
           03  LINE LINHA COL 25 PIC 9(3) FROM REL-CAN-SEQ.
           03  LINE LINHA COL 31 PIC X(5) FROM REL-CAN-UNIDADE.
           03  LINE LINHA COL 41 PIC X(3) FROM REL-CAN-TURMA.
           03  LINE LINHA COL 49 PIC X(4) FROM REL-CAN-PROF.
           03  LINE LINHA COL 59 PIC X(3) FROM REL-CAN-DURACAO.
           03  LINE LINHA COL 63 VALUE "MIN".
           03  LINE LINHA COL 70 PIC X(20) FROM REL-CAN-MOTIVO.

      ******************************************************************
      *    SCREENS DE MENSAGEM.

       01  SEM-UNIDADES-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 30 VALUE "NAO EXISTEM UNIDADES REGISTADAS | P
      -       "RESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  FIM-RELATORIO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 27 VALUE "RELATORIO GRAVADO EM CARGAHORARIA.R
      -       "EL | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  CANCELADA-INVALIDA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 29 VALUE "A AULA INDICADA NAO EXISTE OU NAO E
      -       "STA CANCELADA | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  JA-REPOSTA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 31 VALUE "A AULA CANCELADA JA TEM REPOSICAO R
      -       "EGISTADA | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  REPOSICAO-INVALIDA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 17 VALUE "REPOSICAO INEXISTENTE, CANCELADA, A
      -       "NTERIOR OU DE OUTRA UNIDADE OU TURMA | PRESSIONE QUALQUER
      -       " TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  REPOSICAO-USADA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 27 VALUE "ESSA AULA JA ESTA REGISTADA COMO RE
      -       "POSICAO DE OUTRA | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  CONFIRMACAO-REPOSICAO FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 30 VALUE "REPOSICAO REGISTADA COM SUCESSO | P
      -       "RESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM PARA VER OUTRA PAGINA DO RELATORIO.

       01  MAIS-RELATORIO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 26 COL 44 VALUE "PRESSIONE QUALQUER TECLA PARA VER M
      -        "AIS" HIGHLIGHT.
           03  LINE 01 COL 01 PIC X(001) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN PARA LIMPAR A ZONA DA LISTA DO RELATORIO.

       01  LIMPAR-LISTA FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 10 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 11 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 12 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 13 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 14 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 15 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 16 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 17 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 18 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 19 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 20 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 21 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 22 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 23 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 24 COL 01 PIC X(133) VALUE ALL SPACES.

      ******************************************************************

       PROCEDURE DIVISION.

       CREATE-OPEN-FILE SECTION.
      ******************************************************************
      *    VERIFICACAO SE O FICHEIRO DE REPOSICOES EXISTE.
      ******************************************************************
           OPEN I-O REPOSICOES
           IF FS-REPOSICOES = 35
              OPEN OUTPUT REPOSICOES
              CLOSE REPOSICOES
           ELSE
              CLOSE REPOSICOES
           END-IF

           MOVE "; GESTOR: CARGA HORARIA" TO WSLOG-PROGRAM
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
                 WHEN OPCAO-RELATORIO   PERFORM RELATORIO-CARGA
                 WHEN OPCAO-REPOSICAO   PERFORM REGISTAR-REPOSICAO
              END-EVALUATE

           END-PERFORM
           EXIT PROGRAM.

       RELATORIO-CARGA SECTION.
      ******************************************************************
      *    CONSTROI A TABELA DE UNIDADES/TURMAS COM AS HORAS
      *    CONTRATADAS, ACUMULA AS AULAS DO HORARIO E MOSTRA E GRAVA O
      *    RELATORIO, SEGUIDO DA LISTA DE AULAS CANCELADAS SEM
      *    REPOSICAO.
      ******************************************************************
           MOVE "; MENU: RELATORIO" TO WSLOG-SECTION

           MOVE FUNCTION CURRENT-DATE (1:12) TO AGORA

           PERFORM CARREGAR-UNIDADES

           IF CH-MAX = ZEROS THEN
              ACCEPT SEM-UNIDADES-SCREEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO REPOSICOES-ABERTO
           OPEN INPUT REPOSICOES
           IF FS-REPOSICOES = "00" THEN
              MOVE "S" TO REPOSICOES-ABERTO
           END-IF
           PERFORM ACUMULAR-AULAS

           OPEN OUTPUT RELATORIO
           PERFORM ESCREVER-RELATORIO
           PERFORM LISTAR-CANCELADAS
           CLOSE RELATORIO
           IF REPOSICOES-ABERTO = "S" THEN
              CLOSE REPOSICOES
           END-IF

           MOVE "; RELATORIO: " TO WSLOG-VIEW-HEADING
           MOVE "CARGA HORARIA" TO WSLOG-VIEW-KEY
           MOVE "; RELATORIO DE CARGA HORARIA GERADO" TO
              WSLOG-VIEW-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT FIM-RELATORIO-SCREEN
           EXIT SECTION.

       CARREGAR-UNIDADES SECTION.
      ******************************************************************
      *    PERCORRE AS UNIDADES E, PARA CADA UMA, AS SUAS TURMAS: UMA
      *    UNIDADE COM TURMAS DA UMA LINHA POR TURMA (A TURMA SEM HORAS
      *    PROPRIAS FICA COM AS DA UNIDADE); SEM TURMAS, DA UMA LINHA
      *    COM A TURMA EM BRANCO.
      ******************************************************************
           MOVE ZEROS TO CH-MAX
           MOVE SPACES TO CH-TRANSBORDO

           OPEN INPUT UNIDADES
           IF FS-UNIDADES NOT = "00" THEN
              EXIT SECTION
           END-IF
           OPEN INPUT TURMAS

           MOVE LOW-VALUES TO FDSIGLAUNIDADE
           START UNIDADES KEY IS GREATER OR EQUAL FDSIGLAUNIDADE
              INVALID KEY
                 SET STATUS-SIGLA-UNIDADE TO TRUE
           END-START

           IF FS-UNIDADES = "00" THEN
              PERFORM UNTIL STATUS-SIGLA-UNIDADE
                 READ UNIDADES NEXT RECORD
                    AT END
                       SET STATUS-SIGLA-UNIDADE TO TRUE
                    NOT AT END
                       PERFORM CARREGAR-TURMAS-UNIDADE
                       IF TURMAS-UNIDADE NOT = "S" THEN
                          MOVE SPACES TO FDTURMA-CODIGO
                          MOVE ZEROS TO FDTURMA-HORAS-CONTRATADAS
                          PERFORM ADICIONAR-LINHA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE UNIDADES, TURMAS
           EXIT SECTION.

       CARREGAR-TURMAS-UNIDADE SECTION.
      ******************************************************************
      *    ACRESCENTA A TABELA AS TURMAS DA UNIDADE LIDA.
      ******************************************************************
           MOVE SPACES TO TURMAS-UNIDADE, FIM-TURMAS

           IF FS-TURMAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE FDSIGLAUNIDADE TO FDTURMA-SIGLAUNIDADE
           MOVE LOW-VALUES TO FDTURMA-CODIGO
           START TURMAS KEY IS GREATER OR EQUAL FDTURMA-CHAVE
              INVALID KEY
                 EXIT SECTION
           END-START

           PERFORM UNTIL FIM-TURMAS-SIM
              READ TURMAS NEXT RECORD
                 AT END
                    SET FIM-TURMAS-SIM TO TRUE
                 NOT AT END
                    IF FDTURMA-SIGLAUNIDADE NOT = FDSIGLAUNIDADE THEN
                       SET FIM-TURMAS-SIM TO TRUE
                    ELSE
                       MOVE "S" TO TURMAS-UNIDADE
                       PERFORM ADICIONAR-LINHA
                    END-IF
              END-READ
           END-PERFORM
           EXIT SECTION.

       ADICIONAR-LINHA SECTION.
      ******************************************************************
      *    ACRESCENTA A TABELA A UNIDADE LIDA COM A TURMA EM
      *    FDTURMA-CODIGO (EM BRANCO = UNIDADE SEM TURMAS).
      ******************************************************************
           IF CH-MAX >= 2000 THEN
              MOVE "S" TO CH-TRANSBORDO
              EXIT SECTION
           END-IF

           ADD 1 TO CH-MAX
           MOVE FDSIGLAUNIDADE TO CH-SIGLA (CH-MAX)
           MOVE FDTURMA-CODIGO TO CH-TURMA (CH-MAX)
           IF FDTURMA-HORAS-CONTRATADAS > ZEROS THEN
              MOVE FDTURMA-HORAS-CONTRATADAS TO CH-HORAS (CH-MAX)
           ELSE
              MOVE FDHORAS-CONTRATADAS TO CH-HORAS (CH-MAX)
           END-IF
           MOVE ZEROS TO CH-MIN-DADOS (CH-MAX),
              CH-MIN-AGENDADOS (CH-MAX), CH-POR-REPOR (CH-MAX)
           EXIT SECTION.

       ACUMULAR-AULAS SECTION.
      ******************************************************************
      *    PERCORRE O HORARIO E ACUMULA CADA AULA NAS LINHAS DA SUA
      *    UNIDADE: NA DA TURMA DA AULA, EM TODAS AS TURMAS SE A AULA E
      *    DA UNIDADE TODA, OU NA LINHA UNICA DE UMA UNIDADE SEM
      *    TURMAS. A AULA NAO CANCELADA JA INICIADA CONTA COMO DADA E A
      *    FUTURA COMO AGENDADA; A CANCELADA SEM REPOSICAO E CONTADA
      *    COMO POR REPOR.
      ******************************************************************
           OPEN INPUT HORARIOSFILE
           IF FS-HORARIO NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDDATAAULA
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
                       PERFORM ACUMULAR-AULA
                 END-READ
              END-PERFORM
           END-IF

           CLOSE HORARIOSFILE
           EXIT SECTION.

       ACUMULAR-AULA SECTION.
      ******************************************************************
      *    ACUMULA A AULA LIDA NAS LINHAS DA TABELA QUE LHE
      *    CORRESPONDEM.
      ******************************************************************
           IF FDAULA-CANCELADA THEN
              PERFORM VERIFICAR-REPOSICAO
           END-IF

           PERFORM VARYING CH-IDX FROM 1 BY 1 UNTIL CH-IDX > CH-MAX
              IF CH-SIGLA (CH-IDX) = FDDATAUNIDADE
              AND (CH-TURMA (CH-IDX) = SPACES
                OR FDDATATURMA = SPACES
                OR CH-TURMA (CH-IDX) = FDDATATURMA) THEN
                 EVALUATE TRUE
                    WHEN FDAULA-CANCELADA
                       IF AULA-REPOSTA NOT = "S" THEN
                          ADD 1 TO CH-POR-REPOR (CH-IDX)
                       END-IF
                    WHEN FDDATAAULA (1:12) <= AGORA
                       ADD FDDURACAO-AULA TO CH-MIN-DADOS (CH-IDX)
                    WHEN OTHER
                       ADD FDDURACAO-AULA TO CH-MIN-AGENDADOS (CH-IDX)
                 END-EVALUATE
              END-IF
           END-PERFORM
           EXIT SECTION.

       VERIFICAR-REPOSICAO SECTION.
      ******************************************************************
      *    VERIFICA SE A AULA CANCELADA LIDA TEM REPOSICAO REGISTADA (O
      *    FICHEIRO DE REPOSICOES ESTA ABERTO PELO RELATORIO).
      ******************************************************************
           MOVE SPACES TO AULA-REPOSTA

           IF REPOSICOES-ABERTO NOT = "S" THEN
              EXIT SECTION
           END-IF

           MOVE FDDATAAULA TO FDREPO-DATAAULA
           READ REPOSICOES RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO AULA-REPOSTA
           END-READ
           EXIT SECTION.

       ESCREVER-RELATORIO SECTION.
      ******************************************************************
      *    MOSTRA A TABELA NO ECRA, COM PAGINACAO, E GRAVA O MESMO
      *    CONTEUDO NO FICHEIRO CARGAHORARIA.REL. A PREVISAO E A SOMA
      *    DAS HORAS DADAS COM AS AGENDADAS; FICA "PREVISTA EM FALTA"
      *    QUANDO NAO CHEGA AS HORAS CONTRATADAS.
      ******************************************************************
           STRING FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2)
                  INTO REL-CAB-DATA
           END-STRING
           WRITE REL-LINHA FROM REL-CABECALHO
           END-WRITE

           IF CH-TRANSBORDO = "S" THEN
              MOVE "AVISO: TABELA DE UNIDADES E TURMAS CHEIA - RESULTADO
      -         "S INCOMPLETOS" TO REL-LINHA
              WRITE REL-LINHA
              END-WRITE
           END-IF

           DISPLAY RELATORIO-SCREEN
           MOVE 09 TO LINHA

           PERFORM VARYING CH-IDX FROM 1 BY 1 UNTIL CH-IDX > CH-MAX
              COMPUTE MIN-PREVISTOS = CH-MIN-DADOS (CH-IDX)
                 + CH-MIN-AGENDADOS (CH-IDX)

              MOVE CH-SIGLA (CH-IDX) TO REL-DET-SIGLA
              MOVE CH-TURMA (CH-IDX) TO REL-DET-TURMA
              MOVE CH-HORAS (CH-IDX) TO REL-DET-HORAS
              COMPUTE REL-DET-DADAS ROUNDED =
                 CH-MIN-DADOS (CH-IDX) / 60
              COMPUTE REL-DET-AGENDADAS ROUNDED =
                 CH-MIN-AGENDADOS (CH-IDX) / 60
              COMPUTE REL-DET-PREVISTAS ROUNDED = MIN-PREVISTOS / 60
              MOVE CH-POR-REPOR (CH-IDX) TO REL-DET-POR-REPOR

              EVALUATE TRUE
                 WHEN CH-HORAS (CH-IDX) = ZEROS
                    MOVE ZEROS TO REL-DET-FALTA
                    MOVE "HORAS NAO DEFINIDAS" TO REL-DET-SITUACAO
                 WHEN MIN-PREVISTOS < CH-HORAS (CH-IDX) * 60
                    COMPUTE REL-DET-FALTA ROUNDED =
                       (CH-HORAS (CH-IDX) * 60 - MIN-PREVISTOS) / 60
                    MOVE "PREVISTA EM FALTA" TO REL-DET-SITUACAO
                 WHEN OTHER
                    MOVE ZEROS TO REL-DET-FALTA
                    MOVE "CUMPRE" TO REL-DET-SITUACAO
              END-EVALUATE

              DISPLAY LINHA-RELATORIO-SCREEN
              ADD 1 TO LINHA
              IF LINHA > 24 THEN
                 ACCEPT MAIS-RELATORIO-SCREEN
                 DISPLAY LIMPAR-LISTA
                 MOVE 09 TO LINHA
              END-IF

              WRITE REL-LINHA FROM REL-DETALHE
              END-WRITE
           END-PERFORM

           IF LINHA > 09 THEN
              ACCEPT MAIS-RELATORIO-SCREEN
           END-IF
           EXIT SECTION.

       LISTAR-CANCELADAS SECTION.
      ******************************************************************
      *    PERCORRE DE NOVO O HORARIO E LISTA, NO ECRA E NO FICHEIRO DO
      *    RELATORIO, AS AULAS CANCELADAS SEM REPOSICAO REGISTADA.
      ******************************************************************
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           END-WRITE
           WRITE REL-LINHA FROM REL-CANCEL-CAB
           END-WRITE

           DISPLAY CANCELADAS-SCREEN
           MOVE 09 TO LINHA
           MOVE ZEROS TO CONT-POR-REPOR

           OPEN INPUT HORARIOSFILE
           IF FS-HORARIO NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDDATAAULA
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
                       IF FDAULA-CANCELADA THEN
                          PERFORM VERIFICAR-REPOSICAO
                          IF AULA-REPOSTA NOT = "S" THEN
                             PERFORM MOSTRAR-CANCELADA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE HORARIOSFILE

           IF CONT-POR-REPOR = ZEROS THEN
              MOVE "NENHUMA" TO REL-LINHA
              WRITE REL-LINHA
              END-WRITE
           END-IF
           EXIT SECTION.

       MOSTRAR-CANCELADA SECTION.
      ******************************************************************
      *    MOSTRA E GRAVA A AULA CANCELADA LIDA.
      ******************************************************************
           ADD 1 TO CONT-POR-REPOR

           EVALUATE FDMOTIVO-CANCEL
              WHEN 1     MOVE "DOCENTE DOENTE" TO REL-MOTIVO-TXT
              WHEN 2     MOVE "SALA INDISPONIVEL" TO REL-MOTIVO-TXT
              WHEN 3     MOVE "FERIADO" TO REL-MOTIVO-TXT
              WHEN OTHER MOVE "OUTRO" TO REL-MOTIVO-TXT
           END-EVALUATE

           MOVE FDDIA-AULA TO REL-CAN-DIA
           MOVE FDMES-AULA TO REL-CAN-MES
           MOVE FDANO-AULA TO REL-CAN-ANO
           MOVE FDHORA-AULA TO REL-CAN-HORA
           MOVE FDSEQ-AULA TO REL-CAN-SEQ
           MOVE FDDATAUNIDADE TO REL-CAN-UNIDADE
           MOVE FDDATATURMA TO REL-CAN-TURMA
           MOVE FDDATAPROF TO REL-CAN-PROF
           MOVE FDDURACAO-AULA TO REL-CAN-DURACAO
           MOVE REL-MOTIVO-TXT TO REL-CAN-MOTIVO

           DISPLAY LINHA-CANCELADA-SCREEN
           ADD 1 TO LINHA
           IF LINHA > 24 THEN
              ACCEPT MAIS-RELATORIO-SCREEN
              DISPLAY LIMPAR-LISTA
              MOVE 09 TO LINHA
           END-IF

           WRITE REL-LINHA FROM REL-CANCEL-DET
           END-WRITE
           EXIT SECTION.

       REGISTAR-REPOSICAO SECTION.
      ******************************************************************
      *    REGISTA QUE UMA AULA CANCELADA FOI REPOSTA POR OUTRA AULA DO
      *    HORARIO. A AULA CANCELADA TEM DE EXISTIR, ESTAR CANCELADA E
      *    AINDA NAO TER REPOSICAO; A AULA DE REPOSICAO TEM DE EXISTIR,
      *    NAO ESTAR CANCELADA, SER POSTERIOR, DA MESMA UNIDADE E
      *    TURMA, E NAO REPOR JA OUTRA AULA.
      ******************************************************************
           MOVE "; MENU: REPOSICAO" TO WSLOG-SECTION

           MOVE ZEROS TO WSREPO-DATAAULA, WSREPO-REPOSTA
           DISPLAY REPOSICAO-SCREEN
           ACCEPT REPO-DIA-CAMPO
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF
           ACCEPT REPO-MES-CAMPO
           ACCEPT REPO-ANO-CAMPO
           ACCEPT REPO-HORA-CAMPO
           ACCEPT REPO-SEQ-CAMPO
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           OPEN INPUT HORARIOSFILE
           IF FS-HORARIO NOT = "00" THEN
              ACCEPT CANCELADA-INVALIDA-SCREEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO VERDADEIRO
           MOVE WSREPO-DATAAULA TO FDDATAAULA
           READ HORARIOSFILE RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FDAULA-CANCELADA THEN
                    MOVE "S" TO VERDADEIRO
                    MOVE FDDATAUNIDADE TO CANCEL-UNIDADE
                    MOVE FDDATATURMA TO CANCEL-TURMA
                 END-IF
           END-READ

           IF VERDADEIRO NOT = "S" THEN
              CLOSE HORARIOSFILE
              ACCEPT CANCELADA-INVALIDA-SCREEN
              EXIT SECTION
           END-IF

           OPEN I-O REPOSICOES
           MOVE WSREPO-DATAAULA TO FDREPO-DATAAULA
           READ REPOSICOES RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 CLOSE HORARIOSFILE, REPOSICOES
                 ACCEPT JA-REPOSTA-SCREEN
                 EXIT SECTION
           END-READ

           ACCEPT REPOSTA-DIA-CAMPO
           IF KEYSTATUS = 1003 THEN
              CLOSE HORARIOSFILE, REPOSICOES
              EXIT SECTION
           END-IF
           ACCEPT REPOSTA-MES-CAMPO
           ACCEPT REPOSTA-ANO-CAMPO
           ACCEPT REPOSTA-HORA-CAMPO
           ACCEPT REPOSTA-SEQ-CAMPO
           IF KEYSTATUS = 1003 THEN
              CLOSE HORARIOSFILE, REPOSICOES
              EXIT SECTION
           END-IF

           MOVE SPACES TO VERDADEIRO
           MOVE WSREPO-REPOSTA TO FDDATAAULA
           READ HORARIOSFILE RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FDAULA-ATIVA
                 AND WSREPO-REPOSTA > WSREPO-DATAAULA
                 AND FDDATAUNIDADE = CANCEL-UNIDADE
                 AND FDDATATURMA = CANCEL-TURMA THEN
                    MOVE "S" TO VERDADEIRO
                 END-IF
           END-READ
           CLOSE HORARIOSFILE

           IF VERDADEIRO NOT = "S" THEN
              CLOSE REPOSICOES
              ACCEPT REPOSICAO-INVALIDA-SCREEN
              EXIT SECTION
           END-IF

           PERFORM VERIFICAR-REPOSTA-USADA
           IF VERDADEIRO NOT = "S" THEN
              CLOSE REPOSICOES
              ACCEPT REPOSICAO-USADA-SCREEN
              EXIT SECTION
           END-IF

           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSREPO-DATE-TIME
           END-STRING

           MOVE WSREPOSICAO TO FDREPOSICAO
           WRITE FDREPOSICAO
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE REPOSICOES

           MOVE "; REPOSICAO: " TO WSLOG-ADD-HEADING
           MOVE WSREPO-DATAAULA TO WSLOG-ADD-KEY
           STRING "; REPOSTA PELA AULA ", WSREPO-REPOSTA
              INTO WSLOG-ADD-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-REPOSICAO
           EXIT SECTION.

       VERIFICAR-REPOSTA-USADA SECTION.
      ******************************************************************
      *    PERCORRE AS REPOSICOES (FICHEIRO ABERTO PELO REGISTO) E
      *    DEIXA VERDADEIRO A "N" SE A AULA DE REPOSICAO INDICADA JA
      *    REPOE OUTRA AULA CANCELADA.
      ******************************************************************
           MOVE LOW-VALUES TO FDREPO-DATAAULA
           START REPOSICOES KEY IS GREATER OR EQUAL FDREPO-DATAAULA
              INVALID KEY
                 SET STATUS-REPOSICAO TO TRUE
           END-START

           IF FS-REPOSICOES = "00" THEN
              PERFORM UNTIL STATUS-REPOSICAO
                 READ REPOSICOES NEXT RECORD
                    AT END
                       SET STATUS-REPOSICAO TO TRUE
                    NOT AT END
                       IF FDREPO-REPOSTA = WSREPO-REPOSTA THEN
                          MOVE "N" TO VERDADEIRO
                          SET STATUS-REPOSICAO TO TRUE
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

       END PROGRAM GESTORCARGAHORARIA.
