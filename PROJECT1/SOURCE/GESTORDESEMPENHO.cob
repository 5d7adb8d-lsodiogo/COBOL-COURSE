      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA REUNIR NUMA SO FICHA, PARA A
      *    RENOVACAO DE CONTRATOS, O DESEMPENHO DE CADA DOCENTE NUM
      *    PERIODO LETIVO (VER GESTORPERIODOS):
      *      - SATISFACAO MEDIA DOS INQUERITOS (GESTORINQUERITOS) DAS
      *        UNIDADES ONDE O DOCENTE DEU AULAS NO PERIODO, GLOBAL E
      *        NA PERGUNTA DO DESEMPENHO DO DOCENTE (P2);
      *      - TAXA DE APROVACAO E MEDIA DAS NOTAS DESSAS UNIDADES COM
      *        AVALIACAO DENTRO DO PERIODO;
      *      - TAXA DE PRESENCA DOS ALUNOS NAS AULAS DO DOCENTE;
      *      - AULAS DO PERIODO, CANCELADAS E SUBSTITUIDAS (RETIRADAS
      *        AO DOCENTE NA SUBSTITUICAO DO GESTORHORARIOS, CONTADAS
      *        PELO REGISTO DA SUBSTITUICAO NO FICHEIRO DE LOG) E AS
      *        AUSENCIAS DO PROPRIO DOCENTE (REGISTOS E DIAS).
      *    CADA INDICADOR E COMPARADO COM A MEDIA DOS DOCENTES COM
      *    DADOS NO PERIODO. A FICHA DE UM DOCENTE (OU DE TODOS, COM A
      *    SIGLA EM BRANCO) E MOSTRADA NO ECRA E GRAVADA NOS FICHEIROS
      *    DESEMPENHO.REL (PARA IMPRESSAO) E DESEMPENHO.CSV.
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORDESEMPENHO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO "periodosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPER-CODIGO
              FILE STATUS FS-PERIODOS.

           SELECT PROFS ASSIGN TO "profsfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSIGLAPROF
              FILE STATUS FS-PROFS.

           SELECT HORARIOSFILE ASSIGN TO "horariosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDDATAAULA
              FILE STATUS FS-HORARIO.

           SELECT PRESENCAS ASSIGN TO "presencas"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-PRESENCAS.

           SELECT NOTAS ASSIGN TO "notasfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDNOTA-CHAVE
              FILE STATUS FS-NOTAS.

           SELECT RESPOSTAS ASSIGN TO "respostas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDRESP-CHAVE
              FILE STATUS FS-RESPOSTAS.

           SELECT AUSENCIAS ASSIGN TO "ausencias"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDAUS-CHAVE
              FILE STATUS FS-AUSENCIAS.

           SELECT RELATORIO ASSIGN TO "desempenho.rel"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-RELATORIO.

           SELECT DESEMPCSV ASSIGN TO "desempenho.csv"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-DESEMPCSV.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS.
       COPY FDPERIODOS.

       FD  PROFS.
       COPY FDPROFS.

       FD  HORARIOSFILE.
       COPY FDHORARIOS.

       FD  PRESENCAS.
       COPY FDPRESENCAS.

       FD  NOTAS.
       COPY FDNOTAS.

       FD  RESPOSTAS.
       COPY FDRESPOSTAS.

       FD  AUSENCIAS.
       COPY FDAUSENCIAS.

       FD  RELATORIO.
       01  REL-LINHA                PIC X(120).

       FD  DESEMPCSV.
       01  CSV-LINHA-DESEMP         PIC X(400).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.

       77  FS-PERIODOS              PIC X(002).
       77  FS-PROFS                 PIC X(002).
       77  FS-HORARIO               PIC X(002).
       77  FS-PRESENCAS             PIC X(002).
       77  FS-NOTAS                 PIC X(002).
       77  FS-RESPOSTAS             PIC X(002).
       77  FS-AUSENCIAS             PIC X(002).
       77  FS-RELATORIO             PIC X(002).
       77  FS-DESEMPCSV             PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  LINHA                    PIC 9(004).
       77  DES-CODIGO               PIC X(006).
       77  DES-SIGLA                PIC X(004).
       77  DES-INICIO               PIC 9(008).
       77  DES-FIM                  PIC 9(008).
       77  DATA-LIDA                PIC 9(008).
       77  AUS-DE                   PIC 9(008).
       77  AUS-ATE                  PIC 9(008).
       77  DOC-PROCURA              PIC X(004).
       77  DOC-ACHADO               PIC 9(004).
       77  DOC-IDX                  PIC 9(004).
       77  DOC-MAX                  PIC 9(004).
       77  PAR-IDX                  PIC 9(004).
       77  PAR-MAX                  PIC 9(004).
       77  PAR-UNIDADE-ALVO         PIC X(005).
       77  IND-IDX                  PIC 9(002).
       77  NOTA-IDX                 PIC 9(001).
       77  CONT-ATIVOS              PIC 9(004).
       77  CONT-FICHAS              PIC 9(004).
       77  CONT-MOVIDAS             PIC 9(003).
       77  TABELA-CHEIA             PIC X(001).
       77  FIM-FICHEIRO             PIC X(001).
           88  FIM-FICHEIRO-SIM     VALUE "S".
       77  VALOR-EDIT               PIC ZZZZ9.99.
       77  DIFERENCA                PIC S9(005)V99.
       77  DIFERENCA-EDIT           PIC ++++++9.99.
       77  CSV-PONTEIRO             PIC 9(003).

      *    TABELA DOS DOCENTES: ACUMULADORES DO PERIODO E OS DEZ
      *    INDICADORES CALCULADOS (DOC-IND-TEM = "S" QUANDO HA DADOS).
       01  DOC-TAB.
           05  DOC-LINHA OCCURS 300 TIMES.
               10  DOC-SIGLA        PIC X(004).
               10  DOC-NOME         PIC X(050).
               10  DOC-AULAS        PIC 9(005).
               10  DOC-CANCELADAS   PIC 9(005).
               10  DOC-SUBSTITUIDAS PIC 9(005).
               10  DOC-AUSENCIAS    PIC 9(003).
               10  DOC-DIAS-AUSENCIA PIC 9(005).
               10  DOC-PRES-TOTAL   PIC 9(007).
               10  DOC-PRES-PRESENTES PIC 9(007).
               10  DOC-NOTAS        PIC 9(005).
               10  DOC-APROVADOS    PIC 9(005).
               10  DOC-SOMA-NOTAS   PIC 9(007).
               10  DOC-RESPOSTAS    PIC 9(005).
               10  DOC-SOMA-INQ     PIC 9(007).
               10  DOC-SOMA-P2      PIC 9(006).
               10  DOC-ATIVO        PIC X(001).
               10  DOC-IND OCCURS 10 TIMES.
                   15  DOC-IND-VALOR PIC 9(005)V99.
                   15  DOC-IND-TEM  PIC X(001).

      *    PARES DOCENTE/UNIDADE COM AULAS NAO CANCELADAS NO PERIODO.
       01  PAR-TAB.
           05  PAR-LINHA OCCURS 2000 TIMES.
               10  PAR-DOC          PIC 9(004).
               10  PAR-UNIDADE      PIC X(005).

      *    MEDIA DE CADA INDICADOR SOBRE OS DOCENTES COM DADOS.
       01  MED-TAB.
           05  MED-LINHA OCCURS 10 TIMES.
               10  MED-SOMA         PIC 9(009)V99.
               10  MED-CONT         PIC 9(004).
               10  MED-VALOR        PIC 9(005)V99.

       01  IND-NOMES-VALORES.
           03  FILLER               PIC X(035) VALUE
               "SATISFACAO GLOBAL DOS ALUNOS (1-5)".
           03  FILLER               PIC X(035) VALUE
               "SATISFACAO COM O DOCENTE (1-5)".
           03  FILLER               PIC X(035) VALUE
               "TAXA DE APROVACAO (%)".
           03  FILLER               PIC X(035) VALUE
               "MEDIA DAS NOTAS (0-20)".
           03  FILLER               PIC X(035) VALUE
               "TAXA DE PRESENCA DOS ALUNOS (%)".
           03  FILLER               PIC X(035) VALUE
               "AULAS NO PERIODO".
           03  FILLER               PIC X(035) VALUE
               "AULAS CANCELADAS".
           03  FILLER               PIC X(035) VALUE
               "AULAS SUBSTITUIDAS".
           03  FILLER               PIC X(035) VALUE
               "AUSENCIAS DO DOCENTE (REGISTOS)".
           03  FILLER               PIC X(035) VALUE
               "AUSENCIAS DO DOCENTE (DIAS)".
       01  IND-NOMES REDEFINES IND-NOMES-VALORES.
           03  IND-NOME             PIC X(035) OCCURS 10 TIMES.

       01  IND-CSV-VALORES.
           03  FILLER               PIC X(020) VALUE "SATISFACAO".
           03  FILLER               PIC X(020) VALUE
               "SATISFACAO-DOCENTE".
           03  FILLER               PIC X(020) VALUE "TAXA-APROVACAO".
           03  FILLER               PIC X(020) VALUE "MEDIA-NOTAS".
           03  FILLER               PIC X(020) VALUE "TAXA-PRESENCA".
           03  FILLER               PIC X(020) VALUE "AULAS".
           03  FILLER               PIC X(020) VALUE "CANCELADAS".
           03  FILLER               PIC X(020) VALUE "SUBSTITUIDAS".
           03  FILLER               PIC X(020) VALUE "AUSENCIAS".
           03  FILLER               PIC X(020) VALUE "DIAS-AUSENCIA".
       01  IND-CSV-NOMES REDEFINES IND-CSV-VALORES.
           03  IND-CSV              PIC X(020) OCCURS 10 TIMES.

      *    VALORES DE UMA LINHA DO ECRA, JA EDITADOS.
       01  SCR-VALORES.
           03  SCR-V1               PIC X(008).
           03  SCR-V2               PIC X(008).
           03  SCR-V3               PIC X(008).
           03  SCR-V4               PIC X(008).
           03  SCR-V5               PIC X(008).
           03  SCR-V6               PIC X(008).
           03  SCR-V7               PIC X(008).
           03  SCR-V8               PIC X(008).
           03  SCR-V9               PIC X(008).
           03  SCR-V10              PIC X(008).
       01  SCR-TABELA REDEFINES SCR-VALORES.
           03  SCR-VAL              PIC X(008) OCCURS 10 TIMES.
       77  SCR-SIGLA                PIC X(004).
       77  SCR-NOME                 PIC X(025).

       01  REL-CABECALHO.
           03  FILLER               PIC X(041) VALUE
               "FICHA DE DESEMPENHO DE DOCENTE | PERIODO ".
           03  REL-CAB-PERIODO      PIC X(006).
           03  FILLER               PIC X(004) VALUE " DE ".
           03  REL-CAB-INICIO       PIC X(010).
           03  FILLER               PIC X(003) VALUE " A ".
           03  REL-CAB-FIM          PIC X(010).
           03  FILLER               PIC X(014) VALUE " | EMITIDA EM ".
           03  REL-CAB-DATA         PIC X(010).

       01  REL-DOCENTE.
           03  FILLER               PIC X(009) VALUE "DOCENTE: ".
           03  REL-DOC-SIGLA        PIC X(004).
           03  FILLER               PIC X(003) VALUE " - ".
           03  REL-DOC-NOME         PIC X(050).

       01  REL-IND-CABECALHO.
           03  FILLER               PIC X(038) VALUE "   INDICADOR".
           03  FILLER               PIC X(012) VALUE "     DOCENTE".
           03  FILLER               PIC X(016) VALUE
               "  MEDIA DOCENTES".
           03  FILLER               PIC X(012) VALUE "   DIFERENCA".

       01  REL-INDICADOR.
           03  FILLER               PIC X(003) VALUE SPACES.
           03  REL-IND-NOME         PIC X(035).
           03  FILLER               PIC X(002) VALUE SPACES.
           03  REL-IND-DOCENTE      PIC X(010).
           03  FILLER               PIC X(006) VALUE SPACES.
           03  REL-IND-MEDIA        PIC X(010).
           03  FILLER               PIC X(002) VALUE SPACES.
           03  REL-IND-DIFERENCA    PIC X(010).

       01  REL-SEPARADOR.
           03  FILLER               PIC X(080) VALUE ALL "-".

       01  REL-RODAPE.
           03  FILLER               PIC X(049) VALUE
               "MEDIA DOCENTES: MEDIA DOS DOCENTES COM DADOS NO ".
           03  FILLER               PIC X(018) VALUE
               "PERIODO (ATIVOS: ".
           03  REL-ROD-ATIVOS       PIC ZZZ9.
           03  FILLER               PIC X(001) VALUE ")".

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DE ESCOLHA DO PERIODO E DO DOCENTE.

       01  DESEMPENHO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 40 VALUE "D E S E M P E N H O   D O S   D O
      -        " C E N T E S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "CODIGO DO PERIODO LETIVO:".
           03  DES-CODIGO-CAMPO LINE 09 COL 36 PIC X(6) TO DES-CODIGO
               AUTO REQUIRED.
           03  LINE 11 COL 10 VALUE "SIGLA DO DOCENTE (EM BRANCO PARA T
      -        "ODOS):".
           03  DES-SIGLA-CAMPO LINE 11 COL 51 PIC X(4) TO DES-SIGLA
               AUTO.

      ******************************************************************
      *    SCREEN DO CABECALHO DA LISTA NO ECRA.

       01  RELATORIO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 40 VALUE "D E S E M P E N H O   D O S   D O
      -        " C E N T E S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 06 COL 03 VALUE "SIGLA".
           03  LINE 06 COL 09 VALUE "NOME".
           03  LINE 06 COL 36 VALUE "SATISF.".
           03  LINE 06 COL 45 VALUE "SAT.DOC.".
           03  LINE 06 COL 54 VALUE "APROV.%".
           03  LINE 06 COL 63 VALUE "NOTAS".
           03  LINE 06 COL 72 VALUE "PRES.%".
           03  LINE 06 COL 81 VALUE "AULAS".
           03  LINE 06 COL 90 VALUE "CANCEL.".
           03  LINE 06 COL 99 VALUE "SUBST.".
           03  LINE 06 COL 108 VALUE "AUSENC.".
           03  LINE 06 COL 117 VALUE "DIAS AUS".
           03  LINE 07 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN QUE MOSTRA A LINHA DE UM DOCENTE (OU DA MEDIA).

       01  LINHA-RELATORIO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE LINHA COL 03 PIC X(4) FROM SCR-SIGLA.
           03  LINE LINHA COL 09 PIC X(25) FROM SCR-NOME.
           03  LINE LINHA COL 36 PIC X(8) FROM SCR-V1.
           03  LINE LINHA COL 45 PIC X(8) FROM SCR-V2.
           03  LINE LINHA COL 54 PIC X(8) FROM SCR-V3.
           03  LINE LINHA COL 63 PIC X(8) FROM SCR-V4.
           03  LINE LINHA COL 72 PIC X(8) FROM SCR-V5.
           03  LINE LINHA COL 81 PIC X(8) FROM SCR-V6.
           03  LINE LINHA COL 90 PIC X(8) FROM SCR-V7.
           03  LINE LINHA COL 99 PIC X(8) FROM SCR-V8.
           03  LINE LINHA COL 108 PIC X(8) FROM SCR-V9.
           03  LINE LINHA COL 117 PIC X(8) FROM SCR-V10.

      ******************************************************************
      *    SCREENS DE MENSAGEM.

       01  PERIODO-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 31 VALUE "PERIODO INEXISTENTE | PRESSIONE QUA
      -       "LQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  DOCENTE-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 31 VALUE "DOCENTE INEXISTENTE | PRESSIONE QUA
      -       "LQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  SEM-ATIVIDADE-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 25 VALUE "NAO EXISTEM AULAS NEM AUSENCIAS DE
      -       "DOCENTES NO PERIODO | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  FIM-RELATORIO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 20 VALUE "FICHAS GRAVADAS EM DESEMPENHO.REL E
      -       " DESEMPENHO.CSV | PRESSIONE QUALQUER TECLA PARA CONTINUA
      -       "R" FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
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

       DESEMPENHO SECTION.
      ******************************************************************
      *    SECAO PRINCIPAL: PEDE O PERIODO E O DOCENTE, ACUMULA OS
      *    DADOS DE TODOS OS DOCENTES (PARA AS MEDIAS), CALCULA OS
      *    INDICADORES E EMITE AS FICHAS.
      ******************************************************************
           MOVE "; GESTOR: DESEMPENHO" TO WSLOG-PROGRAM
           MOVE "; MENU: FICHA DE DESEMPENHO" TO WSLOG-SECTION

           MOVE SPACES TO DES-CODIGO, DES-SIGLA
           DISPLAY DESEMPENHO-SCREEN
           ACCEPT DES-CODIGO-CAMPO
           IF KEYSTATUS = 1003 OR DES-CODIGO = SPACES THEN
              EXIT PROGRAM
           END-IF
           ACCEPT DES-SIGLA-CAMPO
           IF KEYSTATUS = 1003 THEN
              EXIT PROGRAM
           END-IF

           MOVE FUNCTION UPPER-CASE (DES-CODIGO) TO DES-CODIGO
           MOVE FUNCTION UPPER-CASE (DES-SIGLA) TO DES-SIGLA

           OPEN INPUT PERIODOS
           IF FS-PERIODOS NOT = "00" THEN
              ACCEPT PERIODO-INEXISTENTE-SCREEN
              EXIT PROGRAM
           END-IF

           MOVE DES-CODIGO TO FDPER-CODIGO
           READ PERIODOS RECORD
              INVALID KEY
                 CLOSE PERIODOS
                 ACCEPT PERIODO-INEXISTENTE-SCREEN
                 EXIT PROGRAM
           END-READ
           MOVE FDPER-DATA-INICIO TO DES-INICIO
           MOVE FDPER-DATA-FIM TO DES-FIM
           CLOSE PERIODOS

           PERFORM CARREGAR-DOCENTES

           IF DES-SIGLA NOT = SPACES THEN
              MOVE DES-SIGLA TO DOC-PROCURA
              PERFORM PROCURAR-DOCENTE
              IF DOC-ACHADO = ZEROS THEN
                 ACCEPT DOCENTE-INEXISTENTE-SCREEN
                 EXIT PROGRAM
              END-IF
           END-IF

           PERFORM ACUMULAR-AULAS
           PERFORM ACUMULAR-PRESENCAS
           PERFORM ACUMULAR-NOTAS
           PERFORM ACUMULAR-RESPOSTAS
           PERFORM ACUMULAR-AUSENCIAS
           PERFORM ACUMULAR-SUBSTITUICOES
           PERFORM CALCULAR-INDICADORES
           PERFORM CALCULAR-MEDIAS

           IF CONT-ATIVOS = ZEROS THEN
              ACCEPT SEM-ATIVIDADE-SCREEN
              EXIT PROGRAM
           END-IF

           OPEN OUTPUT RELATORIO
           OPEN OUTPUT DESEMPCSV
           PERFORM ESCREVER-FICHAS
           CLOSE RELATORIO, DESEMPCSV

           MOVE "; DESEMPENHO: " TO WSLOG-VIEW-HEADING
           IF DES-SIGLA = SPACES THEN
              MOVE DES-CODIGO TO WSLOG-VIEW-KEY
           ELSE
              STRING DES-CODIGO, "/", DES-SIGLA INTO WSLOG-VIEW-KEY
              END-STRING
           END-IF
           MOVE "; FICHAS DE DESEMPENHO EMITIDAS" TO WSLOG-VIEW-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT FIM-RELATORIO-SCREEN
           EXIT PROGRAM.

       CARREGAR-DOCENTES SECTION.
      ******************************************************************
      *    CARREGA OS DOCENTES REGISTADOS NA TABELA, COM OS
      *    ACUMULADORES A ZERO.
      ******************************************************************
           MOVE ZEROS TO DOC-MAX, PAR-MAX
           MOVE SPACES TO TABELA-CHEIA

           OPEN INPUT PROFS
           IF FS-PROFS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDSIGLAPROF
           START PROFS KEY IS GREATER OR EQUAL FDSIGLAPROF
              INVALID KEY
                 SET STATUS-SIGLA-PROF TO TRUE
           END-START

           IF FS-PROFS = "00" THEN
              PERFORM UNTIL STATUS-SIGLA-PROF
                 READ PROFS NEXT RECORD
                    AT END
                       SET STATUS-SIGLA-PROF TO TRUE
                    NOT AT END
                       IF DOC-MAX < 300 THEN
                          ADD 1 TO DOC-MAX
                          INITIALIZE DOC-LINHA (DOC-MAX)
                          MOVE FDSIGLAPROF TO DOC-SIGLA (DOC-MAX)
                          MOVE FDNOMEPROF TO DOC-NOME (DOC-MAX)
                       ELSE
                          MOVE "S" TO TABELA-CHEIA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE PROFS
           EXIT SECTION.

       PROCURAR-DOCENTE SECTION.
      ******************************************************************
      *    DEVOLVE EM DOC-ACHADO A POSICAO NA TABELA DO DOCENTE EM
      *    DOC-PROCURA, OU ZERO SE NAO EXISTIR.
      ******************************************************************
           MOVE ZEROS TO DOC-ACHADO
           PERFORM VARYING DOC-IDX FROM 1 BY 1
              UNTIL DOC-IDX > DOC-MAX OR DOC-ACHADO NOT = ZEROS
              IF DOC-SIGLA (DOC-IDX) = DOC-PROCURA THEN
                 MOVE DOC-IDX TO DOC-ACHADO
              END-IF
           END-PERFORM
           EXIT SECTION.

       ACUMULAR-AULAS SECTION.
      ******************************************************************
      *    PERCORRE O HORARIO E CONTA, POR DOCENTE, AS AULAS DO
      *    PERIODO E AS CANCELADAS. AS UNIDADES DAS AULAS NAO
      *    CANCELADAS FICAM NA TABELA DE PARES DOCENTE/UNIDADE.
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
                       MOVE FDDATAAULA (1:8) TO DATA-LIDA
                       IF DATA-LIDA > DES-FIM THEN
                          SET STATUS-DATAAULA TO TRUE
                       ELSE
                          IF DATA-LIDA >= DES-INICIO THEN
                             PERFORM ACUMULAR-AULA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE HORARIOSFILE
           EXIT SECTION.

       ACUMULAR-AULA SECTION.
      ******************************************************************
      *    ACUMULA A AULA ATUALMENTE LIDA NO DOCENTE DA AULA.
      ******************************************************************
           MOVE FDDATAPROF TO DOC-PROCURA
           PERFORM PROCURAR-DOCENTE
           IF DOC-ACHADO = ZEROS THEN
              EXIT SECTION
           END-IF

           ADD 1 TO DOC-AULAS (DOC-ACHADO)
           IF FDAULA-CANCELADA THEN
              ADD 1 TO DOC-CANCELADAS (DOC-ACHADO)
              EXIT SECTION
           END-IF

           PERFORM VARYING PAR-IDX FROM 1 BY 1 UNTIL PAR-IDX > PAR-MAX
              IF PAR-DOC (PAR-IDX) = DOC-ACHADO
              AND PAR-UNIDADE (PAR-IDX) = FDDATAUNIDADE THEN
                 EXIT SECTION
              END-IF
           END-PERFORM

           IF PAR-MAX < 2000 THEN
              ADD 1 TO PAR-MAX
              MOVE DOC-ACHADO TO PAR-DOC (PAR-MAX)
              MOVE FDDATAUNIDADE TO PAR-UNIDADE (PAR-MAX)
           ELSE
              MOVE "S" TO TABELA-CHEIA
           END-IF
           EXIT SECTION.

       ACUMULAR-PRESENCAS SECTION.
      ******************************************************************
      *    CONTA AS PRESENCAS REGISTADAS NAS AULAS NAO CANCELADAS DO
      *    PERIODO, NO DOCENTE DA AULA. A TAXA E A PERCENTAGEM DE
      *    PRESENCAS SOBRE O TOTAL DE REGISTOS.
      ******************************************************************
           MOVE SPACES TO FIM-FICHEIRO

           OPEN INPUT PRESENCAS
           IF FS-PRESENCAS NOT = "00" THEN
              EXIT SECTION
           END-IF
           OPEN INPUT HORARIOSFILE

           READ PRESENCAS NEXT RECORD
              AT END SET FIM-FICHEIRO-SIM TO TRUE
           END-READ

           PERFORM UNTIL FIM-FICHEIRO-SIM
              READ PRESENCAS NEXT RECORD
                 AT END SET FIM-FICHEIRO-SIM TO TRUE
                 NOT AT END
                    MOVE FDPRES-DATAAULA (1:8) TO DATA-LIDA
                    IF DATA-LIDA >= DES-INICIO
                    AND DATA-LIDA <= DES-FIM THEN
                       PERFORM ACUMULAR-PRESENCA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PRESENCAS, HORARIOSFILE
           EXIT SECTION.

       ACUMULAR-PRESENCA SECTION.
      ******************************************************************
      *    ACUMULA A PRESENCA LIDA NO DOCENTE DA AULA A QUE PERTENCE.
      ******************************************************************
           MOVE FDPRES-DATAAULA TO FDDATAAULA
           READ HORARIOSFILE RECORD
              INVALID KEY
                 EXIT SECTION
           END-READ

           IF FDAULA-CANCELADA THEN
              EXIT SECTION
           END-IF

           MOVE FDDATAPROF TO DOC-PROCURA
           PERFORM PROCURAR-DOCENTE
           IF DOC-ACHADO = ZEROS THEN
              EXIT SECTION
           END-IF

           ADD 1 TO DOC-PRES-TOTAL (DOC-ACHADO)
           IF FDPRES-PRESENTE THEN
              ADD 1 TO DOC-PRES-PRESENTES (DOC-ACHADO)
           END-IF
           EXIT SECTION.

       ACUMULAR-NOTAS SECTION.
      ******************************************************************
      *    AS NOTAS COM AVALIACAO DENTRO DO PERIODO CONTAM PARA TODOS
      *    OS DOCENTES QUE DERAM AULAS DA UNIDADE NO PERIODO.
      ******************************************************************
           OPEN INPUT NOTAS
           IF FS-NOTAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDNOTA-CHAVE
           START NOTAS KEY IS GREATER OR EQUAL FDNOTA-CHAVE
              INVALID KEY
                 SET STATUS-NOTA TO TRUE
           END-START

           IF FS-NOTAS = "00" THEN
              PERFORM UNTIL STATUS-NOTA
                 READ NOTAS NEXT RECORD
                    AT END
                       SET STATUS-NOTA TO TRUE
                    NOT AT END
                       IF FDNOTA-DATA-AVALIACAO >= DES-INICIO
                       AND FDNOTA-DATA-AVALIACAO <= DES-FIM THEN
                          MOVE FDNOTA-SIGLAUNIDADE TO PAR-UNIDADE-ALVO
                          PERFORM ACUMULAR-NOTA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE NOTAS
           EXIT SECTION.

       ACUMULAR-NOTA SECTION.
      ******************************************************************
      *    SOMA A NOTA LIDA NOS DOCENTES DA UNIDADE EM
      *    PAR-UNIDADE-ALVO.
      ******************************************************************
           PERFORM VARYING PAR-IDX FROM 1 BY 1 UNTIL PAR-IDX > PAR-MAX
              IF PAR-UNIDADE (PAR-IDX) = PAR-UNIDADE-ALVO THEN
                 MOVE PAR-DOC (PAR-IDX) TO DOC-IDX
                 ADD 1 TO DOC-NOTAS (DOC-IDX)
                 ADD FDNOTA-VALOR TO DOC-SOMA-NOTAS (DOC-IDX)
                 IF FDNOTA-APROVADO THEN
                    ADD 1 TO DOC-APROVADOS (DOC-IDX)
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

       ACUMULAR-RESPOSTAS SECTION.
      ******************************************************************
      *    AS RESPOSTAS AOS INQUERITOS DAS UNIDADES DADAS NO PERIODO,
      *    SUBMETIDAS A PARTIR DO INICIO DO PERIODO (OS INQUERITOS SAO
      *    RESPONDIDOS NO FIM DA UNIDADE), CONTAM PARA OS DOCENTES DA
      *    UNIDADE, COMO NOS RESULTADOS POR DOCENTE DO
      *    GESTORINQUERITOS.
      ******************************************************************
           OPEN INPUT RESPOSTAS
           IF FS-RESPOSTAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDRESP-CHAVE
           START RESPOSTAS KEY IS GREATER OR EQUAL FDRESP-CHAVE
              INVALID KEY
                 SET STATUS-RESPOSTA TO TRUE
           END-START

           IF FS-RESPOSTAS = "00" THEN
              PERFORM UNTIL STATUS-RESPOSTA
                 READ RESPOSTAS NEXT RECORD
                    AT END
                       SET STATUS-RESPOSTA TO TRUE
                    NOT AT END
                       MOVE ZEROS TO DATA-LIDA
                       MOVE FDRESP-DATE-TIME (7:4) TO DATA-LIDA (1:4)
                       MOVE FDRESP-DATE-TIME (12:2) TO DATA-LIDA (5:2)
                       MOVE FDRESP-DATE-TIME (15:2) TO DATA-LIDA (7:2)
                       IF DATA-LIDA IS NUMERIC
                       AND DATA-LIDA >= DES-INICIO THEN
                          MOVE FDRESP-SIGLAUNIDADE TO PAR-UNIDADE-ALVO
                          PERFORM ACUMULAR-RESPOSTA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE RESPOSTAS
           EXIT SECTION.

       ACUMULAR-RESPOSTA SECTION.
      ******************************************************************
      *    SOMA AS CINCO PONTUACOES DA RESPOSTA LIDA (E A DA PERGUNTA
      *    P2, DESEMPENHO DO DOCENTE) NOS DOCENTES DA UNIDADE.
      ******************************************************************
           PERFORM VARYING PAR-IDX FROM 1 BY 1 UNTIL PAR-IDX > PAR-MAX
              IF PAR-UNIDADE (PAR-IDX) = PAR-UNIDADE-ALVO THEN
                 MOVE PAR-DOC (PAR-IDX) TO DOC-IDX
                 ADD 1 TO DOC-RESPOSTAS (DOC-IDX)
                 PERFORM VARYING NOTA-IDX FROM 1 BY 1
                    UNTIL NOTA-IDX > 5
                    ADD FDRESP-NOTA (NOTA-IDX) TO DOC-SOMA-INQ (DOC-IDX)
                 END-PERFORM
                 ADD FDRESP-NOTA (2) TO DOC-SOMA-P2 (DOC-IDX)
              END-IF
           END-PERFORM
           EXIT SECTION.

       ACUMULAR-AUSENCIAS SECTION.
      ******************************************************************
      *    CONTA AS AUSENCIAS DE CADA DOCENTE QUE SE SOBREPOEM AO
      *    PERIODO E OS DIAS DE AUSENCIA DENTRO DO PERIODO.
      ******************************************************************
           OPEN INPUT AUSENCIAS
           IF FS-AUSENCIAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDAUS-CHAVE
           START AUSENCIAS KEY IS GREATER OR EQUAL FDAUS-CHAVE
              INVALID KEY
                 SET STATUS-AUSENCIA TO TRUE
           END-START

           IF FS-AUSENCIAS = "00" THEN
              PERFORM UNTIL STATUS-AUSENCIA
                 READ AUSENCIAS NEXT RECORD
                    AT END
                       SET STATUS-AUSENCIA TO TRUE
                    NOT AT END
                       PERFORM ACUMULAR-AUSENCIA
                 END-READ
              END-PERFORM
           END-IF

           CLOSE AUSENCIAS
           EXIT SECTION.

       ACUMULAR-AUSENCIA SECTION.
      ******************************************************************
      *    ACUMULA A AUSENCIA LIDA, LIMITADA AS DATAS DO PERIODO. UMA
      *    AUSENCIA SEM DATA DE FIM CONTA SO O DIA DE INICIO.
      ******************************************************************
           MOVE FDAUS-DATA-INICIO TO AUS-DE
           MOVE FDAUS-DATA-FIM TO AUS-ATE
           IF AUS-ATE < AUS-DE THEN
              MOVE AUS-DE TO AUS-ATE
           END-IF

           IF AUS-ATE < DES-INICIO OR AUS-DE > DES-FIM THEN
              EXIT SECTION
           END-IF

           MOVE FDAUS-SIGLAPROF TO DOC-PROCURA
           PERFORM PROCURAR-DOCENTE
           IF DOC-ACHADO = ZEROS THEN
              EXIT SECTION
           END-IF

           IF AUS-DE < DES-INICIO THEN
              MOVE DES-INICIO TO AUS-DE
           END-IF
           IF AUS-ATE > DES-FIM THEN
              MOVE DES-FIM TO AUS-ATE
           END-IF

           ADD 1 TO DOC-AUSENCIAS (DOC-ACHADO)
           COMPUTE DOC-DIAS-AUSENCIA (DOC-ACHADO) =
              DOC-DIAS-AUSENCIA (DOC-ACHADO)
              + FUNCTION INTEGER-OF-DATE (AUS-ATE)
              - FUNCTION INTEGER-OF-DATE (AUS-DE) + 1
           EXIT SECTION.

       ACUMULAR-SUBSTITUICOES SECTION.
      ******************************************************************
      *    A SUBSTITUICAO DE DOCENTE DO GESTORHORARIOS PASSA AS AULAS
      *    PARA O SUBSTITUTO E SO FICA REGISTADA NO FICHEIRO DE LOG
      *    ("; SUBSTITUICAO: " COM A SIGLA DO DOCENTE SUBSTITUIDO E O
      *    NUMERO DE AULAS MOVIDAS). SAO SOMADAS AS SUBSTITUICOES
      *    FEITAS DENTRO DO PERIODO. A PRIMEIRA LINHA DO FICHEIRO E O
      *    CABECALHO E E IGNORADA.
      ******************************************************************
           MOVE SPACES TO FIM-FICHEIRO

           OPEN INPUT LOGRECORDS
           IF FS-LOGRECORDS NOT = "00" THEN
              EXIT SECTION
           END-IF

           READ LOGRECORDS NEXT RECORD
              AT END SET FIM-FICHEIRO-SIM TO TRUE
           END-READ

           PERFORM UNTIL FIM-FICHEIRO-SIM
              READ LOGRECORDS NEXT RECORD
                 AT END SET FIM-FICHEIRO-SIM TO TRUE
                 NOT AT END
                    IF FDLOG-EDIT-HEADING = "; SUBSTITUICAO: " THEN
                       PERFORM ACUMULAR-SUBSTITUICAO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE LOGRECORDS
           EXIT SECTION.

       ACUMULAR-SUBSTITUICAO SECTION.
      ******************************************************************
      *    SOMA AS AULAS MOVIDAS NA SUBSTITUICAO LIDA AO DOCENTE
      *    SUBSTITUIDO ("; SUBSTITUIDO POR XXXX; MOVIDAS: NNN...").
      ******************************************************************
           MOVE ZEROS TO DATA-LIDA
           MOVE FDLOG-DATE-TIME (7:4) TO DATA-LIDA (1:4)
           MOVE FDLOG-DATE-TIME (12:2) TO DATA-LIDA (5:2)
           MOVE FDLOG-DATE-TIME (15:2) TO DATA-LIDA (7:2)
           IF DATA-LIDA IS NOT NUMERIC
           OR DATA-LIDA < DES-INICIO OR DATA-LIDA > DES-FIM THEN
              EXIT SECTION
           END-IF

           IF FDLOG-EDIT-MESSAGE (34:3) IS NOT NUMERIC THEN
              EXIT SECTION
           END-IF
           MOVE FDLOG-EDIT-MESSAGE (34:3) TO CONT-MOVIDAS

           MOVE FDLOG-EDIT-KEY (1:4) TO DOC-PROCURA
           PERFORM PROCURAR-DOCENTE
           IF DOC-ACHADO NOT = ZEROS THEN
              ADD CONT-MOVIDAS TO DOC-SUBSTITUIDAS (DOC-ACHADO)
           END-IF
           EXIT SECTION.

       CALCULAR-INDICADORES SECTION.
      ******************************************************************
      *    CALCULA OS DEZ INDICADORES DE CADA DOCENTE. UM DOCENTE E
      *    ATIVO NO PERIODO SE TEVE AULAS, SUBSTITUICOES OU AUSENCIAS;
      *    AS TAXAS E MEDIAS SO EXISTEM QUANDO HA DADOS.
      ******************************************************************
           MOVE ZEROS TO CONT-ATIVOS

           PERFORM VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX > DOC-MAX
              MOVE SPACES TO DOC-ATIVO (DOC-IDX)
              PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 10
                 MOVE ZEROS TO DOC-IND-VALOR (DOC-IDX, IND-IDX)
                 MOVE "N" TO DOC-IND-TEM (DOC-IDX, IND-IDX)
              END-PERFORM

              IF DOC-AULAS (DOC-IDX) > ZEROS
              OR DOC-SUBSTITUIDAS (DOC-IDX) > ZEROS
              OR DOC-AUSENCIAS (DOC-IDX) > ZEROS THEN
                 MOVE "S" TO DOC-ATIVO (DOC-IDX)
                 ADD 1 TO CONT-ATIVOS
                 PERFORM CALCULAR-INDICADORES-DOC
              END-IF
           END-PERFORM
           EXIT SECTION.

       CALCULAR-INDICADORES-DOC SECTION.
      ******************************************************************
      *    INDICADORES DO DOCENTE EM DOC-IDX.
      ******************************************************************
           IF DOC-RESPOSTAS (DOC-IDX) > ZEROS THEN
              COMPUTE DOC-IND-VALOR (DOC-IDX, 1) ROUNDED =
                 DOC-SOMA-INQ (DOC-IDX) / (DOC-RESPOSTAS (DOC-IDX) * 5)
              COMPUTE DOC-IND-VALOR (DOC-IDX, 2) ROUNDED =
                 DOC-SOMA-P2 (DOC-IDX) / DOC-RESPOSTAS (DOC-IDX)
              MOVE "S" TO DOC-IND-TEM (DOC-IDX, 1),
                 DOC-IND-TEM (DOC-IDX, 2)
           END-IF

           IF DOC-NOTAS (DOC-IDX) > ZEROS THEN
              COMPUTE DOC-IND-VALOR (DOC-IDX, 3) ROUNDED =
                 (DOC-APROVADOS (DOC-IDX) * 100) / DOC-NOTAS (DOC-IDX)
              COMPUTE DOC-IND-VALOR (DOC-IDX, 4) ROUNDED =
                 DOC-SOMA-NOTAS (DOC-IDX) / DOC-NOTAS (DOC-IDX)
              MOVE "S" TO DOC-IND-TEM (DOC-IDX, 3),
                 DOC-IND-TEM (DOC-IDX, 4)
           END-IF

           IF DOC-PRES-TOTAL (DOC-IDX) > ZEROS THEN
              COMPUTE DOC-IND-VALOR (DOC-IDX, 5) ROUNDED =
                 (DOC-PRES-PRESENTES (DOC-IDX) * 100)
                 / DOC-PRES-TOTAL (DOC-IDX)
              MOVE "S" TO DOC-IND-TEM (DOC-IDX, 5)
           END-IF

           MOVE DOC-AULAS (DOC-IDX) TO DOC-IND-VALOR (DOC-IDX, 6)
           MOVE DOC-CANCELADAS (DOC-IDX) TO DOC-IND-VALOR (DOC-IDX, 7)
           MOVE DOC-SUBSTITUIDAS (DOC-IDX) TO
              DOC-IND-VALOR (DOC-IDX, 8)
           MOVE DOC-AUSENCIAS (DOC-IDX) TO DOC-IND-VALOR (DOC-IDX, 9)
           MOVE DOC-DIAS-AUSENCIA (DOC-IDX) TO
              DOC-IND-VALOR (DOC-IDX, 10)
           PERFORM VARYING IND-IDX FROM 6 BY 1 UNTIL IND-IDX > 10
              MOVE "S" TO DOC-IND-TEM (DOC-IDX, IND-IDX)
           END-PERFORM
           EXIT SECTION.

       CALCULAR-MEDIAS SECTION.
      ******************************************************************
      *    MEDIA DE CADA INDICADOR SOBRE OS DOCENTES ATIVOS QUE TEM
      *    DADOS PARA ESSE INDICADOR.
      ******************************************************************
           INITIALIZE MED-TAB

           PERFORM VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX > DOC-MAX
              IF DOC-ATIVO (DOC-IDX) = "S" THEN
                 PERFORM VARYING IND-IDX FROM 1 BY 1
                    UNTIL IND-IDX > 10
                    IF DOC-IND-TEM (DOC-IDX, IND-IDX) = "S" THEN
                       ADD DOC-IND-VALOR (DOC-IDX, IND-IDX) TO
                          MED-SOMA (IND-IDX)
                       ADD 1 TO MED-CONT (IND-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 10
              IF MED-CONT (IND-IDX) > ZEROS THEN
                 COMPUTE MED-VALOR (IND-IDX) ROUNDED =
                    MED-SOMA (IND-IDX) / MED-CONT (IND-IDX)
              END-IF
           END-PERFORM
           EXIT SECTION.

       ESCREVER-FICHAS SECTION.
      ******************************************************************
      *    MOSTRA UMA LINHA POR DOCENTE NO ECRA (COM PAGINACAO) E A
      *    LINHA DA MEDIA, E GRAVA A FICHA COMPLETA DE CADA DOCENTE NO
      *    DESEMPENHO.REL E UMA LINHA POR DOCENTE NO DESEMPENHO.CSV.
      *    SEM SIGLA INDICADA SAO EMITIDAS AS FICHAS DE TODOS OS
      *    DOCENTES ATIVOS NO PERIODO.
      ******************************************************************
           MOVE ZEROS TO CONT-FICHAS

           MOVE DES-CODIGO TO REL-CAB-PERIODO
           STRING DES-INICIO (7:2), "/", DES-INICIO (5:2), "/",
                  DES-INICIO (1:4) INTO REL-CAB-INICIO
           END-STRING
           STRING DES-FIM (7:2), "/", DES-FIM (5:2), "/",
                  DES-FIM (1:4) INTO REL-CAB-FIM
           END-STRING
           STRING FUNCTION CURRENT-DATE (7:2), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (1:4)
                  INTO REL-CAB-DATA
           END-STRING

           PERFORM ESCREVER-CABECALHO-CSV

           DISPLAY RELATORIO-SCREEN
           MOVE 09 TO LINHA

           PERFORM VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX > DOC-MAX
              IF DOC-ATIVO (DOC-IDX) = "S"
              AND (DES-SIGLA = SPACES
                   OR DOC-SIGLA (DOC-IDX) = DES-SIGLA) THEN
                 ADD 1 TO CONT-FICHAS
                 PERFORM ESCREVER-FICHA
                 PERFORM ESCREVER-LINHA-CSV
                 PERFORM MOSTRAR-LINHA-DOCENTE
              END-IF
           END-PERFORM

      *    UM DOCENTE INDICADO SEM ATIVIDADE NO PERIODO FICA COM A
      *    FICHA A ZEROS, PARA COMPARACAO COM A MEDIA.
           IF CONT-FICHAS = ZEROS AND DES-SIGLA NOT = SPACES THEN
              MOVE DES-SIGLA TO DOC-PROCURA
              PERFORM PROCURAR-DOCENTE
              MOVE DOC-ACHADO TO DOC-IDX
              PERFORM CALCULAR-INDICADORES-DOC
              PERFORM ESCREVER-FICHA
              PERFORM ESCREVER-LINHA-CSV
              PERFORM MOSTRAR-LINHA-DOCENTE
           END-IF

           MOVE SPACES TO SCR-SIGLA
           MOVE "MEDIA DOS DOCENTES" TO SCR-NOME
           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 10
              IF MED-CONT (IND-IDX) > ZEROS THEN
                 MOVE MED-VALOR (IND-IDX) TO VALOR-EDIT
                 MOVE VALOR-EDIT TO SCR-VAL (IND-IDX)
              ELSE
                 MOVE "       -" TO SCR-VAL (IND-IDX)
              END-IF
           END-PERFORM
           DISPLAY LINHA-RELATORIO-SCREEN

           MOVE CONT-ATIVOS TO REL-ROD-ATIVOS
           WRITE REL-LINHA FROM REL-RODAPE
           END-WRITE
           IF TABELA-CHEIA = "S" THEN
              MOVE "AVISO: TABELA DE DOCENTES OU DE UNIDADES CHEIA - RES
      -         "ULTADOS INCOMPLETOS" TO REL-LINHA
              WRITE REL-LINHA
              END-WRITE
           END-IF

           ACCEPT MAIS-RELATORIO-SCREEN
           EXIT SECTION.

       MOSTRAR-LINHA-DOCENTE SECTION.
      ******************************************************************
      *    MOSTRA NO ECRA A LINHA DO DOCENTE EM DOC-IDX.
      ******************************************************************
           MOVE DOC-SIGLA (DOC-IDX) TO SCR-SIGLA
           MOVE DOC-NOME (DOC-IDX) TO SCR-NOME
           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 10
              IF DOC-IND-TEM (DOC-IDX, IND-IDX) = "S" THEN
                 MOVE DOC-IND-VALOR (DOC-IDX, IND-IDX) TO VALOR-EDIT
                 MOVE VALOR-EDIT TO SCR-VAL (IND-IDX)
              ELSE
                 MOVE "       -" TO SCR-VAL (IND-IDX)
              END-IF
           END-PERFORM

           DISPLAY LINHA-RELATORIO-SCREEN
           ADD 1 TO LINHA
           IF LINHA > 24 THEN
              ACCEPT MAIS-RELATORIO-SCREEN
              DISPLAY LIMPAR-LISTA
              MOVE 09 TO LINHA
           END-IF
           EXIT SECTION.

       ESCREVER-FICHA SECTION.
      ******************************************************************
      *    GRAVA NO DESEMPENHO.REL A FICHA DO DOCENTE EM DOC-IDX: UM
      *    INDICADOR POR LINHA, COM A MEDIA DOS DOCENTES E A
      *    DIFERENCA.
      ******************************************************************
           WRITE REL-LINHA FROM REL-CABECALHO
           END-WRITE
           MOVE DOC-SIGLA (DOC-IDX) TO REL-DOC-SIGLA
           MOVE DOC-NOME (DOC-IDX) TO REL-DOC-NOME
           WRITE REL-LINHA FROM REL-DOCENTE
           END-WRITE
           WRITE REL-LINHA FROM REL-SEPARADOR
           END-WRITE
           WRITE REL-LINHA FROM REL-IND-CABECALHO
           END-WRITE

           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 10
              MOVE IND-NOME (IND-IDX) TO REL-IND-NOME
              MOVE SPACES TO REL-IND-DOCENTE, REL-IND-MEDIA,
                 REL-IND-DIFERENCA

              IF DOC-IND-TEM (DOC-IDX, IND-IDX) = "S" THEN
                 MOVE DOC-IND-VALOR (DOC-IDX, IND-IDX) TO VALOR-EDIT
                 MOVE VALOR-EDIT TO REL-IND-DOCENTE
              ELSE
                 MOVE " SEM DADOS" TO REL-IND-DOCENTE
              END-IF

              IF MED-CONT (IND-IDX) > ZEROS THEN
                 MOVE MED-VALOR (IND-IDX) TO VALOR-EDIT
                 MOVE VALOR-EDIT TO REL-IND-MEDIA
              ELSE
                 MOVE " SEM DADOS" TO REL-IND-MEDIA
              END-IF

              IF DOC-IND-TEM (DOC-IDX, IND-IDX) = "S"
              AND MED-CONT (IND-IDX) > ZEROS THEN
                 COMPUTE DIFERENCA = DOC-IND-VALOR (DOC-IDX, IND-IDX)
                    - MED-VALOR (IND-IDX)
                 MOVE DIFERENCA TO DIFERENCA-EDIT
                 MOVE DIFERENCA-EDIT TO REL-IND-DIFERENCA
              END-IF

              WRITE REL-LINHA FROM REL-INDICADOR
              END-WRITE
           END-PERFORM

           WRITE REL-LINHA FROM REL-SEPARADOR
           END-WRITE
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           END-WRITE
           EXIT SECTION.

       ESCREVER-CABECALHO-CSV SECTION.
      ******************************************************************
      *    CABECALHO DO DESEMPENHO.CSV: CADA INDICADOR TEM A COLUNA DO
      *    DOCENTE SEGUIDA DA COLUNA DA MEDIA DOS DOCENTES, SEPARADAS
      *    POR ";".
      ******************************************************************
           MOVE SPACES TO CSV-LINHA-DESEMP
           MOVE 1 TO CSV-PONTEIRO
           STRING "PERIODO;SIGLA;NOME" DELIMITED BY SIZE
              INTO CSV-LINHA-DESEMP WITH POINTER CSV-PONTEIRO
           END-STRING

           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 10
              STRING ";"                 DELIMITED BY SIZE
                     IND-CSV (IND-IDX)   DELIMITED BY SPACE
                     ";MEDIA-"           DELIMITED BY SIZE
                     IND-CSV (IND-IDX)   DELIMITED BY SPACE
                 INTO CSV-LINHA-DESEMP WITH POINTER CSV-PONTEIRO
              END-STRING
           END-PERFORM

           WRITE CSV-LINHA-DESEMP
           END-WRITE
           EXIT SECTION.

       ESCREVER-LINHA-CSV SECTION.
      ******************************************************************
      *    LINHA DO DOCENTE EM DOC-IDX NO DESEMPENHO.CSV. UM INDICADOR
      *    SEM DADOS FICA COM O CAMPO VAZIO.
      ******************************************************************
           MOVE SPACES TO CSV-LINHA-DESEMP
           MOVE 1 TO CSV-PONTEIRO
           STRING DES-CODIGO             DELIMITED BY SPACE
                  ";"                    DELIMITED BY SIZE
                  DOC-SIGLA (DOC-IDX)    DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  FUNCTION TRIM (DOC-NOME (DOC-IDX)) DELIMITED BY SIZE
              INTO CSV-LINHA-DESEMP WITH POINTER CSV-PONTEIRO
           END-STRING

           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 10
              STRING ";" DELIMITED BY SIZE
                 INTO CSV-LINHA-DESEMP WITH POINTER CSV-PONTEIRO
              END-STRING
              IF DOC-IND-TEM (DOC-IDX, IND-IDX) = "S" THEN
                 MOVE DOC-IND-VALOR (DOC-IDX, IND-IDX) TO VALOR-EDIT
                 STRING FUNCTION TRIM (VALOR-EDIT) DELIMITED BY SIZE
                    INTO CSV-LINHA-DESEMP WITH POINTER CSV-PONTEIRO
                 END-STRING
              END-IF

              STRING ";" DELIMITED BY SIZE
                 INTO CSV-LINHA-DESEMP WITH POINTER CSV-PONTEIRO
              END-STRING
              IF MED-CONT (IND-IDX) > ZEROS THEN
                 MOVE MED-VALOR (IND-IDX) TO VALOR-EDIT
                 STRING FUNCTION TRIM (VALOR-EDIT) DELIMITED BY SIZE
                    INTO CSV-LINHA-DESEMP WITH POINTER CSV-PONTEIRO
                 END-STRING
              END-IF
           END-PERFORM

           WRITE CSV-LINHA-DESEMP
           END-WRITE
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

       END PROGRAM GESTORDESEMPENHO.
