      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA REUNIR NUMA SO PAGINA POR CURSO
      *    (FICHEIRO DE CURSOS, VER GESTORCURSOS) OS INDICADORES DE
      *    GESTAO DE UM PERIODO LETIVO (VER GESTORPERIODOS), EM VEZ DE
      *    JUNTAR A MAO OS RESULTADOS DE VARIOS GESTORES. AS UNIDADES
      *    DO CURSO LIGAM OS FICHEIROS AO CURSO:
      *      - CANDIDATURAS RECEBIDAS NO PERIODO E CONVERTIDAS EM
      *        INSCRICAO (GESTORCANDIDATURAS);
      *      - ALUNOS INSCRITOS NO PERIODO, ATIVOS NO FIM DO PERIODO E
      *        QUE ANULARAM TODAS AS INSCRICOES DO CURSO DURANTE O
      *        PERIODO (ABANDONO), E A TAXA DE ABANDONO;
      *      - TAXA MEDIA DE PRESENCA NAS AULAS NAO CANCELADAS (AS
      *        AUSENCIAS JUSTIFICADAS NAO CONTAM, COMO NO RELATORIO DE
      *        ASSIDUIDADE);
      *      - TAXA DE APROVACAO POR ALUNO E UNIDADE AVALIADOS NO
      *        PERIODO, CONTANDO A APROVACAO EM RECURSO, E O NUMERO DE
      *        APROVADOS EM RECURSO (GESTORNOTAS);
      *      - CERTIFICADOS EMITIDOS (GESTORCERT);
      *      - RECEITA FATURADA (FATURAS NAO ANULADAS DOS MESES DO
      *        PERIODO), COBRADA (RECIBOS DO PERIODO) E HONORARIOS DOS
      *        FORMADORES PELAS AULAS DADAS, CALCULADOS COMO NO
      *        GESTORHONORARIOS (DURACAO DAS AULAS X TARIFA HORARIA).
      *    CADA INDICADOR E COMPARADO COM O PERIODO LETIVO ANTERIOR (O
      *    QUE TERMINA MAIS PERTO ANTES DO INICIO DO PERIODO PEDIDO).
      *    AS PAGINAS SAO MOSTRADAS NO ECRA E GRAVADAS NOS FICHEIROS
      *    INDICADORES.REL (PARA IMPRESSAO) E INDICADORES.CSV (PARA A
      *    FOLHA DE CALCULO DA DIRECAO).
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      *    V1.1 | 15.10.2026 | A RECEITA FATURADA PASSA A SER LIQUIDA
      *    DAS NOTAS DE CREDITO (COMO NOS TOTAIS DO GESTORFATURAS) E AS
      *    FATURAS AGRUPADAS DOS PATROCINADORES, QUE NAO TEM UNIDADE,
      *    SAO REPARTIDAS PELOS CURSOS DAS UNIDADES DO SEU ANEXO POR
      *    ALUNO, TAL COMO OS RECIBOS QUE AS PAGAM.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORINDICADORES.

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

           SELECT CURSOS ASSIGN TO "cursosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCURSO-SIGLA
              FILE STATUS FS-CURSOS.

           SELECT CANDIDATURAS ASSIGN TO "candidaturas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCAND-NUMERO
              FILE STATUS FS-CANDIDATURAS.

           SELECT INSCRICOES ASSIGN TO "inscricoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINSC-CHAVE
              FILE STATUS FS-INSCRICOES.

           SELECT HORARIOSFILE ASSIGN TO "horariosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDDATAAULA
              FILE STATUS FS-HORARIO.

           SELECT PRESENCAS ASSIGN TO "presencas"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-PRESENCAS.

           SELECT JUSTIFICACOES ASSIGN TO "justificacoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDJUST-CHAVE
              FILE STATUS FS-JUSTIFICACOES.

           SELECT NOTAS ASSIGN TO "notasfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDNOTA-CHAVE
              FILE STATUS FS-NOTAS.

           SELECT CERTIFICADOS ASSIGN TO "certificados"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCERT-NUMERO
              FILE STATUS FS-CERTIFICADOS.

           SELECT FATURAS ASSIGN TO "faturas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDFAT-NUMERO
              FILE STATUS FS-FATURAS.

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

           SELECT FATANEXO ASSIGN TO "faturasanexo"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDANX-CHAVE
              FILE STATUS FS-FATANEXO.

           SELECT TARIFAS ASSIGN TO "tarifas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDTAR-SIGLAPROF
              FILE STATUS FS-TARIFAS.

           SELECT RELATORIO ASSIGN TO "indicadores.rel"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-RELATORIO.

           SELECT INDICCSV ASSIGN TO "indicadores.csv"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-INDICCSV.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS.
       COPY FDPERIODOS.

       FD  CURSOS.
       COPY FDCURSOS.

       FD  CANDIDATURAS.
       COPY FDCANDIDATURAS.

       FD  INSCRICOES.
       COPY FDINSCRICOES.

       FD  HORARIOSFILE.
       COPY FDHORARIOS.

       FD  PRESENCAS.
       COPY FDPRESENCAS.

       FD  JUSTIFICACOES.
       COPY FDJUSTIFICACOES.

       FD  NOTAS.
       COPY FDNOTAS.

       FD  CERTIFICADOS.
       COPY FDCERTIFICADOS.

       FD  FATURAS.
       COPY FDFATURAS.

       FD  RECIBOS.
       COPY FDRECIBOS.

       FD  NOTASCREDITO.
       COPY FDNOTASCREDITO.

       FD  FATANEXO.
       COPY FDFATANEXO.

       FD  TARIFAS.
       COPY FDTARIFAS.

       FD  RELATORIO.
       01  REL-LINHA                PIC X(132).

       FD  INDICCSV.
       01  CSV-LINHA-INDIC          PIC X(500).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.

       77  FS-PERIODOS              PIC X(002).
       77  FS-CURSOS                PIC X(002).
       77  FS-CANDIDATURAS          PIC X(002).
       77  FS-INSCRICOES            PIC X(002).
       77  FS-HORARIO               PIC X(002).
       77  FS-PRESENCAS             PIC X(002).
       77  FS-JUSTIFICACOES         PIC X(002).
       77  FS-NOTAS                 PIC X(002).
       77  FS-CERTIFICADOS          PIC X(002).
       77  FS-FATURAS               PIC X(002).
       77  FS-RECIBOS               PIC X(002).
       77  FS-NOTASCREDITO          PIC X(002).
       77  FS-FATANEXO              PIC X(002).
       77  FS-TARIFAS               PIC X(002).
       77  FS-RELATORIO             PIC X(002).
       77  FS-INDICCSV              PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  LINHA                    PIC 9(004).
       77  KPI-CODIGO               PIC X(006).
       77  KPI-CODIGO-ANT           PIC X(006).
       77  DATA-LIDA                PIC 9(008).
       77  MES-LIDO                 PIC 9(006).
       77  DATA-ANULACAO            PIC 9(008).
       77  PER-IDX                  PIC 9(001).
       77  PER-LIDO                 PIC 9(001).
       77  CUR-IDX                  PIC 9(004).
       77  CUR-MAX                  PIC 9(004).
       77  UNI-IDX                  PIC 9(002).
       77  UNI-ALVO                 PIC X(005).
       77  UNI-ACHADA               PIC X(001).
       77  ACH-IDX                  PIC 9(004).
       77  ACH-MAX                  PIC 9(004).
       77  IND-IDX                  PIC 9(002).
       77  ALU-IDNUM                PIC 9(006).
       77  NPAR-IDNUM               PIC 9(006).
       77  NPAR-UNIDADE             PIC X(005).
       77  HON-MINUTOS              PIC 9(003).
       77  CONT-PAGINAS             PIC 9(004).
       77  CONT-SEM-TARIFA          PIC 9(005).
       77  TABELA-CHEIA             PIC X(001).
       77  FIM-FICHEIRO             PIC X(001).
           88  FIM-FICHEIRO-SIM     VALUE "S".
       77  VALOR-EDIT               PIC ZZZZZZZZ9.99.
       77  DIFERENCA                PIC S9(009)V99.
       77  DIFERENCA-EDIT           PIC +++++++++9.99.
       77  CSV-PONTEIRO             PIC 9(003).
       77  TOTAL-NOTAS-FAT          PIC 9(007)V99.
       77  FAT-LIQUIDO              PIC 9(007)V99.
       77  ANX-TOTAL                PIC 9(007)V99.
       77  REP-VALOR                PIC 9(007)V99.
       77  REP-PARTE                PIC 9(007)V99.
       77  REP-DESTINO              PIC X(001).
           88  REP-FATURADO         VALUE "F".
           88  REP-COBRADO          VALUE "C".

      *    PERIODO PEDIDO (1) E PERIODO ANTERIOR (2). SEM PERIODO
      *    ANTERIOR, PER-EXISTE (2) FICA "N" E A COLUNA FICA SEM DADOS.
       01  PER-TAB.
           05  PER-LINHA OCCURS 2 TIMES.
               10  PER-CODIGO       PIC X(006).
               10  PER-INICIO       PIC 9(008).
               10  PER-FIM          PIC 9(008).
               10  PER-MES-INICIO   PIC 9(006).
               10  PER-MES-FIM      PIC 9(006).
               10  PER-EXISTE       PIC X(001).

      *    TABELA DOS CURSOS: UNIDADES DO CURSO, ACUMULADORES DE CADA
      *    PERIODO E OS TREZE INDICADORES CALCULADOS (CUR-IND-TEM = "S"
      *    QUANDO HA DADOS). CUR-HON-VALOR SOMA MINUTOS X TARIFA.
       01  CUR-TAB.
           05  CUR-LINHA OCCURS 100 TIMES.
               10  CUR-SIGLA        PIC X(005).
               10  CUR-NOME         PIC X(030).
               10  CUR-ESTADO       PIC 9(001).
               10  CUR-UNIDADE      PIC X(005) OCCURS 8 TIMES.
               10  CUR-ATIVIDADE    PIC X(001).
               10  CUR-PER OCCURS 2 TIMES.
                   15  CUR-CAND-RECEBIDAS   PIC 9(005).
                   15  CUR-CAND-CONVERTIDAS PIC 9(005).
                   15  CUR-INSCRITOS        PIC 9(005).
                   15  CUR-ATIVOS           PIC 9(005).
                   15  CUR-ANULADOS         PIC 9(005).
                   15  CUR-PRES-TOTAL       PIC 9(007).
                   15  CUR-PRES-PRESENTES   PIC 9(007).
                   15  CUR-AVALIADOS        PIC 9(005).
                   15  CUR-APROVADOS        PIC 9(005).
                   15  CUR-APROV-RECURSO    PIC 9(005).
                   15  CUR-CERTIFICADOS     PIC 9(005).
                   15  CUR-FATURADO         PIC 9(009)V99.
                   15  CUR-COBRADO          PIC 9(009)V99.
                   15  CUR-HON-VALOR        PIC 9(011)V99.
                   15  CUR-IND OCCURS 13 TIMES.
                       20  CUR-IND-VALOR    PIC 9(009)V99.
                       20  CUR-IND-TEM      PIC X(001).

      *    CURSOS A QUE PERTENCE A UNIDADE EM UNI-ALVO.
       01  ACH-TAB.
           05  ACH-CURSO            PIC 9(004) OCCURS 100 TIMES.

      *    SITUACAO DO ALUNO LIDO EM CADA CURSO E PERIODO, A PARTIR DAS
      *    SUAS INSCRICOES NAS UNIDADES DO CURSO.
       01  ALU-TAB.
           05  ALU-CURSO OCCURS 100 TIMES.
               10  ALU-PER OCCURS 2 TIMES.
                   15  ALU-INSCRITO PIC X(001).
                   15  ALU-ATIVO    PIC X(001).
                   15  ALU-ANULOU   PIC X(001).

      *    RESULTADO DO PAR ALUNO/UNIDADE LIDO NAS NOTAS, EM CADA
      *    PERIODO (TODAS AS TENTATIVAS DO PAR SAO SEGUIDAS NA CHAVE).
       01  NPAR-TAB.
           05  NPAR-PER OCCURS 2 TIMES.
               10  NPAR-AVALIADO    PIC X(001).
               10  NPAR-APROVADO    PIC X(001).
               10  NPAR-RECURSO     PIC X(001).

       01  IND-NOMES-VALORES.
           03  FILLER               PIC X(035) VALUE
               "CANDIDATURAS RECEBIDAS".
           03  FILLER               PIC X(035) VALUE
               "CANDIDATURAS CONVERTIDAS".
           03  FILLER               PIC X(035) VALUE
               "ALUNOS INSCRITOS".
           03  FILLER               PIC X(035) VALUE
               "ALUNOS ATIVOS NO FIM DO PERIODO".
           03  FILLER               PIC X(035) VALUE
               "ALUNOS COM INSCRICOES ANULADAS".
           03  FILLER               PIC X(035) VALUE
               "TAXA DE ABANDONO (%)".
           03  FILLER               PIC X(035) VALUE
               "TAXA MEDIA DE PRESENCA (%)".
           03  FILLER               PIC X(035) VALUE
               "TAXA DE APROVACAO C/ RECURSO (%)".
           03  FILLER               PIC X(035) VALUE
               "APROVADOS EM RECURSO".
           03  FILLER               PIC X(035) VALUE
               "CERTIFICADOS EMITIDOS".
           03  FILLER               PIC X(035) VALUE
               "RECEITA FATURADA".
           03  FILLER               PIC X(035) VALUE
               "RECEITA COBRADA".
           03  FILLER               PIC X(035) VALUE
               "HONORARIOS DOS FORMADORES".
       01  IND-NOMES REDEFINES IND-NOMES-VALORES.
           03  IND-NOME             PIC X(035) OCCURS 13 TIMES.

       01  IND-CSV-VALORES.
           03  FILLER               PIC X(020) VALUE "CAND-RECEBIDAS".
           03  FILLER               PIC X(020) VALUE
               "CAND-CONVERTIDAS".
           03  FILLER               PIC X(020) VALUE "INSCRITOS".
           03  FILLER               PIC X(020) VALUE "ATIVOS".
           03  FILLER               PIC X(020) VALUE "ANULADOS".
           03  FILLER               PIC X(020) VALUE "TAXA-ABANDONO".
           03  FILLER               PIC X(020) VALUE "TAXA-PRESENCA".
           03  FILLER               PIC X(020) VALUE "TAXA-APROVACAO".
           03  FILLER               PIC X(020) VALUE "APROV-RECURSO".
           03  FILLER               PIC X(020) VALUE "CERTIFICADOS".
           03  FILLER               PIC X(020) VALUE "FATURADO".
           03  FILLER               PIC X(020) VALUE "COBRADO".
           03  FILLER               PIC X(020) VALUE "HONORARIOS".
       01  IND-CSV-NOMES REDEFINES IND-CSV-VALORES.
           03  IND-CSV              PIC X(020) OCCURS 13 TIMES.

      *    VALORES DE UMA LINHA DO ECRA, JA EDITADOS.
       77  SCR-NOME                 PIC X(035).
       77  SCR-ATUAL                PIC X(012).
       77  SCR-ANTERIOR             PIC X(012).
       77  SCR-VARIACAO             PIC X(013).
       77  SCR-CURSO-SIGLA          PIC X(005).
       77  SCR-CURSO-NOME           PIC X(030).

       01  REL-CABECALHO.
           03  FILLER               PIC X(037) VALUE
               "INDICADORES DE GESTAO DO CURSO | PER.".
           03  FILLER               PIC X(001) VALUE SPACE.
           03  REL-CAB-PERIODO      PIC X(006).
           03  FILLER               PIC X(004) VALUE " DE ".
           03  REL-CAB-INICIO       PIC X(010).
           03  FILLER               PIC X(003) VALUE " A ".
           03  REL-CAB-FIM          PIC X(010).
           03  FILLER               PIC X(013) VALUE " | ANTERIOR: ".
           03  REL-CAB-ANTERIOR     PIC X(006).
           03  FILLER               PIC X(014) VALUE " | EMITIDO EM ".
           03  REL-CAB-DATA         PIC X(010).

       01  REL-CURSO.
           03  FILLER               PIC X(007) VALUE "CURSO: ".
           03  REL-CUR-SIGLA        PIC X(005).
           03  FILLER               PIC X(003) VALUE " - ".
           03  REL-CUR-NOME         PIC X(030).

       01  REL-IND-CABECALHO.
           03  FILLER               PIC X(040) VALUE "   INDICADOR".
           03  FILLER               PIC X(015) VALUE
               "  PERIODO ATUAL".
           03  FILLER               PIC X(015) VALUE
               "  PER. ANTERIOR".
           03  FILLER               PIC X(015) VALUE
               "       VARIACAO".

       01  REL-INDICADOR.
           03  FILLER               PIC X(003) VALUE SPACES.
           03  REL-IND-NOME         PIC X(035).
           03  FILLER               PIC X(005) VALUE SPACES.
           03  REL-IND-ATUAL        PIC X(012).
           03  FILLER               PIC X(003) VALUE SPACES.
           03  REL-IND-ANTERIOR     PIC X(012).
           03  FILLER               PIC X(002) VALUE SPACES.
           03  REL-IND-VARIACAO     PIC X(013).

       01  REL-SEPARADOR.
           03  FILLER               PIC X(085) VALUE ALL "-".

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DE ESCOLHA DO PERIODO.

       01  INDICADORES-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 45 VALUE "I N D I C A D O R E S".
           03  LINE 03 COL 69 VALUE "D O S   C U R S O S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "CODIGO DO PERIODO LETIVO:".
           03  KPI-CODIGO-CAMPO LINE 09 COL 36 PIC X(6) TO KPI-CODIGO
               AUTO REQUIRED.
           03  LINE 11 COL 10 VALUE "CADA CURSO E COMPARADO COM O PERIOD
      -        "O LETIVO ANTERIOR".

      ******************************************************************
      *    SCREEN DA PAGINA DE UM CURSO.

       01  RELATORIO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 45 VALUE "I N D I C A D O R E S".
           03  LINE 03 COL 69 VALUE "D O S   C U R S O S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 06 COL 05 VALUE "CURSO:".
           03  LINE 06 COL 12 PIC X(5) FROM SCR-CURSO-SIGLA.
           03  LINE 06 COL 19 PIC X(30) FROM SCR-CURSO-NOME.
           03  LINE 08 COL 05 VALUE "INDICADOR".
           03  LINE 08 COL 47 VALUE "ATUAL".
           03  LINE 08 COL 53 PIC X(6) FROM KPI-CODIGO.
           03  LINE 08 COL 65 VALUE "ANTERIOR".
           03  LINE 08 COL 74 PIC X(6) FROM KPI-CODIGO-ANT.
           03  LINE 08 COL 89 VALUE "VARIACAO".
           03  LINE 09 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN QUE MOSTRA A LINHA DE UM INDICADOR.

       01  LINHA-RELATORIO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE LINHA COL 05 PIC X(35) FROM SCR-NOME.
           03  LINE LINHA COL 45 PIC X(12) FROM SCR-ATUAL.
           03  LINE LINHA COL 65 PIC X(12) FROM SCR-ANTERIOR.
           03  LINE LINHA COL 84 PIC X(13) FROM SCR-VARIACAO.

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

       01  SEM-CURSOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 31 VALUE "NAO EXISTEM CURSOS REGISTADOS | PRE
      -       "SSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  FIM-RELATORIO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 20 VALUE "INDICADORES GRAVADOS EM INDICADORES
      -       ".REL E INDICADORES.CSV | PRESSIONE QUALQUER TECLA PARA CO
      -       "NTINUAR" FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM PARA VER A PAGINA DO CURSO SEGUINTE.

       01  MAIS-RELATORIO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 26 COL 44 VALUE "PRESSIONE QUALQUER TECLA PARA VER M
      -        "AIS" HIGHLIGHT.
           03  LINE 01 COL 01 PIC X(001) TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.

       INDICADORES SECTION.
      ******************************************************************
      *    SECAO PRINCIPAL: PEDE O PERIODO, PROCURA O PERIODO ANTERIOR,
      *    ACUMULA OS DADOS DE CADA FICHEIRO POR CURSO E PERIODO,
      *    CALCULA OS INDICADORES E EMITE AS PAGINAS.
      ******************************************************************
           MOVE "; GESTOR: INDICADORES" TO WSLOG-PROGRAM
           MOVE "; MENU: INDICADORES DOS CURSOS" TO WSLOG-SECTION

           MOVE SPACES TO KPI-CODIGO
           DISPLAY INDICADORES-SCREEN
           ACCEPT KPI-CODIGO-CAMPO
           IF KEYSTATUS = 1003 OR KPI-CODIGO = SPACES THEN
              EXIT PROGRAM
           END-IF

           MOVE FUNCTION UPPER-CASE (KPI-CODIGO) TO KPI-CODIGO

           INITIALIZE PER-TAB
           OPEN INPUT PERIODOS
           IF FS-PERIODOS NOT = "00" THEN
              ACCEPT PERIODO-INEXISTENTE-SCREEN
              EXIT PROGRAM
           END-IF

           MOVE KPI-CODIGO TO FDPER-CODIGO
           READ PERIODOS RECORD
              INVALID KEY
                 CLOSE PERIODOS
                 ACCEPT PERIODO-INEXISTENTE-SCREEN
                 EXIT PROGRAM
           END-READ
           MOVE 1 TO PER-IDX
           PERFORM GUARDAR-PERIODO

           PERFORM PROCURAR-PERIODO-ANTERIOR
           CLOSE PERIODOS

           IF PER-EXISTE (2) = "S" THEN
              MOVE PER-CODIGO (2) TO KPI-CODIGO-ANT
           ELSE
              MOVE "------" TO KPI-CODIGO-ANT
           END-IF

           PERFORM CARREGAR-CURSOS
           IF CUR-MAX = ZEROS THEN
              ACCEPT SEM-CURSOS-SCREEN
              EXIT PROGRAM
           END-IF

           PERFORM ACUMULAR-CANDIDATURAS
           PERFORM ACUMULAR-INSCRICOES
           PERFORM ACUMULAR-PRESENCAS
           PERFORM ACUMULAR-NOTAS
           PERFORM ACUMULAR-CERTIFICADOS
           PERFORM ACUMULAR-FATURAS
           PERFORM ACUMULAR-RECIBOS
           PERFORM ACUMULAR-HONORARIOS
           PERFORM CALCULAR-INDICADORES

           OPEN OUTPUT RELATORIO
           OPEN OUTPUT INDICCSV
           PERFORM ESCREVER-PAGINAS
           CLOSE RELATORIO, INDICCSV

           MOVE "; INDICADORES: " TO WSLOG-VIEW-HEADING
           MOVE KPI-CODIGO TO WSLOG-VIEW-KEY
           MOVE "; INDICADORES DOS CURSOS EMITIDOS" TO
              WSLOG-VIEW-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT FIM-RELATORIO-SCREEN
           EXIT PROGRAM.

       GUARDAR-PERIODO SECTION.
      ******************************************************************
      *    GUARDA O PERIODO LIDO NA POSICAO PER-IDX DA TABELA.
      ******************************************************************
           MOVE FDPER-CODIGO TO PER-CODIGO (PER-IDX)
           MOVE FDPER-DATA-INICIO TO PER-INICIO (PER-IDX)
           MOVE FDPER-DATA-FIM TO PER-FIM (PER-IDX)
           MOVE FDPER-DATA-INICIO (1:6) TO PER-MES-INICIO (PER-IDX)
           MOVE FDPER-DATA-FIM (1:6) TO PER-MES-FIM (PER-IDX)
           MOVE "S" TO PER-EXISTE (PER-IDX)
           EXIT SECTION.

       PROCURAR-PERIODO-ANTERIOR SECTION.
      ******************************************************************
      *    O PERIODO ANTERIOR E O QUE TERMINA MAIS TARDE ANTES DO
      *    INICIO DO PERIODO PEDIDO (O FICHEIRO DE PERIODOS ESTA
      *    ABERTO).
      ******************************************************************
           MOVE "N" TO PER-EXISTE (2)
           MOVE 2 TO PER-IDX

           MOVE LOW-VALUES TO FDPER-CODIGO
           START PERIODOS KEY IS GREATER OR EQUAL FDPER-CODIGO
              INVALID KEY
                 SET STATUS-PERIODO TO TRUE
           END-START

           IF FS-PERIODOS = "00" THEN
              PERFORM UNTIL STATUS-PERIODO
                 READ PERIODOS NEXT RECORD
                    AT END
                       SET STATUS-PERIODO TO TRUE
                    NOT AT END
                       IF FDPER-DATA-FIM < PER-INICIO (1) THEN
                          IF PER-EXISTE (2) NOT = "S"
                          OR FDPER-DATA-FIM > PER-FIM (2) THEN
                             PERFORM GUARDAR-PERIODO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       CARREGAR-CURSOS SECTION.
      ******************************************************************
      *    CARREGA OS CURSOS REGISTADOS NA TABELA, COM AS SUAS UNIDADES
      *    E OS ACUMULADORES A ZERO.
      ******************************************************************
           MOVE ZEROS TO CUR-MAX, CONT-SEM-TARIFA
           MOVE SPACES TO TABELA-CHEIA

           OPEN INPUT CURSOS
           IF FS-CURSOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDCURSO-SIGLA
           START CURSOS KEY IS GREATER OR EQUAL FDCURSO-SIGLA
              INVALID KEY
                 SET STATUS-CURSO TO TRUE
           END-START

           IF FS-CURSOS = "00" THEN
              PERFORM UNTIL STATUS-CURSO
                 READ CURSOS NEXT RECORD
                    AT END
                       SET STATUS-CURSO TO TRUE
                    NOT AT END
                       IF CUR-MAX < 100 THEN
                          ADD 1 TO CUR-MAX
                          INITIALIZE CUR-LINHA (CUR-MAX)
                          MOVE FDCURSO-SIGLA TO CUR-SIGLA (CUR-MAX)
                          MOVE FDCURSO-NOME TO CUR-NOME (CUR-MAX)
                          MOVE FDCURSO-ESTADO TO CUR-ESTADO (CUR-MAX)
                          PERFORM VARYING UNI-IDX FROM 1 BY 1
                             UNTIL UNI-IDX > 8
                             MOVE FDCURSO-UNIDADE (UNI-IDX) TO
                                CUR-UNIDADE (CUR-MAX, UNI-IDX)
                          END-PERFORM
                       ELSE
                          MOVE "S" TO TABELA-CHEIA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE CURSOS
           EXIT SECTION.

       PROCURAR-CURSOS-UNIDADE SECTION.
      ******************************************************************
      *    DEVOLVE EM ACH-TAB (ACH-MAX POSICOES) OS CURSOS QUE TEM A
      *    UNIDADE EM UNI-ALVO NO SEU PLANO.
      ******************************************************************
           MOVE ZEROS TO ACH-MAX
           IF UNI-ALVO = SPACES THEN
              EXIT SECTION
           END-IF

           PERFORM VARYING CUR-IDX FROM 1 BY 1 UNTIL CUR-IDX > CUR-MAX
              MOVE SPACES TO UNI-ACHADA
              PERFORM VARYING UNI-IDX FROM 1 BY 1
                 UNTIL UNI-IDX > 8 OR UNI-ACHADA = "S"
                 IF CUR-UNIDADE (CUR-IDX, UNI-IDX) = UNI-ALVO THEN
                    MOVE "S" TO UNI-ACHADA
                    ADD 1 TO ACH-MAX
                    MOVE CUR-IDX TO ACH-CURSO (ACH-MAX)
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT SECTION.

       DETERMINAR-PERIODO SECTION.
      ******************************************************************
      *    DEVOLVE EM PER-LIDO O PERIODO (1 OU 2) DA DATA EM DATA-LIDA,
      *    OU ZERO QUANDO A DATA NAO CAI EM NENHUM DOS DOIS.
      ******************************************************************
           MOVE ZEROS TO PER-LIDO
           IF DATA-LIDA >= PER-INICIO (1)
           AND DATA-LIDA <= PER-FIM (1) THEN
              MOVE 1 TO PER-LIDO
              EXIT SECTION
           END-IF
           IF PER-EXISTE (2) = "S"
           AND DATA-LIDA >= PER-INICIO (2)
           AND DATA-LIDA <= PER-FIM (2) THEN
              MOVE 2 TO PER-LIDO
           END-IF
           EXIT SECTION.

       DETERMINAR-PERIODO-MES SECTION.
      ******************************************************************
      *    IGUAL A DETERMINAR-PERIODO, PARA UM MES (AAAAMM) EM
      *    MES-LIDO: CONTAM OS MESES QUE O PERIODO ABRANGE.
      ******************************************************************
           MOVE ZEROS TO PER-LIDO
           IF MES-LIDO >= PER-MES-INICIO (1)
           AND MES-LIDO <= PER-MES-FIM (1) THEN
              MOVE 1 TO PER-LIDO
              EXIT SECTION
           END-IF
           IF PER-EXISTE (2) = "S"
           AND MES-LIDO >= PER-MES-INICIO (2)
           AND MES-LIDO <= PER-MES-FIM (2) THEN
              MOVE 2 TO PER-LIDO
           END-IF
           EXIT SECTION.

       ACUMULAR-CANDIDATURAS SECTION.
      ******************************************************************
      *    CONTA AS CANDIDATURAS RECEBIDAS NO PERIODO E AS QUE JA FORAM
      *    CONVERTIDAS EM INSCRICAO, NOS CURSOS DA UNIDADE PRETENDIDA.
      ******************************************************************
           OPEN INPUT CANDIDATURAS
           IF FS-CANDIDATURAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO FDCAND-NUMERO
           START CANDIDATURAS KEY IS GREATER OR EQUAL FDCAND-NUMERO
              INVALID KEY
                 SET STATUS-CANDIDATURA TO TRUE
           END-START

           IF FS-CANDIDATURAS = "00" THEN
              PERFORM UNTIL STATUS-CANDIDATURA
                 READ CANDIDATURAS NEXT RECORD
                    AT END
                       SET STATUS-CANDIDATURA TO TRUE
                    NOT AT END
                       MOVE FDCAND-DATA TO DATA-LIDA
                       PERFORM DETERMINAR-PERIODO
                       IF PER-LIDO NOT = ZEROS THEN
                          MOVE FDCAND-SIGLAUNIDADE TO UNI-ALVO
                          PERFORM ACUMULAR-CANDIDATURA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE CANDIDATURAS
           EXIT SECTION.

       ACUMULAR-CANDIDATURA SECTION.
      ******************************************************************
      *    SOMA A CANDIDATURA LIDA NOS CURSOS DA UNIDADE.
      ******************************************************************
           PERFORM PROCURAR-CURSOS-UNIDADE
           PERFORM VARYING ACH-IDX FROM 1 BY 1 UNTIL ACH-IDX > ACH-MAX
              MOVE ACH-CURSO (ACH-IDX) TO CUR-IDX
              ADD 1 TO CUR-CAND-RECEBIDAS (CUR-IDX, PER-LIDO)
              IF FDCAND-INSCRITA THEN
                 ADD 1 TO CUR-CAND-CONVERTIDAS (CUR-IDX, PER-LIDO)
              END-IF
           END-PERFORM
           EXIT SECTION.

       ACUMULAR-INSCRICOES SECTION.
      ******************************************************************
      *    AS INSCRICOES ESTAO SEGUIDAS POR ALUNO NA CHAVE. PARA CADA
      *    ALUNO E MARCADA A SITUACAO EM CADA CURSO E PERIODO, QUE E
      *    SOMADA AO MUDAR DE ALUNO (FECHAR-ALUNO).
      ******************************************************************
           INITIALIZE ALU-TAB
           MOVE ZEROS TO ALU-IDNUM

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
                       IF FDINSC-IDNUM NOT = ALU-IDNUM THEN
                          PERFORM FECHAR-ALUNO
                          MOVE FDINSC-IDNUM TO ALU-IDNUM
                       END-IF
                       PERFORM MARCAR-INSCRICAO
                 END-READ
              END-PERFORM
              PERFORM FECHAR-ALUNO
           END-IF

           CLOSE INSCRICOES
           EXIT SECTION.

       MARCAR-INSCRICAO SECTION.
      ******************************************************************
      *    EM CADA PERIODO, A INSCRICAO LIDA CONTA COMO INSCRITA SE FOI
      *    FEITA ATE AO FIM DO PERIODO E NAO FOI ANULADA ANTES DO SEU
      *    INICIO; COMO ATIVA SE NAO ESTAVA ANULADA NO FIM DO PERIODO;
      *    E COMO ANULADA SE A ANULACAO CAIU DENTRO DO PERIODO. UMA
      *    INSCRICAO ANULADA SEM DATA DE ANULACAO (ANTERIOR A ESSE
      *    CAMPO) CONTA COMO ANULADA NA DATA DA INSCRICAO.
      ******************************************************************
           IF FDINSC-ANULADA THEN
              MOVE FDINSC-DATA-ANULACAO TO DATA-ANULACAO
              IF DATA-ANULACAO = ZEROS THEN
                 MOVE FDINSC-DATA-INSCRICAO TO DATA-ANULACAO
              END-IF
           ELSE
              MOVE 99999999 TO DATA-ANULACAO
           END-IF

           MOVE FDINSC-SIGLAUNIDADE TO UNI-ALVO
           PERFORM PROCURAR-CURSOS-UNIDADE

           PERFORM VARYING PER-IDX FROM 1 BY 1 UNTIL PER-IDX > 2
              IF PER-EXISTE (PER-IDX) = "S"
              AND FDINSC-DATA-INSCRICAO <= PER-FIM (PER-IDX)
              AND DATA-ANULACAO >= PER-INICIO (PER-IDX) THEN
                 PERFORM VARYING ACH-IDX FROM 1 BY 1
                    UNTIL ACH-IDX > ACH-MAX
                    MOVE ACH-CURSO (ACH-IDX) TO CUR-IDX
                    MOVE "S" TO ALU-INSCRITO (CUR-IDX, PER-IDX)
                    IF DATA-ANULACAO > PER-FIM (PER-IDX) THEN
                       MOVE "S" TO ALU-ATIVO (CUR-IDX, PER-IDX)
                    ELSE
                       MOVE "S" TO ALU-ANULOU (CUR-IDX, PER-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           EXIT SECTION.

       FECHAR-ALUNO SECTION.
      ******************************************************************
      *    SOMA O ALUNO ANTERIOR NOS CURSOS E PERIODOS EM QUE ESTAVA
      *    INSCRITO. UM ALUNO SEM NENHUMA INSCRICAO ATIVA NO CURSO NO
      *    FIM DO PERIODO, E COM ANULACOES NO PERIODO, CONTA COMO
      *    ABANDONO.
      ******************************************************************
           IF ALU-IDNUM = ZEROS THEN
              EXIT SECTION
           END-IF

           PERFORM VARYING CUR-IDX FROM 1 BY 1 UNTIL CUR-IDX > CUR-MAX
              PERFORM VARYING PER-IDX FROM 1 BY 1 UNTIL PER-IDX > 2
                 IF ALU-INSCRITO (CUR-IDX, PER-IDX) = "S" THEN
                    ADD 1 TO CUR-INSCRITOS (CUR-IDX, PER-IDX)
                    IF ALU-ATIVO (CUR-IDX, PER-IDX) = "S" THEN
                       ADD 1 TO CUR-ATIVOS (CUR-IDX, PER-IDX)
                    ELSE
                       IF ALU-ANULOU (CUR-IDX, PER-IDX) = "S" THEN
                          ADD 1 TO CUR-ANULADOS (CUR-IDX, PER-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM

           INITIALIZE ALU-TAB
           EXIT SECTION.

       ACUMULAR-PRESENCAS SECTION.
      ******************************************************************
      *    CONTA AS PRESENCAS REGISTADAS NAS AULAS NAO CANCELADAS DE
      *    CADA PERIODO, NOS CURSOS DA UNIDADE DA AULA. AS AUSENCIAS
      *    JUSTIFICADAS NAO CONTAM. A PRIMEIRA LINHA DO FICHEIRO E O
      *    CABECALHO E E IGNORADA.
      ******************************************************************
           MOVE SPACES TO FIM-FICHEIRO

           OPEN INPUT PRESENCAS
           IF FS-PRESENCAS NOT = "00" THEN
              EXIT SECTION
           END-IF
           OPEN INPUT HORARIOSFILE
           OPEN INPUT JUSTIFICACOES

           READ PRESENCAS NEXT RECORD
              AT END SET FIM-FICHEIRO-SIM TO TRUE
           END-READ

           PERFORM UNTIL FIM-FICHEIRO-SIM
              READ PRESENCAS NEXT RECORD
                 AT END SET FIM-FICHEIRO-SIM TO TRUE
                 NOT AT END
                    MOVE FDPRES-DATAAULA (1:8) TO DATA-LIDA
                    PERFORM DETERMINAR-PERIODO
                    IF PER-LIDO NOT = ZEROS THEN
                       PERFORM ACUMULAR-PRESENCA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PRESENCAS, HORARIOSFILE, JUSTIFICACOES
           EXIT SECTION.

       ACUMULAR-PRESENCA SECTION.
      ******************************************************************
      *    ACUMULA A PRESENCA LIDA NOS CURSOS DA UNIDADE DA AULA.
      ******************************************************************
           MOVE FDPRES-DATAAULA TO FDDATAAULA
           READ HORARIOSFILE RECORD
              INVALID KEY
                 EXIT SECTION
           END-READ

           IF FDAULA-CANCELADA THEN
              EXIT SECTION
           END-IF

           IF FDPRES-AUSENTE AND FS-JUSTIFICACOES = "00" THEN
              MOVE FDPRES-DATAAULA TO FDJUST-DATAAULA
              MOVE FDPRES-IDNUM TO FDJUST-IDNUM
              READ JUSTIFICACOES RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    EXIT SECTION
              END-READ
           END-IF

           MOVE FDDATAUNIDADE TO UNI-ALVO
           PERFORM PROCURAR-CURSOS-UNIDADE
           PERFORM VARYING ACH-IDX FROM 1 BY 1 UNTIL ACH-IDX > ACH-MAX
              MOVE ACH-CURSO (ACH-IDX) TO CUR-IDX
              ADD 1 TO CUR-PRES-TOTAL (CUR-IDX, PER-LIDO)
              IF FDPRES-PRESENTE THEN
                 ADD 1 TO CUR-PRES-PRESENTES (CUR-IDX, PER-LIDO)
              END-IF
           END-PERFORM
           EXIT SECTION.

       ACUMULAR-NOTAS SECTION.
      ******************************************************************
      *    AS TENTATIVAS DE CADA PAR ALUNO/UNIDADE ESTAO SEGUIDAS NA
      *    CHAVE. UM PAR COM AVALIACAO NO PERIODO CONTA COMO AVALIADO,
      *    E COMO APROVADO SE ALGUMA TENTATIVA DO PERIODO FOI APROVADA
      *    (APROVADO EM RECURSO QUANDO FOI UMA TENTATIVA ALEM DA
      *    PRIMEIRA). O PAR E SOMADO AO MUDAR DE PAR (FECHAR-PAR-NOTAS).
      ******************************************************************
           INITIALIZE NPAR-TAB
           MOVE ZEROS TO NPAR-IDNUM
           MOVE SPACES TO NPAR-UNIDADE

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
                       IF FDNOTA-IDNUM NOT = NPAR-IDNUM
                       OR FDNOTA-SIGLAUNIDADE NOT = NPAR-UNIDADE THEN
                          PERFORM FECHAR-PAR-NOTAS
                          MOVE FDNOTA-IDNUM TO NPAR-IDNUM
                          MOVE FDNOTA-SIGLAUNIDADE TO NPAR-UNIDADE
                       END-IF
                       MOVE FDNOTA-DATA-AVALIACAO TO DATA-LIDA
                       PERFORM DETERMINAR-PERIODO
                       IF PER-LIDO NOT = ZEROS THEN
                          MOVE "S" TO NPAR-AVALIADO (PER-LIDO)
                          IF FDNOTA-APROVADO THEN
                             MOVE "S" TO NPAR-APROVADO (PER-LIDO)
                             IF FDNOTA-TENTATIVA > 1 THEN
                                MOVE "S" TO NPAR-RECURSO (PER-LIDO)
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              PERFORM FECHAR-PAR-NOTAS
           END-IF

           CLOSE NOTAS
           EXIT SECTION.

       FECHAR-PAR-NOTAS SECTION.
      ******************************************************************
      *    SOMA O PAR ALUNO/UNIDADE ANTERIOR NOS CURSOS DA UNIDADE.
      ******************************************************************
           IF NPAR-UNIDADE = SPACES THEN
              EXIT SECTION
           END-IF

           MOVE NPAR-UNIDADE TO UNI-ALVO
           PERFORM PROCURAR-CURSOS-UNIDADE

           PERFORM VARYING PER-IDX FROM 1 BY 1 UNTIL PER-IDX > 2
              IF NPAR-AVALIADO (PER-IDX) = "S" THEN
                 PERFORM VARYING ACH-IDX FROM 1 BY 1
                    UNTIL ACH-IDX > ACH-MAX
                    MOVE ACH-CURSO (ACH-IDX) TO CUR-IDX
                    ADD 1 TO CUR-AVALIADOS (CUR-IDX, PER-IDX)
                    IF NPAR-APROVADO (PER-IDX) = "S" THEN
                       ADD 1 TO CUR-APROVADOS (CUR-IDX, PER-IDX)
                    END-IF
                    IF NPAR-RECURSO (PER-IDX) = "S" THEN
                       ADD 1 TO CUR-APROV-RECURSO (CUR-IDX, PER-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           INITIALIZE NPAR-TAB
           EXIT SECTION.

       ACUMULAR-CERTIFICADOS SECTION.
      ******************************************************************
      *    CONTA OS CERTIFICADOS EMITIDOS EM CADA PERIODO, NOS CURSOS
      *    DA UNIDADE CERTIFICADA.
      ******************************************************************
           OPEN INPUT CERTIFICADOS
           IF FS-CERTIFICADOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO FDCERT-NUMERO
           START CERTIFICADOS KEY IS GREATER OR EQUAL FDCERT-NUMERO
              INVALID KEY
                 SET STATUS-CERTIFICADO TO TRUE
           END-START

           IF FS-CERTIFICADOS = "00" THEN
              PERFORM UNTIL STATUS-CERTIFICADO
                 READ CERTIFICADOS NEXT RECORD
                    AT END
                       SET STATUS-CERTIFICADO TO TRUE
                    NOT AT END
                       MOVE FDCERT-DATA-EMISSAO TO DATA-LIDA
                       PERFORM DETERMINAR-PERIODO
                       IF PER-LIDO NOT = ZEROS THEN
                          MOVE FDCERT-SIGLAUNIDADE TO UNI-ALVO
                          PERFORM PROCURAR-CURSOS-UNIDADE
                          PERFORM VARYING ACH-IDX FROM 1 BY 1
                             UNTIL ACH-IDX > ACH-MAX
                             MOVE ACH-CURSO (ACH-IDX) TO CUR-IDX
                             ADD 1 TO
                                CUR-CERTIFICADOS (CUR-IDX, PER-LIDO)
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE CERTIFICADOS
           EXIT SECTION.

       ACUMULAR-FATURAS SECTION.
      ******************************************************************
      *    SOMA O VALOR DAS FATURAS NAO ANULADAS DOS MESES DE CADA
      *    PERIODO, LIQUIDO DAS NOTAS DE CREDITO EMITIDAS SOBRE ELAS,
      *    NOS CURSOS DA UNIDADE FATURADA. A FATURA AGRUPADA DE UM
      *    PATROCINADOR NAO TEM UNIDADE E E REPARTIDA PELO SEU ANEXO.
      ******************************************************************
           OPEN INPUT FATURAS
           IF FS-FATURAS NOT = "00" THEN
              EXIT SECTION
           END-IF
           OPEN INPUT NOTASCREDITO
           OPEN INPUT FATANEXO

           MOVE ZEROS TO FDFAT-NUMERO
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
                       MOVE FDFAT-ANO-MES TO MES-LIDO
                       PERFORM DETERMINAR-PERIODO-MES
                       IF PER-LIDO NOT = ZEROS
                       AND NOT FDFAT-ANULADA THEN
                          PERFORM ACUMULAR-FATURA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE FATURAS, NOTASCREDITO, FATANEXO
           EXIT SECTION.

       ACUMULAR-FATURA SECTION.
      ******************************************************************
      *    SOMA A FATURA LIDA, LIQUIDA DAS SUAS NOTAS DE CREDITO, NOS
      *    CURSOS DA SUA UNIDADE OU, SEM UNIDADE, DAS UNIDADES DO
      *    ANEXO.
      ******************************************************************
           PERFORM SOMAR-NOTAS-FATURA
           IF TOTAL-NOTAS-FAT < FDFAT-VALOR THEN
              COMPUTE FAT-LIQUIDO = FDFAT-VALOR - TOTAL-NOTAS-FAT
           ELSE
              MOVE ZEROS TO FAT-LIQUIDO
           END-IF

           IF FDFAT-SIGLAUNIDADE = SPACES THEN
              MOVE FAT-LIQUIDO TO REP-VALOR
              SET REP-FATURADO TO TRUE
              PERFORM REPARTIR-PELO-ANEXO
              EXIT SECTION
           END-IF

           MOVE FDFAT-SIGLAUNIDADE TO UNI-ALVO
           PERFORM PROCURAR-CURSOS-UNIDADE
           PERFORM VARYING ACH-IDX FROM 1 BY 1 UNTIL ACH-IDX > ACH-MAX
              MOVE ACH-CURSO (ACH-IDX) TO CUR-IDX
              ADD FAT-LIQUIDO TO CUR-FATURADO (CUR-IDX, PER-LIDO)
           END-PERFORM
           EXIT SECTION.

       SOMAR-NOTAS-FATURA SECTION.
      ******************************************************************
      *    SOMA TODAS AS NOTAS DE CREDITO JA EMITIDAS SOBRE A FATURA
      *    LIDA (COMO NO GESTORFATURAS).
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

       REPARTIR-PELO-ANEXO SECTION.
      ******************************************************************
      *    REPARTE REP-VALOR (FATURADO OU COBRADO, CONFORME
      *    REP-DESTINO) DA FATURA LIDA PELOS CURSOS DAS UNIDADES DO SEU
      *    ANEXO POR ALUNO, NA PROPORCAO DO VALOR DE CADA LINHA DO
      *    ANEXO.
      ******************************************************************
           MOVE ZEROS TO ANX-TOTAL
           PERFORM POSICIONAR-ANEXO
           IF FS-FATANEXO = "00" THEN
              PERFORM UNTIL STATUS-FATANEXO
                 READ FATANEXO NEXT RECORD
                    AT END
                       SET STATUS-FATANEXO TO TRUE
                    NOT AT END
                       IF FDANX-FAT-NUMERO NOT = FDFAT-NUMERO THEN
                          SET STATUS-FATANEXO TO TRUE
                       ELSE
                          ADD FDANX-VALOR TO ANX-TOTAL
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF ANX-TOTAL = ZEROS THEN
              EXIT SECTION
           END-IF

           PERFORM POSICIONAR-ANEXO
           IF FS-FATANEXO = "00" THEN
              PERFORM UNTIL STATUS-FATANEXO
                 READ FATANEXO NEXT RECORD
                    AT END
                       SET STATUS-FATANEXO TO TRUE
                    NOT AT END
                       IF FDANX-FAT-NUMERO NOT = FDFAT-NUMERO THEN
                          SET STATUS-FATANEXO TO TRUE
                       ELSE
                          PERFORM ACUMULAR-LINHA-ANEXO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       POSICIONAR-ANEXO SECTION.
      ******************************************************************
      *    POSICIONA O ANEXO NA PRIMEIRA LINHA DA FATURA LIDA.
      ******************************************************************
           MOVE FDFAT-NUMERO TO FDANX-FAT-NUMERO
           MOVE ZEROS TO FDANX-IDNUM
           MOVE LOW-VALUES TO FDANX-SIGLAUNIDADE
           START FATANEXO KEY IS GREATER OR EQUAL FDANX-CHAVE
              INVALID KEY
                 SET STATUS-FATANEXO TO TRUE
           END-START
           EXIT SECTION.

       ACUMULAR-LINHA-ANEXO SECTION.
      ******************************************************************
      *    SOMA A PARTE DA LINHA DO ANEXO LIDA NOS CURSOS DA SUA
      *    UNIDADE.
      ******************************************************************
           COMPUTE REP-PARTE ROUNDED =
              REP-VALOR * FDANX-VALOR / ANX-TOTAL

           MOVE FDANX-SIGLAUNIDADE TO UNI-ALVO
           PERFORM PROCURAR-CURSOS-UNIDADE
           PERFORM VARYING ACH-IDX FROM 1 BY 1 UNTIL ACH-IDX > ACH-MAX
              MOVE ACH-CURSO (ACH-IDX) TO CUR-IDX
              IF REP-FATURADO THEN
                 ADD REP-PARTE TO CUR-FATURADO (CUR-IDX, PER-LIDO)
              ELSE
                 ADD REP-PARTE TO CUR-COBRADO (CUR-IDX, PER-LIDO)
              END-IF
           END-PERFORM
           EXIT SECTION.

       ACUMULAR-RECIBOS SECTION.
      ******************************************************************
      *    SOMA OS RECIBOS EMITIDOS EM CADA PERIODO NOS CURSOS DA
      *    UNIDADE DA FATURA PAGA (OU DAS UNIDADES DO SEU ANEXO).
      ******************************************************************
           OPEN INPUT RECIBOS
           IF FS-RECIBOS NOT = "00" THEN
              EXIT SECTION
           END-IF
           OPEN INPUT FATURAS
           IF FS-FATURAS NOT = "00" THEN
              CLOSE RECIBOS
              EXIT SECTION
           END-IF
           OPEN INPUT FATANEXO

           MOVE ZEROS TO FDREC-NUMERO
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
                       MOVE FDREC-DATA TO DATA-LIDA
                       PERFORM DETERMINAR-PERIODO
                       IF PER-LIDO NOT = ZEROS THEN
                          PERFORM ACUMULAR-RECIBO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE RECIBOS, FATURAS, FATANEXO
           EXIT SECTION.

       ACUMULAR-RECIBO SECTION.
      ******************************************************************
      *    SOMA O RECIBO LIDO NOS CURSOS DA UNIDADE DA SUA FATURA. O
      *    RECIBO DE UMA FATURA SEM UNIDADE E REPARTIDO PELO ANEXO NA
      *    MESMA PROPORCAO DA FATURA.
      ******************************************************************
           MOVE FDREC-FAT-NUMERO TO FDFAT-NUMERO
           READ FATURAS RECORD
              INVALID KEY
                 EXIT SECTION
           END-READ

           IF FDFAT-SIGLAUNIDADE = SPACES THEN
              MOVE FDREC-VALOR TO REP-VALOR
              SET REP-COBRADO TO TRUE
              PERFORM REPARTIR-PELO-ANEXO
              EXIT SECTION
           END-IF

           MOVE FDFAT-SIGLAUNIDADE TO UNI-ALVO
           PERFORM PROCURAR-CURSOS-UNIDADE
           PERFORM VARYING ACH-IDX FROM 1 BY 1 UNTIL ACH-IDX > ACH-MAX
              MOVE ACH-CURSO (ACH-IDX) TO CUR-IDX
              ADD FDREC-VALOR TO CUR-COBRADO (CUR-IDX, PER-LIDO)
           END-PERFORM
           EXIT SECTION.

       ACUMULAR-HONORARIOS SECTION.
      ******************************************************************
      *    PERCORRE O HORARIO E SOMA, PARA CADA AULA NAO CANCELADA DE
      *    CADA PERIODO, OS MINUTOS DA AULA X A TARIFA HORARIA DO
      *    DOCENTE NOS CURSOS DA UNIDADE DA AULA. AULAS SEM DURACAO
      *    REGISTADA CONTAM COMO 60 MINUTOS; AULAS DE DOCENTES SEM
      *    TARIFA REGISTADA NAO SAO VALORIZADAS E SAO CONTADAS NO AVISO
      *    DO FIM DO RELATORIO.
      ******************************************************************
           OPEN INPUT HORARIOSFILE
           IF FS-HORARIO NOT = "00" THEN
              EXIT SECTION
           END-IF
           OPEN INPUT TARIFAS

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
                       PERFORM DETERMINAR-PERIODO
                       IF PER-LIDO NOT = ZEROS
                       AND NOT FDAULA-CANCELADA THEN
                          PERFORM ACUMULAR-AULA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE HORARIOSFILE, TARIFAS
           EXIT SECTION.

       ACUMULAR-AULA SECTION.
      ******************************************************************
      *    VALORIZA A AULA LIDA PELA TARIFA DO SEU DOCENTE (O
      *    SUBSTITUTO, QUANDO HOUVE SUBSTITUICAO, JA CONSTA EM
      *    FDDATAPROF).
      ******************************************************************
           MOVE FDDATAUNIDADE TO UNI-ALVO
           PERFORM PROCURAR-CURSOS-UNIDADE
           IF ACH-MAX = ZEROS THEN
              EXIT SECTION
           END-IF

           IF FS-TARIFAS NOT = "00" THEN
              ADD 1 TO CONT-SEM-TARIFA
              EXIT SECTION
           END-IF
           MOVE FDDATAPROF TO FDTAR-SIGLAPROF
           READ TARIFAS RECORD
              INVALID KEY
                 ADD 1 TO CONT-SEM-TARIFA
                 EXIT SECTION
           END-READ

           MOVE FDDURACAO-AULA TO HON-MINUTOS
           IF HON-MINUTOS = ZEROS THEN
              MOVE 60 TO HON-MINUTOS
           END-IF

           PERFORM VARYING ACH-IDX FROM 1 BY 1 UNTIL ACH-IDX > ACH-MAX
              MOVE ACH-CURSO (ACH-IDX) TO CUR-IDX
              COMPUTE CUR-HON-VALOR (CUR-IDX, PER-LIDO) =
                 CUR-HON-VALOR (CUR-IDX, PER-LIDO)
                 + HON-MINUTOS * FDTAR-VALOR-HORA
           END-PERFORM
           EXIT SECTION.

       CALCULAR-INDICADORES SECTION.
      ******************************************************************
      *    CALCULA OS TREZE INDICADORES DE CADA CURSO EM CADA PERIODO.
      *    UM CURSO TEM ATIVIDADE SE ALGUM ACUMULADOR NAO ESTA A ZEROS.
      ******************************************************************
           PERFORM VARYING CUR-IDX FROM 1 BY 1 UNTIL CUR-IDX > CUR-MAX
              MOVE "N" TO CUR-ATIVIDADE (CUR-IDX)
              PERFORM VARYING PER-IDX FROM 1 BY 1 UNTIL PER-IDX > 2
                 PERFORM CALCULAR-INDICADORES-CURSO
              END-PERFORM
           END-PERFORM
           EXIT SECTION.

       CALCULAR-INDICADORES-CURSO SECTION.
      ******************************************************************
      *    INDICADORES DO CURSO EM CUR-IDX NO PERIODO EM PER-IDX. AS
      *    TAXAS SO EXISTEM QUANDO HA DADOS; SEM PERIODO ANTERIOR, A
      *    COLUNA FICA TODA SEM DADOS.
      ******************************************************************
           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 13
              MOVE ZEROS TO CUR-IND-VALOR (CUR-IDX, PER-IDX, IND-IDX)
              MOVE "N" TO CUR-IND-TEM (CUR-IDX, PER-IDX, IND-IDX)
           END-PERFORM

           IF PER-EXISTE (PER-IDX) NOT = "S" THEN
              EXIT SECTION
           END-IF

           MOVE CUR-CAND-RECEBIDAS (CUR-IDX, PER-IDX) TO
              CUR-IND-VALOR (CUR-IDX, PER-IDX, 1)
           MOVE CUR-CAND-CONVERTIDAS (CUR-IDX, PER-IDX) TO
              CUR-IND-VALOR (CUR-IDX, PER-IDX, 2)
           MOVE CUR-INSCRITOS (CUR-IDX, PER-IDX) TO
              CUR-IND-VALOR (CUR-IDX, PER-IDX, 3)
           MOVE CUR-ATIVOS (CUR-IDX, PER-IDX) TO
              CUR-IND-VALOR (CUR-IDX, PER-IDX, 4)
           MOVE CUR-ANULADOS (CUR-IDX, PER-IDX) TO
              CUR-IND-VALOR (CUR-IDX, PER-IDX, 5)
           MOVE CUR-APROV-RECURSO (CUR-IDX, PER-IDX) TO
              CUR-IND-VALOR (CUR-IDX, PER-IDX, 9)
           MOVE CUR-CERTIFICADOS (CUR-IDX, PER-IDX) TO
              CUR-IND-VALOR (CUR-IDX, PER-IDX, 10)
           MOVE CUR-FATURADO (CUR-IDX, PER-IDX) TO
              CUR-IND-VALOR (CUR-IDX, PER-IDX, 11)
           MOVE CUR-COBRADO (CUR-IDX, PER-IDX) TO
              CUR-IND-VALOR (CUR-IDX, PER-IDX, 12)
           COMPUTE CUR-IND-VALOR (CUR-IDX, PER-IDX, 13) ROUNDED =
              CUR-HON-VALOR (CUR-IDX, PER-IDX) / 60

           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 13
              MOVE "S" TO CUR-IND-TEM (CUR-IDX, PER-IDX, IND-IDX)
           END-PERFORM

           IF CUR-INSCRITOS (CUR-IDX, PER-IDX) > ZEROS THEN
              COMPUTE CUR-IND-VALOR (CUR-IDX, PER-IDX, 6) ROUNDED =
                 (CUR-ANULADOS (CUR-IDX, PER-IDX) * 100)
                 / CUR-INSCRITOS (CUR-IDX, PER-IDX)
           ELSE
              MOVE "N" TO CUR-IND-TEM (CUR-IDX, PER-IDX, 6)
           END-IF

           IF CUR-PRES-TOTAL (CUR-IDX, PER-IDX) > ZEROS THEN
              COMPUTE CUR-IND-VALOR (CUR-IDX, PER-IDX, 7) ROUNDED =
                 (CUR-PRES-PRESENTES (CUR-IDX, PER-IDX) * 100)
                 / CUR-PRES-TOTAL (CUR-IDX, PER-IDX)
           ELSE
              MOVE "N" TO CUR-IND-TEM (CUR-IDX, PER-IDX, 7)
           END-IF

           IF CUR-AVALIADOS (CUR-IDX, PER-IDX) > ZEROS THEN
              COMPUTE CUR-IND-VALOR (CUR-IDX, PER-IDX, 8) ROUNDED =
                 (CUR-APROVADOS (CUR-IDX, PER-IDX) * 100)
                 / CUR-AVALIADOS (CUR-IDX, PER-IDX)
           ELSE
              MOVE "N" TO CUR-IND-TEM (CUR-IDX, PER-IDX, 8)
           END-IF

           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 13
              IF CUR-IND-VALOR (CUR-IDX, PER-IDX, IND-IDX) > ZEROS THEN
                 MOVE "S" TO CUR-ATIVIDADE (CUR-IDX)
              END-IF
           END-PERFORM
           IF CUR-PRES-TOTAL (CUR-IDX, PER-IDX) > ZEROS
           OR CUR-AVALIADOS (CUR-IDX, PER-IDX) > ZEROS THEN
              MOVE "S" TO CUR-ATIVIDADE (CUR-IDX)
           END-IF
           EXIT SECTION.

       ESCREVER-PAGINAS SECTION.
      ******************************************************************
      *    EMITE UMA PAGINA POR CURSO ATIVO OU COM ATIVIDADE EM ALGUM
      *    DOS DOIS PERIODOS: NO ECRA (UMA PAGINA DE CADA VEZ), NO
      *    INDICADORES.REL E UMA LINHA NO INDICADORES.CSV.
      ******************************************************************
           MOVE ZEROS TO CONT-PAGINAS

           MOVE KPI-CODIGO TO REL-CAB-PERIODO
           STRING PER-INICIO (1) (7:2), "/", PER-INICIO (1) (5:2), "/",
                  PER-INICIO (1) (1:4) INTO REL-CAB-INICIO
           END-STRING
           STRING PER-FIM (1) (7:2), "/", PER-FIM (1) (5:2), "/",
                  PER-FIM (1) (1:4) INTO REL-CAB-FIM
           END-STRING
           MOVE KPI-CODIGO-ANT TO REL-CAB-ANTERIOR
           STRING FUNCTION CURRENT-DATE (7:2), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (1:4)
                  INTO REL-CAB-DATA
           END-STRING

           PERFORM ESCREVER-CABECALHO-CSV

           PERFORM VARYING CUR-IDX FROM 1 BY 1 UNTIL CUR-IDX > CUR-MAX
              IF CUR-ATIVIDADE (CUR-IDX) = "S"
              OR CUR-ESTADO (CUR-IDX) = 1 THEN
                 ADD 1 TO CONT-PAGINAS
                 PERFORM ESCREVER-PAGINA
                 PERFORM ESCREVER-LINHA-CSV
                 PERFORM MOSTRAR-PAGINA
              END-IF
           END-PERFORM

           IF TABELA-CHEIA = "S" THEN
              MOVE "AVISO: TABELA DE CURSOS CHEIA - RESULTADOS INCOMPLET
      -         "OS" TO REL-LINHA
              WRITE REL-LINHA
              END-WRITE
           END-IF
           IF CONT-SEM-TARIFA > ZEROS THEN
              MOVE SPACES TO REL-LINHA
              STRING "AVISO: AULAS DE DOCENTES SEM TARIFA REGISTADA (NAO
      -         " VALORIZADAS NOS HONORARIOS): " CONT-SEM-TARIFA
                 INTO REL-LINHA
              END-STRING
              WRITE REL-LINHA
              END-WRITE
           END-IF
           EXIT SECTION.

       EDITAR-INDICADOR SECTION.
      ******************************************************************
      *    EDITA O INDICADOR IND-IDX DO CURSO EM CUR-IDX NOS DOIS
      *    PERIODOS E A VARIACAO ENTRE ELES (SCR-ATUAL, SCR-ANTERIOR E
      *    SCR-VARIACAO).
      ******************************************************************
           MOVE IND-NOME (IND-IDX) TO SCR-NOME
           MOVE SPACES TO SCR-VARIACAO

           IF CUR-IND-TEM (CUR-IDX, 1, IND-IDX) = "S" THEN
              MOVE CUR-IND-VALOR (CUR-IDX, 1, IND-IDX) TO VALOR-EDIT
              MOVE VALOR-EDIT TO SCR-ATUAL
           ELSE
              MOVE "   SEM DADOS" TO SCR-ATUAL
           END-IF

           IF CUR-IND-TEM (CUR-IDX, 2, IND-IDX) = "S" THEN
              MOVE CUR-IND-VALOR (CUR-IDX, 2, IND-IDX) TO VALOR-EDIT
              MOVE VALOR-EDIT TO SCR-ANTERIOR
           ELSE
              MOVE "   SEM DADOS" TO SCR-ANTERIOR
           END-IF

           IF CUR-IND-TEM (CUR-IDX, 1, IND-IDX) = "S"
           AND CUR-IND-TEM (CUR-IDX, 2, IND-IDX) = "S" THEN
              COMPUTE DIFERENCA = CUR-IND-VALOR (CUR-IDX, 1, IND-IDX)
                 - CUR-IND-VALOR (CUR-IDX, 2, IND-IDX)
              MOVE DIFERENCA TO DIFERENCA-EDIT
              MOVE DIFERENCA-EDIT TO SCR-VARIACAO
           END-IF
           EXIT SECTION.

       MOSTRAR-PAGINA SECTION.
      ******************************************************************
      *    MOSTRA NO ECRA A PAGINA DO CURSO EM CUR-IDX E ESPERA POR UMA
      *    TECLA ANTES DA PAGINA SEGUINTE.
      ******************************************************************
           MOVE CUR-SIGLA (CUR-IDX) TO SCR-CURSO-SIGLA
           MOVE CUR-NOME (CUR-IDX) TO SCR-CURSO-NOME
           DISPLAY RELATORIO-SCREEN
           MOVE 11 TO LINHA

           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 13
              PERFORM EDITAR-INDICADOR
              DISPLAY LINHA-RELATORIO-SCREEN
              ADD 1 TO LINHA
           END-PERFORM

           ACCEPT MAIS-RELATORIO-SCREEN
           EXIT SECTION.

       ESCREVER-PAGINA SECTION.
      ******************************************************************
      *    GRAVA NO INDICADORES.REL A PAGINA DO CURSO EM CUR-IDX: UM
      *    INDICADOR POR LINHA, COM O PERIODO ANTERIOR E A VARIACAO.
      ******************************************************************
           WRITE REL-LINHA FROM REL-CABECALHO
           END-WRITE
           MOVE CUR-SIGLA (CUR-IDX) TO REL-CUR-SIGLA
           MOVE CUR-NOME (CUR-IDX) TO REL-CUR-NOME
           WRITE REL-LINHA FROM REL-CURSO
           END-WRITE
           WRITE REL-LINHA FROM REL-SEPARADOR
           END-WRITE
           WRITE REL-LINHA FROM REL-IND-CABECALHO
           END-WRITE

           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 13
              PERFORM EDITAR-INDICADOR
              MOVE SCR-NOME TO REL-IND-NOME
              MOVE SCR-ATUAL TO REL-IND-ATUAL
              MOVE SCR-ANTERIOR TO REL-IND-ANTERIOR
              MOVE SCR-VARIACAO TO REL-IND-VARIACAO
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
      *    CABECALHO DO INDICADORES.CSV: CADA INDICADOR TEM A COLUNA DO
      *    PERIODO SEGUIDA DA COLUNA DO PERIODO ANTERIOR, SEPARADAS
      *    POR ";".
      ******************************************************************
           MOVE SPACES TO CSV-LINHA-INDIC
           MOVE 1 TO CSV-PONTEIRO
           STRING "PERIODO;PERIODO-ANTERIOR;CURSO;NOME"
              DELIMITED BY SIZE
              INTO CSV-LINHA-INDIC WITH POINTER CSV-PONTEIRO
           END-STRING

           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 13
              STRING ";"                 DELIMITED BY SIZE
                     IND-CSV (IND-IDX)   DELIMITED BY SPACE
                     ";ANT-"             DELIMITED BY SIZE
                     IND-CSV (IND-IDX)   DELIMITED BY SPACE
                 INTO CSV-LINHA-INDIC WITH POINTER CSV-PONTEIRO
              END-STRING
           END-PERFORM

           WRITE CSV-LINHA-INDIC
           END-WRITE
           EXIT SECTION.

       ESCREVER-LINHA-CSV SECTION.
      ******************************************************************
      *    LINHA DO CURSO EM CUR-IDX NO INDICADORES.CSV. UM INDICADOR
      *    SEM DADOS FICA COM O CAMPO VAZIO.
      ******************************************************************
           MOVE SPACES TO CSV-LINHA-INDIC
           MOVE 1 TO CSV-PONTEIRO
           STRING KPI-CODIGO             DELIMITED BY SPACE
                  ";"                    DELIMITED BY SIZE
                  PER-CODIGO (2)         DELIMITED BY SPACE
                  ";"                    DELIMITED BY SIZE
                  CUR-SIGLA (CUR-IDX)    DELIMITED BY SPACE
                  ";"                    DELIMITED BY SIZE
                  FUNCTION TRIM (CUR-NOME (CUR-IDX)) DELIMITED BY SIZE
              INTO CSV-LINHA-INDIC WITH POINTER CSV-PONTEIRO
           END-STRING

           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 13
              PERFORM VARYING PER-IDX FROM 1 BY 1 UNTIL PER-IDX > 2
                 STRING ";" DELIMITED BY SIZE
                    INTO CSV-LINHA-INDIC WITH POINTER CSV-PONTEIRO
                 END-STRING
                 IF CUR-IND-TEM (CUR-IDX, PER-IDX, IND-IDX) = "S" THEN
                    MOVE CUR-IND-VALOR (CUR-IDX, PER-IDX, IND-IDX) TO
                       VALOR-EDIT
                    STRING FUNCTION TRIM (VALOR-EDIT) DELIMITED BY SIZE
                       INTO CSV-LINHA-INDIC WITH POINTER CSV-PONTEIRO
                    END-STRING
                 END-IF
              END-PERFORM
           END-PERFORM

           WRITE CSV-LINHA-INDIC
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

       END PROGRAM GESTORINDICADORES.
