      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA FAZER A IMPORTACAO EM LOTE DE
      *    PROCESSOS DE ALUNOS A PARTIR DE UM FICHEIRO CSV ENVIADO POR
      *    UMA ENTIDADE PARCEIRA OU CENTRO DE EMPREGO:
      *      - O FICHEIRO TEM AS MESMAS COLUNAS DO alunos.csv EXPORTADO
      *        PELO GESTORALUNOS, SEPARADAS POR ";". A PRIMEIRA LINHA
      *        E IGNORADA SE FOR O CABECALHO E A COLUNA IDNUM E SEMPRE
      *        IGNORADA (O NUMERO E ATRIBUIDO PELO PROGRAMA);
      *      - CADA LINHA PASSA PELAS MESMAS VALIDACOES DO REGISTO NO
      *        ECRA (NOME, TELEFONE, E-MAIL, CODIGO-POSTAL, LOCALIDADE,
      *        ESTADO, DATA DO ESTADO, NIF E FATURACAO) E PELA REGRA DE
      *        DUPLICADOS DO GESTORFUSAO (MESMO NOME, TELEFONE OU
      *        E-MAIL DE UM ALUNO JA REGISTADO OU DE UMA LINHA ANTERIOR
      *        DO MESMO FICHEIRO);
      *      - ESTADO EM BRANCO FICA INSCRITO (1) E DATA DO ESTADO EM
      *        BRANCO FICA A DATA DO DIA;
      *      - AS LINHAS RECUSADAS SEGUEM PARA alunosrejeitados.csv
      *        COM O NUMERO DA LINHA E O MOTIVO, SEGUIDOS DA LINHA
      *        ORIGINAL, PARA SEREM CORRIGIDAS E IMPORTADAS DE NOVO;
      *      - OPCIONALMENTE, OS ALUNOS IMPORTADOS SAO INSCRITOS NUMA
      *        UNIDADE, RESPEITANDO A CAPACIDADE E AS TURMAS DA UNIDADE
      *        (COMO NO GESTORINSCRICOES). UNIDADES COM PRE-REQUISITO
      *        NAO SAO ACEITES, POIS UM ALUNO NOVO NAO TEM APROVACAO.
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORIMPORTAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS VALID-NAME  IS "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                                "abcdefghijklmnopqrstuvwxyz"
                                "'-"
                                SPACE.
           CLASS VALID-EMAIL IS "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                                "abcdefghijklmnopqrstuvwxyz"
                                "0123456789"
                                ".-_@"
                                SPACE.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO "alunosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDIDNUM
              LOCK MODE MANUAL
              FILE STATUS FS-ALUNOS.

           SELECT UNIDADES ASSIGN TO "unidadesfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSIGLAUNIDADE
              FILE STATUS FS-UNIDADES.

           SELECT INSCRICOES ASSIGN TO "inscricoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINSC-CHAVE
              LOCK MODE MANUAL
              FILE STATUS FS-INSCRICOES.

           SELECT TURMAS ASSIGN TO "turmas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDTURMA-CHAVE
              FILE STATUS FS-TURMAS.

           SELECT HISTALUNOS ASSIGN TO "histalunos"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-HISTALUNOS.

           SELECT IMPORTCSV ASSIGN TO IMP-NOME-FICHEIRO
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-IMPORTCSV.

           SELECT REJEITADOS ASSIGN TO "alunosrejeitados.csv"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-REJEITADOS.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
       COPY FDALUNOS.

       FD  UNIDADES.
       COPY FDUNIDADES.

       FD  INSCRICOES.
       COPY FDINSCRICOES.

       FD  TURMAS.
       COPY FDTURMAS.

       FD  HISTALUNOS.
       COPY FDHISTALUNOS.

       FD  IMPORTCSV.
       01  CSV-LINHA-ALUNO             PIC X(520).

       FD  REJEITADOS.
       01  REJ-LINHA                   PIC X(600).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSALUNOS.
       COPY WSINSCRICOES.
       COPY WSLOGRECORDS.
       COPY VAR-VALIDDATE.
       COPY VAR-SPACEUPPER.
       COPY VAR-NIF.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-IMPORTAR       VALUE 1.
           88  OPCAO-FORMATO        VALUE 2.
           88  VALID-ESCOLHA        VALUE 0 THRU 2.
       01  NOVA-ESCOLHA             PIC 9(001).
           88  OPCAO-SIM            VALUE 1.
           88  OPCAO-NAO            VALUE 2.

       77  FS-ALUNOS                PIC X(002).
       77  FS-UNIDADES              PIC X(002).
       77  FS-INSCRICOES            PIC X(002).
       77  FS-TURMAS                PIC X(002).
       77  FS-HISTALUNOS            PIC X(002).
       77  FS-IMPORTCSV             PIC X(002).
       77  FS-REJEITADOS            PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  IMP-NOME-FICHEIRO        PIC X(040) VALUE "alunosimport.csv".
       77  IMP-SIGLA                PIC X(005).
       77  IMP-FIM-FICHEIRO         PIC X(001).
           88  IMP-FIM-FICHEIRO-SIM VALUE "S".
       77  INSCREVER-UNIDADE        PIC X(001).
       77  TURMAS-ABERTO            PIC X(001).
       77  LINHA-OK                 PIC X(001).
       77  MOTIVO                   PIC X(040).
       77  NUM-LINHA                PIC 9(005).
       77  CONT-IMPORTADOS          PIC 9(005).
       77  CONT-REJEITADOS          PIC 9(005).
       77  CONT-INSCRITOS-IMP       PIC 9(005).
       77  CONT-SEM-INSCRICAO       PIC 9(005).
       77  CAPACIDADE-UNIDADE       PIC 9(003).
       77  CONT-INSCRITOS           PIC 9(005).
       77  CONT-INSCRITOS-TURMA     PIC 9(005).
       77  TURMAS-EXISTEM           PIC X(001).
       77  TURMA-SUGERIDA           PIC X(003).
       77  TEST-EMAIL               PIC 9(001).
       77  TEST-EMAIL1              PIC 9(001).
       77  EMAILSTRING              PIC X(040).
       77  EMAILSTRING1             PIC X(040).
       77  EMAILSTRING2             PIC X(040).
       77  DADOS-FAT-OK             PIC X(001).
       77  DUP-IDX                  PIC 9(004).
       77  DUP-MAX                  PIC 9(004).
       77  DUP-ENCONTRADO           PIC 9(006).

       01  CSV-CAMPOS.
           03  CSV-IDNUM            PIC X(010).
           03  CSV-NOME             PIC X(060).
           03  CSV-TELEF            PIC X(015).
           03  CSV-EMAIL            PIC X(060).
           03  CSV-MORADA           PIC X(120).
           03  CSV-COD-POSTAL       PIC X(015).
           03  CSV-LOCALIDADE       PIC X(060).
           03  CSV-ESTADO           PIC X(005).
           03  CSV-DATA-ESTADO      PIC X(015).
           03  CSV-NIF              PIC X(015).
           03  CSV-NOME-FAT         PIC X(060).
           03  CSV-MORADA-FAT       PIC X(120).
           03  CSV-COD-POSTAL-FAT   PIC X(015).
           03  CSV-LOCALIDADE-FAT   PIC X(060).

       01  DUP-ALUNOS-TAB.
           03  DUP-ALUNO-LINHA OCCURS 3000 TIMES.
             05  DUP-TAB-IDNUM      PIC 9(006).
             05  DUP-TAB-NOME       PIC X(050).
             05  DUP-TAB-TELEF      PIC 9(009).
             05  DUP-TAB-EMAIL      PIC X(040).

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DO MENU PRINCIPAL.

       01  MENU1-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 44 VALUE "I M P O R T A R   A L U N O S   D E
      -        "   C S V".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 13 COL 50 VALUE "0. SAIR".
           03  LINE 15 COL 50 VALUE "1. IMPORTAR ALUNOS DE CSV".
           03  LINE 17 COL 50 VALUE "2. FORMATO DO FICHEIRO".
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
      *    SCREEN COM O FORMATO ESPERADO DO FICHEIRO A IMPORTAR.

       01  FORMATO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 58 VALUE "F O R M A T O".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 06 COL 10 VALUE "O ficheiro tem as mesmas colunas do
      -        " alunos.csv exportado pelo gestor de alunos, separadas p
      -        "or ;".
           03  LINE 08 COL 10 VALUE "IDNUM;NOME;TELEFONE;EMAIL;MORADA;CO
      -        "D-POSTAL;LOCALIDADE;ESTADO;DATA-ESTADO;NIF;NOME-FATURACA
      -        "O;".
           03  LINE 09 COL 10 VALUE "MORADA-FATURACAO;COD-POSTAL-FATURAC
      -        "AO;LOCALIDADE-FATURACAO".
           03  LINE 11 COL 10 VALUE "A coluna IDNUM e ignorada: o numero
      -        " de aluno e atribuido automaticamente.".
           03  LINE 13 COL 10 VALUE "O codigo-postal tem o formato 0000-
      -        "000 e a data do estado o formato DD/MM/AAAA.".
           03  LINE 15 COL 10 VALUE "Estado em branco fica INSCRITO e da
      -        "ta do estado em branco fica a data do dia.".
           03  LINE 17 COL 10 VALUE "NIF e dados de faturacao sao opcion
      -        "ais, tal como no registo de um processo.".
           03  LINE 19 COL 10 VALUE "Linhas com o mesmo nome, telefone o
      -        "u e-mail de um aluno existente sao recusadas.".
           03  LINE 21 COL 10 VALUE "As linhas recusadas e o motivo fica
      -        "m no ficheiro alunosrejeitados.csv.".
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 52 VALUE "PRESSIONE QUALQUER TECLA".
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CABECALHO DA IMPORTACAO.

       01  IMPORTAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 58 VALUE "I M P O R T A R".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INDICA O FICHEIRO A IMPORTAR E A
      *    UNIDADE EM QUE OS ALUNOS IMPORTADOS SAO INSCRITOS.

       01  PARAMETROS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "FICHEIRO CSV A IMPORTAR:".
           03  IMP-FICHEIRO-CAMPO LINE 09 COL 35 PIC X(40) USING
               IMP-NOME-FICHEIRO.
           03  LINE 11 COL 10
               VALUE "UNIDADE A INSCREVER (EM BRANCO = SEM INSCRICAO):".
           03  IMP-SIGLA-CAMPO LINE 11 COL 59 PIC X(5) TO IMP-SIGLA
               AUTO.

       01  CONFIRMAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 40 VALUE "PRETENDE IMPORTAR O FICHEIRO? 1 - S
      -        "IM | 2 - NAO:".
           03  NOVA-ESCOLHA-SCREEN LINE 29 COL 89 PIC 9(1) TO
               NOVA-ESCOLHA AUTO BLANK WHEN ZERO.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREENS DE MENSAGEM DE ERRO.

       01  FICHEIRO-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 35 VALUE "FICHEIRO CSV INEXISTENTE OU ILEGIVE
      -       "L | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  UNIDADE-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 43 VALUE "UNIDADE INEXISTENTE | PRESSIONE QUA
      -       "LQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  UNIDADE-PREREQ-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 22 VALUE "UNIDADE COM PRE-REQUISITO: INSCREVA
      -       " PELO GESTOR DE INSCRICOES | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  IMPORTACAO-CANCELADA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 43 VALUE "IMPORTACAO CANCELADA | PRESSIONE QU
      -       "ALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN COM O RESULTADO DA IMPORTACAO.

       01  IMPORTACAO-FEITA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 10 VALUE "IMPORTADOS:".
           03  SHOW-IMPORTADOS LINE 29 COL 22 PIC ZZZZ9 FROM
               CONT-IMPORTADOS.
           03  LINE 29 COL 29 VALUE "| REJEITADOS:".
           03  SHOW-REJEITADOS LINE 29 COL 43 PIC ZZZZ9 FROM
               CONT-REJEITADOS.
           03  LINE 29 COL 50 VALUE "| INSCRITOS:".
           03  SHOW-INSCRITOS LINE 29 COL 63 PIC ZZZZ9 FROM
               CONT-INSCRITOS-IMP.
           03  LINE 29 COL 70 VALUE "| REJEICOES EM ALUNOSREJEITADOS.CSV
      -       " | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN PARA LIMPAR O ECRÃ EM DETERMINADAS LINHAS.

       01  LIMPAR-LINES FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 24 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 26 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 29 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL SPACES.

      ******************************************************************

       PROCEDURE DIVISION.

       CREATE-OPEN-FILE SECTION.
      ******************************************************************
      *    VERIFICAÇÃO SE OS FICHEIROS DE ALUNOS E DE INSCRICOES
      *    EXISTEM.
      ******************************************************************
           OPEN I-O ALUNOS
           IF FS-ALUNOS = 35
              OPEN OUTPUT ALUNOS
              CLOSE ALUNOS
           ELSE
              CLOSE ALUNOS
           END-IF

           OPEN I-O INSCRICOES
           IF FS-INSCRICOES = 35
              OPEN OUTPUT INSCRICOES
              CLOSE INSCRICOES
           ELSE
              CLOSE INSCRICOES
           END-IF

           MOVE "; GESTOR: IMPORTAR ALUNOS" TO WSLOG-PROGRAM
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
                 WHEN OPCAO-IMPORTAR    PERFORM IMPORTAR
                 WHEN OPCAO-FORMATO     PERFORM FORMATO
              END-EVALUATE

           END-PERFORM
           EXIT PROGRAM.

       FORMATO SECTION.
      ******************************************************************
      *    MENU ONDE O UTILIZADOR CONSULTA AS COLUNAS E AS REGRAS DO
      *    FICHEIRO A IMPORTAR.
      ******************************************************************
           MOVE "; MENU: FORMATO" TO WSLOG-SECTION
           PERFORM SAVE-LOGRECORDS

           ACCEPT FORMATO-SCREEN
           EXIT SECTION.

       IMPORTAR SECTION.
      ******************************************************************
      *    MENU ONDE O UTILIZADOR INDICA O FICHEIRO E A UNIDADE (OU
      *    NENHUMA) E IMPORTA TODAS AS LINHAS DO FICHEIRO, GRAVANDO OS
      *    ALUNOS VALIDOS E ENVIANDO AS LINHAS RECUSADAS PARA O
      *    FICHEIRO DE REJEITADOS.
      ******************************************************************
           MOVE "; MENU: IMPORTAR" TO WSLOG-SECTION

           DISPLAY IMPORTAR-SCREEN
           MOVE SPACES TO IMP-SIGLA, INSCREVER-UNIDADE
           ACCEPT PARAMETROS-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           OPEN INPUT IMPORTCSV
           IF FS-IMPORTCSV NOT = "00" THEN
              ACCEPT FICHEIRO-INEXISTENTE-SCREEN
              EXIT SECTION
           END-IF
           CLOSE IMPORTCSV

           IF IMP-SIGLA NOT = SPACES THEN
              PERFORM VALIDAR-UNIDADE
              IF INSCREVER-UNIDADE NOT = "S" THEN
                 EXIT SECTION
              END-IF
           END-IF

           PERFORM WITH TEST AFTER UNTIL NOVA-ESCOLHA = 1 OR 2
              MOVE ZEROS TO NOVA-ESCOLHA-SCREEN
              DISPLAY LIMPAR-LINES
              ACCEPT CONFIRMAR-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF

              IF NOVA-ESCOLHA < 1 OR NOVA-ESCOLHA > 2 THEN
                 ACCEPT MENSAGEM-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    EXIT SECTION
                 END-IF
              END-IF
           END-PERFORM

           IF OPCAO-NAO THEN
              DISPLAY LIMPAR-LINES
              ACCEPT IMPORTACAO-CANCELADA-SCREEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO NUM-LINHA, CONT-IMPORTADOS, CONT-REJEITADOS,
                         CONT-INSCRITOS-IMP, CONT-SEM-INSCRICAO

           PERFORM CARREGAR-ALUNOS

           OPEN INPUT IMPORTCSV
           OPEN I-O ALUNOS
           OPEN OUTPUT REJEITADOS

           MOVE SPACES TO REJ-LINHA
           STRING "LINHA;MOTIVO;LINHA ORIGINAL" DELIMITED BY SIZE
              INTO REJ-LINHA
           END-STRING
           WRITE REJ-LINHA
           END-WRITE

           IF INSCREVER-UNIDADE = "S" THEN
              OPEN I-O INSCRICOES
              MOVE SPACES TO TURMAS-ABERTO
              OPEN INPUT TURMAS
              IF FS-TURMAS = "00" THEN
                 MOVE "S" TO TURMAS-ABERTO
              END-IF
              PERFORM CONTAR-INSCRITOS-UNIDADE
           END-IF

           MOVE SPACES TO IMP-FIM-FICHEIRO
           PERFORM UNTIL IMP-FIM-FICHEIRO-SIM
              READ IMPORTCSV
                 AT END
                    SET IMP-FIM-FICHEIRO-SIM TO TRUE
                 NOT AT END
                    ADD 1 TO NUM-LINHA
                    PERFORM TRATAR-LINHA
              END-READ
           END-PERFORM

           IF INSCREVER-UNIDADE = "S" THEN
              CLOSE INSCRICOES
              IF TURMAS-ABERTO = "S" THEN
                 CLOSE TURMAS
              END-IF
           END-IF
           CLOSE IMPORTCSV, ALUNOS, REJEITADOS

           MOVE "; IMPORTACAO: " TO WSLOG-ADD-HEADING
           MOVE IMP-NOME-FICHEIRO TO WSLOG-ADD-KEY
           STRING "; IMPORTADOS: ", CONT-IMPORTADOS,
              " REJEITADOS: ", CONT-REJEITADOS
              DELIMITED BY SIZE INTO WSLOG-ADD-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           DISPLAY LIMPAR-LINES
           ACCEPT IMPORTACAO-FEITA-SCREEN
           EXIT SECTION.

       VALIDAR-UNIDADE SECTION.
      ******************************************************************
      *    VALIDA A UNIDADE EM QUE OS ALUNOS IMPORTADOS SAO INSCRITOS:
      *    TEM DE EXISTIR E NAO PODE TER PRE-REQUISITO.
      ******************************************************************
           MOVE SPACES TO INSCREVER-UNIDADE

           MOVE IMP-SIGLA TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT(1:5) TO IMP-SIGLA

           OPEN INPUT UNIDADES
           MOVE IMP-SIGLA TO FDSIGLAUNIDADE
           READ UNIDADES RECORD
              INVALID KEY
                 ACCEPT UNIDADE-INEXISTENTE-SCREEN
              NOT INVALID KEY
                 IF FDPREREQUISITO NOT = SPACES THEN
                    ACCEPT UNIDADE-PREREQ-SCREEN
                 ELSE
                    MOVE FDCAPACIDADE TO CAPACIDADE-UNIDADE
                    MOVE "S" TO INSCREVER-UNIDADE
                 END-IF
           END-READ
           CLOSE UNIDADES
           EXIT SECTION.

       CARREGAR-ALUNOS SECTION.
      ******************************************************************
      *    CARREGA OS ALUNOS JA REGISTADOS NA TABELA DE DUPLICADOS
      *    (NOME, TELEFONE E E-MAIL), COMO NO GESTORFUSAO. OS ALUNOS
      *    IMPORTADOS SAO ACRESCENTADOS A MESMA TABELA.
      ******************************************************************
           MOVE ZEROS TO DUP-MAX

           OPEN INPUT ALUNOS
           IF FS-ALUNOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDIDNUM
           START ALUNOS KEY IS GREATER OR EQUAL FDIDNUM
              INVALID KEY
                 SET STATUS-IDNUM TO TRUE
           END-START

           IF FS-ALUNOS = "00" THEN
              PERFORM UNTIL STATUS-IDNUM
                 READ ALUNOS NEXT RECORD
                    AT END
                       SET STATUS-IDNUM TO TRUE
                    NOT AT END
                       IF DUP-MAX < 3000 THEN
                          ADD 1 TO DUP-MAX
                          MOVE FDIDNUM TO DUP-TAB-IDNUM (DUP-MAX)
                          MOVE FDNOME TO DUP-TAB-NOME (DUP-MAX)
                          MOVE FDTELEF TO DUP-TAB-TELEF (DUP-MAX)
                          MOVE FDEMAIL TO DUP-TAB-EMAIL (DUP-MAX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE ALUNOS
           EXIT SECTION.

       TRATAR-LINHA SECTION.
      ******************************************************************
      *    TRATA UMA LINHA DO FICHEIRO: IGNORA O CABECALHO E AS LINHAS
      *    EM BRANCO, VALIDA OS CAMPOS E GRAVA O ALUNO OU REJEITA A
      *    LINHA COM O MOTIVO.
      ******************************************************************
           IF CSV-LINHA-ALUNO = SPACES THEN
              EXIT SECTION
           END-IF
           IF NUM-LINHA = 1 AND CSV-LINHA-ALUNO(1:6) = "IDNUM;" THEN
              EXIT SECTION
           END-IF

           PERFORM VALIDAR-LINHA

           IF LINHA-OK = "S" THEN
              PERFORM GRAVAR-ALUNO
           ELSE
              PERFORM REJEITAR-LINHA
           END-IF
           EXIT SECTION.

       VALIDAR-LINHA SECTION.
      ******************************************************************
      *    SEPARA A LINHA PELAS COLUNAS E APLICA AS VALIDACOES DO
      *    REGISTO NO ECRA. NA PRIMEIRA FALHA, MOTIVO FICA COM A RAZAO
      *    E LINHA-OK FICA EM BRANCO.
      ******************************************************************
           MOVE SPACES TO LINHA-OK, MOTIVO, CSV-CAMPOS
           MOVE SPACES TO NOME, EMAIL, MORADA, LOCALIDADE, FATURACAO
           MOVE ZEROS  TO IDNUM, TELEF, COD-POSTAL, ESTADO,
                          DATA-ESTADO, NIF, COD-POSTAL-FAT

           UNSTRING CSV-LINHA-ALUNO DELIMITED BY ";"
              INTO CSV-IDNUM, CSV-NOME, CSV-TELEF, CSV-EMAIL,
                   CSV-MORADA, CSV-COD-POSTAL, CSV-LOCALIDADE,
                   CSV-ESTADO, CSV-DATA-ESTADO, CSV-NIF, CSV-NOME-FAT,
                   CSV-MORADA-FAT, CSV-COD-POSTAL-FAT,
                   CSV-LOCALIDADE-FAT
           END-UNSTRING

      *    NOME: OBRIGATORIO, SO LETRAS, ESPACOS, APOSTROFO E HIFEN.
           MOVE FUNCTION TRIM (CSV-NOME) TO CSV-NOME
           IF CSV-NOME = SPACES THEN
              MOVE "NOME EM FALTA" TO MOTIVO
              EXIT SECTION
           END-IF
           IF CSV-NOME IS NOT VALID-NAME THEN
              MOVE "NOME COM CARACTERES INVALIDOS" TO MOTIVO
              EXIT SECTION
           END-IF
           IF CSV-NOME(51:) NOT = SPACES THEN
              MOVE "NOME COM MAIS DE 50 CARACTERES" TO MOTIVO
              EXIT SECTION
           END-IF
           MOVE CSV-NOME TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT TO NOME

      *    TELEFONE: 9 DIGITOS COMECADOS POR 2, 3 OU 9.
           MOVE FUNCTION TRIM (CSV-TELEF) TO CSV-TELEF
           IF CSV-TELEF(1:9) IS NOT NUMERIC
           OR CSV-TELEF(10:) NOT = SPACES THEN
              MOVE "TELEFONE INVALIDO" TO MOTIVO
              EXIT SECTION
           END-IF
           MOVE CSV-TELEF(1:9) TO TELEF
           IF NOT VALID-TELEF THEN
              MOVE "TELEFONE INVALIDO" TO MOTIVO
              EXIT SECTION
           END-IF

      *    E-MAIL: UM SO @, UM PONTO NO DOMINIO E SEM ESPACOS.
           MOVE FUNCTION TRIM (CSV-EMAIL) TO CSV-EMAIL
           IF CSV-EMAIL(41:) NOT = SPACES THEN
              MOVE "E-MAIL COM MAIS DE 40 CARACTERES" TO MOTIVO
              EXIT SECTION
           END-IF
           MOVE CSV-EMAIL TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT TO EMAIL

           MOVE ZEROS TO TEST-EMAIL, TEST-EMAIL1
           MOVE SPACES TO EMAILSTRING, EMAILSTRING1, EMAILSTRING2
           UNSTRING EMAIL DELIMITED BY SPACES INTO EMAILSTRING
           UNSTRING EMAIL DELIMITED BY "@" INTO EMAILSTRING1,
           EMAILSTRING2
           INSPECT EMAILSTRING2 TALLYING TEST-EMAIL1 FOR ALL "."
           INSPECT EMAIL TALLYING TEST-EMAIL FOR ALL "@"

           IF EMAIL IS NOT VALID-EMAIL OR TEST-EMAIL NOT = 1
           OR EMAIL IS NOT EQUAL TO EMAILSTRING
           OR TEST-EMAIL1 IS EQUAL TO 0
              MOVE "E-MAIL INVALIDO" TO MOTIVO
              EXIT SECTION
           END-IF

      *    MORADA: TEXTO LIVRE ATE 100 CARACTERES.
           MOVE FUNCTION TRIM (CSV-MORADA) TO CSV-MORADA
           IF CSV-MORADA(101:) NOT = SPACES THEN
              MOVE "MORADA COM MAIS DE 100 CARACTERES" TO MOTIVO
              EXIT SECTION
           END-IF
           MOVE CSV-MORADA TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT TO MORADA

      *    CODIGO-POSTAL: FORMATO 0000-000, COM 0001 A 9999.
           MOVE FUNCTION TRIM (CSV-COD-POSTAL) TO CSV-COD-POSTAL
           IF CSV-COD-POSTAL(1:4) IS NOT NUMERIC
           OR CSV-COD-POSTAL(5:1) NOT = "-"
           OR CSV-COD-POSTAL(6:3) IS NOT NUMERIC
           OR CSV-COD-POSTAL(9:) NOT = SPACES THEN
              MOVE "CODIGO-POSTAL INVALIDO" TO MOTIVO
              EXIT SECTION
           END-IF
           MOVE CSV-COD-POSTAL(1:4) TO COD
           MOVE CSV-COD-POSTAL(6:3) TO POST
           IF NOT VALID-COD OR NOT VALID-POST THEN
              MOVE "CODIGO-POSTAL INVALIDO" TO MOTIVO
              EXIT SECTION
           END-IF

      *    LOCALIDADE: SO LETRAS, ESPACOS, APOSTROFO E HIFEN.
           MOVE FUNCTION TRIM (CSV-LOCALIDADE) TO CSV-LOCALIDADE
           IF CSV-LOCALIDADE IS NOT VALID-NAME THEN
              MOVE "LOCALIDADE COM CARACTERES INVALIDOS" TO MOTIVO
              EXIT SECTION
           END-IF
           IF CSV-LOCALIDADE(51:) NOT = SPACES THEN
              MOVE "LOCALIDADE COM MAIS DE 50 CARACTERES" TO MOTIVO
              EXIT SECTION
           END-IF
           MOVE CSV-LOCALIDADE TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT TO LOCALIDADE

      *    ESTADO: 1 A 8; EM BRANCO FICA INSCRITO.
           MOVE FUNCTION TRIM (CSV-ESTADO) TO CSV-ESTADO
           IF CSV-ESTADO = SPACES THEN
              MOVE 1 TO ESTADO
           ELSE
              IF CSV-ESTADO(1:1) IS NOT NUMERIC
              OR CSV-ESTADO(2:) NOT = SPACES THEN
                 MOVE "ESTADO INVALIDO" TO MOTIVO
                 EXIT SECTION
              END-IF
              MOVE CSV-ESTADO(1:1) TO ESTADO
              IF NOT VALID-ESTADO THEN
                 MOVE "ESTADO INVALIDO" TO MOTIVO
                 EXIT SECTION
              END-IF
           END-IF

      *    DATA DO ESTADO: DD/MM/AAAA, VALIDADA COMO NO ECRA; EM
      *    BRANCO FICA A DATA DO DIA.
           MOVE FUNCTION TRIM (CSV-DATA-ESTADO) TO CSV-DATA-ESTADO
           IF CSV-DATA-ESTADO = SPACES THEN
              ACCEPT DATA-ESTADO FROM DATE YYYYMMDD
           ELSE
              IF CSV-DATA-ESTADO(1:2) IS NOT NUMERIC
              OR CSV-DATA-ESTADO(3:1) NOT = "/"
              OR CSV-DATA-ESTADO(4:2) IS NOT NUMERIC
              OR CSV-DATA-ESTADO(6:1) NOT = "/"
              OR CSV-DATA-ESTADO(7:4) IS NOT NUMERIC
              OR CSV-DATA-ESTADO(11:) NOT = SPACES THEN
                 MOVE "DATA DO ESTADO INVALIDA" TO MOTIVO
                 EXIT SECTION
              END-IF
              MOVE CSV-DATA-ESTADO(1:2) TO DIA-DATA
              MOVE CSV-DATA-ESTADO(4:2) TO MES-DATA
              MOVE CSV-DATA-ESTADO(7:4) TO ANO-DATA

              MOVE SPACE TO DATE-VALID
              MOVE DATA-ESTADO TO WS-VALID-DATE
              PERFORM CHECK-DATE
              IF DATE-VALID NOT = "Y" THEN
                 MOVE "DATA DO ESTADO INVALIDA" TO MOTIVO
                 EXIT SECTION
              END-IF
           END-IF

      *    NIF: EM BRANCO OU ZEROS E CONSUMIDOR FINAL; QUALQUER OUTRO
      *    VALOR TEM DE PASSAR NO DIGITO DE CONTROLO (GESTORNIF).
           MOVE FUNCTION TRIM (CSV-NIF) TO CSV-NIF
           IF CSV-NIF NOT = SPACES THEN
              IF CSV-NIF(1:9) IS NOT NUMERIC
              OR CSV-NIF(10:) NOT = SPACES THEN
                 MOVE "NIF INVALIDO" TO MOTIVO
                 EXIT SECTION
              END-IF
              MOVE CSV-NIF(1:9) TO NIF
              IF NOT NIF-CONSUMIDOR-FINAL THEN
                 SET NIF-INVALIDO TO TRUE
                 MOVE NIF TO NIF-NUMERO
                 CALL "GESTORNIF" USING NIF-PEDIDO
                 IF NIF-INVALIDO THEN
                    MOVE "NIF INVALIDO" TO MOTIVO
                    EXIT SECTION
                 END-IF
              END-IF
           END-IF

           PERFORM VALIDAR-FATURACAO
           IF DADOS-FAT-OK NOT = "S" THEN
              MOVE "DADOS DE FATURACAO INVALIDOS" TO MOTIVO
              EXIT SECTION
           END-IF

           PERFORM PROCURAR-DUPLICADO
           IF DUP-ENCONTRADO NOT = ZEROS THEN
              STRING "DUPLICADO DO ALUNO ", DUP-ENCONTRADO
                 DELIMITED BY SIZE INTO MOTIVO
              END-STRING
              EXIT SECTION
           END-IF

           MOVE "S" TO LINHA-OK
           EXIT SECTION.

       VALIDAR-FATURACAO SECTION.
      ******************************************************************
      *    VALIDA OS DADOS DE FATURACAO OPCIONAIS COMO NO REGISTO NO
      *    ECRA: SEM MORADA FICAM EM BRANCO; COM MORADA, O CODIGO-
      *    POSTAL E A LOCALIDADE SAO OBRIGATORIOS.
      ******************************************************************
           MOVE SPACES TO DADOS-FAT-OK

           MOVE FUNCTION TRIM (CSV-NOME-FAT) TO CSV-NOME-FAT
           MOVE FUNCTION TRIM (CSV-MORADA-FAT) TO CSV-MORADA-FAT
           MOVE FUNCTION TRIM (CSV-COD-POSTAL-FAT) TO CSV-COD-POSTAL-FAT
           MOVE FUNCTION TRIM (CSV-LOCALIDADE-FAT) TO CSV-LOCALIDADE-FAT
           IF CSV-NOME-FAT(51:) NOT = SPACES
           OR CSV-MORADA-FAT(101:) NOT = SPACES
           OR CSV-LOCALIDADE-FAT(51:) NOT = SPACES THEN
              EXIT SECTION
           END-IF

      *    INSTRUÇÃO PARA RETIRAR ESPAÇOS E CONVERTER PARA MAIÚSCULAS.
           MOVE CSV-NOME-FAT TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT TO NOME-FAT
           MOVE CSV-MORADA-FAT TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT TO MORADA-FAT
           MOVE CSV-LOCALIDADE-FAT TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT TO LOCALIDADE-FAT

           IF CSV-COD-POSTAL-FAT NOT = SPACES THEN
              IF CSV-COD-POSTAL-FAT(1:4) IS NOT NUMERIC
              OR CSV-COD-POSTAL-FAT(5:1) NOT = "-"
              OR CSV-COD-POSTAL-FAT(6:3) IS NOT NUMERIC
              OR CSV-COD-POSTAL-FAT(9:) NOT = SPACES THEN
                 EXIT SECTION
              END-IF
              MOVE CSV-COD-POSTAL-FAT(1:4) TO COD-FAT
              MOVE CSV-COD-POSTAL-FAT(6:3) TO POST-FAT
           END-IF

           EVALUATE TRUE
              WHEN NOME-FAT IS NOT VALID-NAME
                 CONTINUE
              WHEN MORADA-FAT = SPACES
                 MOVE ZEROS TO COD-POSTAL-FAT
                 MOVE SPACES TO LOCALIDADE-FAT
                 MOVE "S" TO DADOS-FAT-OK
              WHEN VALID-COD-FAT AND LOCALIDADE-FAT NOT = SPACES
                 MOVE "S" TO DADOS-FAT-OK
           END-EVALUATE
           EXIT SECTION.

       PROCURAR-DUPLICADO SECTION.
      ******************************************************************
      *    PROCURA NA TABELA UM ALUNO COM O MESMO NOME, O MESMO
      *    TELEFONE (DIFERENTE DE ZEROS) OU O MESMO E-MAIL (NAO VAZIO),
      *    A REGRA DE DUPLICADOS DO GESTORFUSAO. DUP-ENCONTRADO FICA
      *    COM O NUMERO DO ALUNO ENCONTRADO OU A ZEROS.
      ******************************************************************
           MOVE ZEROS TO DUP-ENCONTRADO

           PERFORM VARYING DUP-IDX FROM 1 BY 1
              UNTIL DUP-IDX > DUP-MAX OR DUP-ENCONTRADO NOT = ZEROS
              IF (NOME NOT = SPACES
                  AND DUP-TAB-NOME (DUP-IDX) = NOME)
              OR (TELEF NOT = ZEROS
                  AND DUP-TAB-TELEF (DUP-IDX) = TELEF)
              OR (EMAIL NOT = SPACES
                  AND DUP-TAB-EMAIL (DUP-IDX) = EMAIL) THEN
                 MOVE DUP-TAB-IDNUM (DUP-IDX) TO DUP-ENCONTRADO
              END-IF
           END-PERFORM
           EXIT SECTION.

       GRAVAR-ALUNO SECTION.
      ******************************************************************
      *    GRAVA O ALUNO VALIDADO COM O PROXIMO NUMERO DISPONIVEL,
      *    REGISTA O ESTADO INICIAL NO HISTORICO, ACRESCENTA-O A TABELA
      *    DE DUPLICADOS E, SE PEDIDO, INSCREVE-O NA UNIDADE.
      ******************************************************************
           PERFORM PROXIMO-IDNUM
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD

           MOVE IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 MOVE WSALUNO TO FDALUNO
                 WRITE FDALUNO
                 END-WRITE
              NOT INVALID KEY
                 MOVE "NUMERO DE ALUNO JA EXISTENTE" TO MOTIVO
                 PERFORM REJEITAR-LINHA
                 EXIT SECTION
           END-READ

           ADD 1 TO CONT-IMPORTADOS

           MOVE "; REGISTO: " TO WSLOG-ADD-HEADING
           MOVE IDNUM TO WSLOG-ADD-KEY
           MOVE "; REGISTO IMPORTADO DE CSV" TO WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS

           PERFORM SAVE-HISTORICO-ESTADO

           IF DUP-MAX < 3000 THEN
              ADD 1 TO DUP-MAX
              MOVE IDNUM TO DUP-TAB-IDNUM (DUP-MAX)
              MOVE NOME TO DUP-TAB-NOME (DUP-MAX)
              MOVE TELEF TO DUP-TAB-TELEF (DUP-MAX)
              MOVE EMAIL TO DUP-TAB-EMAIL (DUP-MAX)
           END-IF

           IF INSCREVER-UNIDADE = "S" THEN
              PERFORM INSCREVER-ALUNO
           END-IF
           EXIT SECTION.

       PROXIMO-IDNUM SECTION.
      ******************************************************************
      *    SECÇÃO QUE ATRIBUI AUTOMATICAMENTE O PRÓXIMO NÚMERO DE ALUNO
      *    DISPONÍVEL, PROCURANDO O ÚLTIMO REGISTO DO FICHEIRO.
      ******************************************************************
           MOVE ZEROS TO IDNUM
           MOVE HIGH-VALUES TO FDIDNUM

           START ALUNOS KEY IS LESS THAN FDIDNUM
              INVALID KEY
                 MOVE ZEROS TO IDNUM
           END-START

           IF FS-ALUNOS = "00" THEN
              READ ALUNOS PREVIOUS RECORD
                 AT END
                    MOVE ZEROS TO IDNUM
                 NOT AT END
                    MOVE FDIDNUM TO IDNUM
              END-READ
           END-IF

           ADD 1 TO IDNUM
           EXIT SECTION.

       REJEITAR-LINHA SECTION.
      ******************************************************************
      *    ESCREVE NO FICHEIRO DE REJEITADOS O NUMERO DA LINHA, O
      *    MOTIVO E A LINHA ORIGINAL, E REGISTA A RECUSA NO LOG.
      ******************************************************************
           ADD 1 TO CONT-REJEITADOS

           MOVE SPACES TO REJ-LINHA
           STRING NUM-LINHA                       DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM (MOTIVO)          DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  CSV-LINHA-ALUNO                 DELIMITED BY SIZE
                  INTO REJ-LINHA
           END-STRING
           WRITE REJ-LINHA
           END-WRITE

           MOVE "; IMPORTACAO: " TO WSLOG-ADD-HEADING
           STRING "LINHA ", NUM-LINHA DELIMITED BY SIZE
              INTO WSLOG-ADD-KEY
           END-STRING
           STRING "; RECUSADO: ", MOTIVO DELIMITED BY SIZE
              INTO WSLOG-ADD-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS
           EXIT SECTION.

       INSCREVER-ALUNO SECTION.
      ******************************************************************
      *    INSCREVE O ALUNO IMPORTADO NA UNIDADE PEDIDA, SE A UNIDADE
      *    AINDA TIVER CAPACIDADE E, TENDO TURMAS, UMA TURMA COM LUGAR.
      *    SEM LUGAR, O ALUNO FICA GRAVADO SEM INSCRICAO E A LINHA E
      *    ASSINALADA NO FICHEIRO DE REJEITADOS.
      ******************************************************************
           IF CONT-INSCRITOS >= CAPACIDADE-UNIDADE THEN
              MOVE "SEM INSCRICAO: CAPACIDADE ESGOTADA" TO MOTIVO
              PERFORM ASSINALAR-SEM-INSCRICAO
              EXIT SECTION
           END-IF

           MOVE SPACES TO TURMAS-EXISTEM, TURMA-SUGERIDA
           IF TURMAS-ABERTO = "S" THEN
              PERFORM OBTER-TURMA-LIVRE
           END-IF
           IF TURMAS-EXISTEM = "S" AND TURMA-SUGERIDA = SPACES THEN
              MOVE "SEM INSCRICAO: TURMAS COMPLETAS" TO MOTIVO
              PERFORM ASSINALAR-SEM-INSCRICAO
              EXIT SECTION
           END-IF

           MOVE IDNUM TO WSINSC-IDNUM
           MOVE IMP-SIGLA TO WSINSC-SIGLAUNIDADE
           MOVE TURMA-SUGERIDA TO WSINSC-TURMA
           MOVE 1 TO WSINSC-ESTADO
           MOVE ZEROS TO WSINSC-DATA-ANULACAO
           MOVE FUNCTION CURRENT-DATE (1:4) TO WSINSC-ANO-INSC
           MOVE FUNCTION CURRENT-DATE (5:2) TO WSINSC-MES-INSC
           MOVE FUNCTION CURRENT-DATE (7:2) TO WSINSC-DIA-INSC
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSINSC-DATE-TIME
           END-STRING

           WRITE FDINSCRICAO FROM WSINSCRICAO
           END-WRITE
           ADD 1 TO CONT-INSCRITOS, CONT-INSCRITOS-IMP

           MOVE "; INSCRICAO: " TO WSLOG-ADD-HEADING
           MOVE IMP-SIGLA TO WSLOG-ADD-KEY
           MOVE "; INSCRICAO REGISTADA PARA O ALUNO" TO
              WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS
           EXIT SECTION.

       ASSINALAR-SEM-INSCRICAO SECTION.
      ******************************************************************
      *    ASSINALA NO FICHEIRO DE REJEITADOS UM ALUNO IMPORTADO QUE
      *    FICOU SEM INSCRICAO NA UNIDADE, PARA SER INSCRITO A MAO.
      ******************************************************************
           ADD 1 TO CONT-SEM-INSCRICAO

           MOVE SPACES TO REJ-LINHA
           STRING NUM-LINHA                       DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM (MOTIVO)          DELIMITED BY SIZE
                  " (ALUNO "                      DELIMITED BY SIZE
                  IDNUM                           DELIMITED BY SIZE
                  ");"                            DELIMITED BY SIZE
                  CSV-LINHA-ALUNO                 DELIMITED BY SIZE
                  INTO REJ-LINHA
           END-STRING
           WRITE REJ-LINHA
           END-WRITE

           MOVE "; INSCRICAO: " TO WSLOG-ADD-HEADING
           MOVE IMP-SIGLA TO WSLOG-ADD-KEY
           MOVE "; RECUSADO: UNIDADE SEM LUGAR" TO WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS
           EXIT SECTION.

       CONTAR-INSCRITOS-UNIDADE SECTION.
      ******************************************************************
      *    CONTA AS INSCRICOES ATIVAS DA UNIDADE ESCOLHIDA, PARA
      *    COMPARAR COM A CAPACIDADE (FDCAPACIDADE) DA UNIDADE.
      ******************************************************************
           MOVE ZEROS TO CONT-INSCRITOS

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
                       IF FDINSC-SIGLAUNIDADE = IMP-SIGLA
                       AND FDINSC-ATIVA THEN
                          ADD 1 TO CONT-INSCRITOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       OBTER-TURMA-LIVRE SECTION.
      ******************************************************************
      *    PERCORRE AS TURMAS DA UNIDADE IMP-SIGLA (FICHEIRO JA
      *    ABERTO), INDICANDO SE EXISTEM E QUAL A PRIMEIRA COM LUGAR.
      ******************************************************************
           MOVE SPACES TO TURMAS-EXISTEM, TURMA-SUGERIDA

           MOVE IMP-SIGLA TO FDTURMA-SIGLAUNIDADE
           MOVE LOW-VALUES TO FDTURMA-CODIGO
           START TURMAS KEY IS GREATER OR EQUAL FDTURMA-CHAVE
              INVALID KEY
                 SET STATUS-TURMA TO TRUE
           END-START

           IF FS-TURMAS = "00" THEN
              PERFORM UNTIL STATUS-TURMA
                 READ TURMAS NEXT RECORD
                    AT END
                       SET STATUS-TURMA TO TRUE
                    NOT AT END
                       IF FDTURMA-SIGLAUNIDADE NOT = IMP-SIGLA THEN
                          SET STATUS-TURMA TO TRUE
                       ELSE
                          MOVE "S" TO TURMAS-EXISTEM
                          IF TURMA-SUGERIDA = SPACES THEN
                             PERFORM CONTAR-INSCRITOS-TURMA
                             IF CONT-INSCRITOS-TURMA <
                                FDTURMA-CAPACIDADE THEN
                                MOVE FDTURMA-CODIGO TO TURMA-SUGERIDA
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       CONTAR-INSCRITOS-TURMA SECTION.
      ******************************************************************
      *    CONTA AS INSCRICOES ATIVAS NA TURMA ATUALMENTE LIDA EM
      *    FDTURMA.
      ******************************************************************
           MOVE ZEROS TO CONT-INSCRITOS-TURMA

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
                       IF FDINSC-SIGLAUNIDADE = FDTURMA-SIGLAUNIDADE
                       AND FDINSC-TURMA = FDTURMA-CODIGO
                       AND FDINSC-ATIVA THEN
                          ADD 1 TO CONT-INSCRITOS-TURMA
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

       SAVE-HISTORICO-ESTADO SECTION.
      ******************************************************************
      *    SECÇÃO QUE É CHAMADA PARA GRAVAR NO FICHEIRO DE HISTÓRICO O
      *    ESTADO INICIAL DO ALUNO IMPORTADO (SEM ESTADO ANTERIOR).
      ******************************************************************
           OPEN EXTEND HISTALUNOS
              STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                     FUNCTION CURRENT-DATE (5:2), "/",
                     FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                     FUNCTION CURRENT-DATE (9:2), ":",
                     FUNCTION CURRENT-DATE (11:2) INTO FDHIST-DATE-TIME
              MOVE IDNUM TO FDHIST-IDNUM
              MOVE ZEROS TO FDHIST-ESTADO-ANTERIOR
              MOVE ESTADO TO FDHIST-ESTADO-NOVO
              MOVE DATA-ESTADO TO FDHIST-DATA-MUDANCA
              WRITE FDHISTALUNO
              END-WRITE
           CLOSE HISTALUNOS
           EXIT SECTION.

       SPACE-UPPER SECTION.
      ******************************************************************
      *    MENU QUE É CHAMADO PARA RETIRAR ESPAÇOS EXTRA NO QUE O
      *    UTILIZADOR INTRODUZIR E CONVERTER PARA MAIÚSCULAS.
      ******************************************************************
           MOVE SPACES TO SPACE-CHECK1,
              SPACE-CHECK2, SPACE-CHECK3, SPACE-CHECK4, SPACE-CHECK5,
              SPACE-CHECK6, SPACE-CHECK7, SPACE-CHECK8, SPACE-CHECK9,
              SPACE-CHECK10, SPACE-CHECK11, SPACE-CHECK12,
              SPACE-CHECK13, SPACE-CHECK14, SPACE-CHECK15, SPACE-CHECK16
              SPACE-CHECK17, SPACE-CHECK18, SPACE-CHECK19, SPACE-CHECK20
              SPACE-CHECK21, SPACE-CHECK22, SPACE-CHECK23, SPACE-CHECK24

           MOVE FUNCTION TRIM (LINK-TEXT) TO LINK-TEXT

           MOVE FUNCTION UPPER-CASE (LINK-TEXT) TO LINK-TEXT

           UNSTRING LINK-TEXT DELIMITED BY ALL SPACES INTO SPACE-CHECK1,
              SPACE-CHECK2, SPACE-CHECK3, SPACE-CHECK4, SPACE-CHECK5,
              SPACE-CHECK6, SPACE-CHECK7, SPACE-CHECK8, SPACE-CHECK9,
              SPACE-CHECK10, SPACE-CHECK11, SPACE-CHECK12,
              SPACE-CHECK13, SPACE-CHECK14, SPACE-CHECK15, SPACE-CHECK16
              SPACE-CHECK17, SPACE-CHECK18, SPACE-CHECK19, SPACE-CHECK20
              SPACE-CHECK21, SPACE-CHECK22, SPACE-CHECK23, SPACE-CHECK24

           STRING
              SPACE-CHECK1  DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK2  DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK3  DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK4  DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK5  DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK6  DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK7  DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK8  DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK9  DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK10 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK11 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK12 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK13 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK14 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK15 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK16 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK17 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK18 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK19 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK20 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK21 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK22 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK23 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              SPACE-CHECK24 DELIMITED BY SPACES SPACE DELIMITED BY SIZE
              INTO LINK-TEXT
           EXIT SECTION.

       CHECK-DATE SECTION.
      ******************************************************************
      *    MENU QUE É CHAMADO PARA VERIFICAR SE A DATA INTRODUZIDA É UMA
      *    DATA VÁLIDA.
      ******************************************************************
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF WS-CURRENT-DATE <= WS-VALID-DATE THEN
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

       END PROGRAM GESTORIMPORTAR.
