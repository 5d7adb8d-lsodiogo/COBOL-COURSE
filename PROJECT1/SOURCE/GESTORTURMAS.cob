      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA FAZER A GESTÃO DO FICHEIRO
      *    MESTRE DE TURMAS: UMA UNIDADE FORMATIVA COM MUITOS ALUNOS
      *    PODE SER DIVIDIDA EM TURMAS PARALELAS, CADA UMA COM O SEU
      *    DOCENTE, A SUA SALA E A SUA CAPACIDADE (QUE NAO PODE
      *    EXCEDER OS LUGARES DA SALA). A INSCRICAO DO ALUNO NUMA
      *    UNIDADE COM TURMAS LEVA A TURMA (GESTORINSCRICOES, OU A
      *    ATRIBUICAO DESTE PROGRAMA), E AS AULAS PODEM SER MARCADAS
      *    POR TURMA (GESTORHORARIOS): AS PRESENCAS, A FOLHA E O
      *    HORARIO DO ALUNO CONSIDERAM APENAS OS ALUNOS DA TURMA. UMA
      *    AULA OU UMA INSCRICAO SEM TURMA E DA UNIDADE TODA.
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************
      *    V1.1 | 15.10.2026 | ADICIONADAS AS HORAS CONTRATADAS DA
      *    TURMA (ZERO = AS HORAS CONTRATADAS DA UNIDADE), CONFRONTADAS
      *    COM AS HORAS DADAS EM GESTORCARGAHORARIA.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORTURMAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO "turmas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDTURMA-CHAVE
              LOCK MODE MANUAL
              FILE STATUS FS-TURMAS.

           SELECT UNIDADES ASSIGN TO "unidadesfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSIGLAUNIDADE
              FILE STATUS FS-UNIDADES.

           SELECT PROFS ASSIGN TO "profsfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSIGLAPROF
              FILE STATUS FS-PROFS.

           SELECT SALAS ASSIGN TO "salasfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSALA-CODIGO
              FILE STATUS FS-SALAS.

           SELECT ALUNOS ASSIGN TO "alunosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDIDNUM
              FILE STATUS FS-ALUNOS.

           SELECT INSCRICOES ASSIGN TO "inscricoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINSC-CHAVE
              FILE STATUS FS-INSCRICOES.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMAS.
       COPY FDTURMAS.

       FD  UNIDADES.
       COPY FDUNIDADES.

       FD  PROFS.
       COPY FDPROFS.

       FD  SALAS.
       COPY FDSALAS.

       FD  ALUNOS.
       COPY FDALUNOS.

       FD  INSCRICOES.
       COPY FDINSCRICOES.

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSTURMAS.
       COPY WSLOGRECORDS.
       COPY VAR-SPACEUPPER.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-REGISTAR       VALUE 1.
           88  OPCAO-LISTAR         VALUE 2.
           88  OPCAO-ALTERAR        VALUE 3.
           88  OPCAO-ATRIBUIR       VALUE 4.
           88  VALID-ESCOLHA        VALUE 0 THRU 4.

       77  FS-TURMAS                PIC X(002).
       77  FS-UNIDADES              PIC X(002).
       77  FS-PROFS                 PIC X(002).
       77  FS-SALAS                 PIC X(002).
       77  FS-ALUNOS                PIC X(002).
       77  FS-INSCRICOES            PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  VERDADEIRO               PIC X(001).
       77  LINHA                    PIC 9(004).
       77  COLUNA                   PIC 9(004).
       77  CONT-LISTADOS            PIC 9(003).
       77  CONT-INSCRITOS-TURMA     PIC 9(003).
       77  EXCLUIR-IDNUM            PIC 9(006).
       77  TURMAS-EXISTEM           PIC X(001).
       77  ATRIB-IDNUM              PIC 9(006).
       77  ATRIB-SIGLA              PIC X(005).
       77  ATRIB-TURMA              PIC X(003).
       77  ATRIB-TURMA-ANTERIOR     PIC X(003).

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DO MENU PRINCIPAL.

       01  MENU1-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 51 VALUE "G E S T O R   D E   T U R M A S".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 12 COL 55 VALUE "0. SAIR".
           03  LINE 14 COL 55 VALUE "1. REGISTAR TURMA".
           03  LINE 16 COL 55 VALUE "2. LISTAR TURMAS".
           03  LINE 18 COL 55 VALUE "3. ALTERAR TURMA".
           03  LINE 20 COL 55 VALUE "4. ATRIBUIR TURMA A INSCRICAO".
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
      *    SCREEN DO MENU REGISTAR / ALTERAR / ATRIBUIR.

       01  REGISTAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 59 VALUE "R E G I S T A R".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

      ******************************************************************
      *    SCREEN DE CABECALHO DA LISTA.

       01  LISTAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 61 VALUE "L I S T A R".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INTRODUZ A CHAVE DA TURMA (UNIDADE
      *    E CODIGO DA TURMA NA UNIDADE).

       01  TURMA-CHAVE-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "SIGLA DA UNIDADE:".
           03  TURMA-UNIDADE-CAMPO LINE 09 COL 28 PIC X(5) TO
               WSTURMA-SIGLAUNIDADE AUTO REQUIRED.
           03  LINE 09 COL 43 VALUE "TURMA:".
           03  TURMA-CODIGO-CAMPO LINE 09 COL 50 PIC X(3) TO
               WSTURMA-CODIGO AUTO REQUIRED.

      ******************************************************************
      *    SCREEN COM OS RESTANTES CAMPOS DA TURMA.

       01  TURMA-DADOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 11 COL 10 VALUE "SIGLA DO DOCENTE:".
           03  TURMA-PROF-CAMPO LINE 11 COL 28 PIC X(4) USING
               WSTURMA-SIGLAPROF AUTO.
           03  LINE 11 COL 43 VALUE "SALA:".
           03  TURMA-SALA-CAMPO LINE 11 COL 49 PIC X(10) USING
               WSTURMA-SALA AUTO.
           03  LINE 11 COL 70 VALUE "CAPACIDADE:".
           03  TURMA-CAPACIDADE-CAMPO LINE 11 COL 82 PIC 9(3) USING
               WSTURMA-CAPACIDADE AUTO BLANK WHEN ZERO.
           03  LINE 11 COL 90 VALUE "HORAS (VAZIO = UNIDADE):".
           03  TURMA-HORAS-CAMPO LINE 11 COL 115 PIC 9(4) USING
               WSTURMA-HORAS-CONTRATADAS AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREENS DA ATRIBUICAO DE TURMA A UMA INSCRICAO.

       01  ATRIB-CHAVE-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "NUMERO DO ALUNO:".
           03  ATRIB-IDNUM-CAMPO LINE 09 COL 28 PIC 9(6) TO
               ATRIB-IDNUM AUTO BLANK WHEN ZERO.
           03  LINE 09 COL 43 VALUE "SIGLA DA UNIDADE:".
           03  ATRIB-SIGLA-CAMPO LINE 09 COL 61 PIC X(5) TO
               ATRIB-SIGLA AUTO REQUIRED.

       01  ATRIB-DADOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW-ATRIB-NOME LINE 11 COL 10 PIC X(050) FROM FDNOME.
           03  LINE 13 COL 10 VALUE "TURMA ATUAL:".
           03  SHOW-ATRIB-ANTERIOR LINE 13 COL 23 PIC X(3) FROM
               ATRIB-TURMA-ANTERIOR.
           03  LINE 13 COL 43 VALUE "NOVA TURMA:".
           03  ATRIB-TURMA-CAMPO LINE 13 COL 55 PIC X(3) TO
               ATRIB-TURMA AUTO REQUIRED.

      ******************************************************************
      *    SCREENS DE MENSAGEM DE ERRO.

       01  CAMPO-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 13 VALUE "CAMPO INVALIDO: DOCENTE INEXISTENTE
      -       ", SALA INATIVA OU CAPACIDADE FORA DOS LIMITES | PRESSIONE
      -       " QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  CHAVE-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 22 VALUE "UNIDADE INEXISTENTE OU CODIGO DA TU
      -       "RMA EM BRANCO | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  TURMA-JA-EXISTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 30 VALUE "A TURMA JA EXISTE NESTA UNIDADE | P
      -       "RESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  TURMA-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 37 VALUE "TURMA INEXISTENTE | PRESSIONE QUALQ
      -       "UER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  INSCRICAO-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 24 VALUE "O ALUNO NAO TEM INSCRICAO ATIVA NES
      -       "TA UNIDADE | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  SEM-TURMAS-UNIDADE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 28 VALUE "A UNIDADE NAO TEM TURMAS REGISTADAS
      -       " | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  TURMA-COMPLETA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 22 VALUE "RECUSADO: A TURMA JA ATINGIU A CAPA
      -       "CIDADE MAXIMA | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREENS DE CONFIRMACAO DE GRAVACAO.

       01  CONFIRMACAO-TURMA FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 33 VALUE "TURMA GRAVADA COM SUCESSO | PRESSIO
      -       "NE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  CONFIRMACAO-ATRIBUICAO FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 32 VALUE "TURMA ATRIBUIDA COM SUCESSO | PRESS
      -       "IONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN QUE MOSTRA CADA TURMA NA LISTA, COM OS INSCRITOS.

       01  LINHA-TURMA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL COLUNA.
               05  SHOW-TURMA-UNIDADE PIC X(5) FROM
                   FDTURMA-SIGLAUNIDADE.
               05  VALUE " | TURMA: ".
               05  SHOW-TURMA-CODIGO PIC X(3) FROM FDTURMA-CODIGO.
               05  VALUE " | DOCENTE: ".
               05  SHOW-TURMA-PROF PIC X(4) FROM FDTURMA-SIGLAPROF.
               05  VALUE " | SALA: ".
               05  SHOW-TURMA-SALA PIC X(10) FROM FDTURMA-SALA.
               05  VALUE " | CAPACIDADE: ".
               05  SHOW-TURMA-CAPACIDADE PIC ZZ9 FROM
                   FDTURMA-CAPACIDADE.
               05  VALUE " | INSCRITOS: ".
               05  SHOW-TURMA-INSCRITOS PIC ZZ9 FROM
                   CONT-INSCRITOS-TURMA.
               05  VALUE " | HORAS: ".
               05  SHOW-TURMA-HORAS PIC ZZZ9 FROM
                   FDTURMA-HORAS-CONTRATADAS.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO NAO HA TURMAS REGISTADAS.

       01  SEM-TURMAS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 38 VALUE "NAO EXISTEM TURMAS REGISTADAS | PRE
      -        "SSIONE QUALQUER TECLA"
               FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(001) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM NO FIM DE UMA LISTA.

       01  FIM-LISTA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 26 COL 44 VALUE "FIM DA LISTA | PRESSIONE QUALQUER T
      -        "ECLA PARA CONTINUAR" HIGHLIGHT.
           03  LINE 01 COL 01 PIC X(001) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN PARA LIMPAR A ZONA DA LISTA.

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
      *    VERIFICAÇÃO SE FICHEIRO DE TURMAS EXISTE.
      ******************************************************************
           OPEN I-O TURMAS
           IF FS-TURMAS = 35
              OPEN OUTPUT TURMAS
              CLOSE TURMAS
           ELSE
              CLOSE TURMAS
           END-IF

           MOVE "; GESTOR: TURMAS" TO WSLOG-PROGRAM
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
                 WHEN OPCAO-LISTAR      PERFORM LISTAR
                 WHEN OPCAO-ALTERAR     PERFORM ALTERAR
                 WHEN OPCAO-ATRIBUIR    PERFORM ATRIBUIR
              END-EVALUATE

           END-PERFORM
           EXIT PROGRAM.

       REGISTAR SECTION.
      ******************************************************************
      *    REGISTA UMA NOVA TURMA NUMA UNIDADE EXISTENTE.
      ******************************************************************
           MOVE "; MENU: REGISTAR" TO WSLOG-SECTION

           OPEN I-O TURMAS
           DISPLAY REGISTAR-SCREEN

           INITIALIZE WSTURMA
           PERFORM PEDIR-CHAVE-TURMA
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE TURMAS
              EXIT SECTION
           END-IF

           MOVE WSTURMA-CHAVE TO FDTURMA-CHAVE
           READ TURMAS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ACCEPT TURMA-JA-EXISTE-SCREEN
                 CLOSE TURMAS
                 EXIT SECTION
           END-READ

           PERFORM PEDIR-DADOS-TURMA
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE TURMAS
              EXIT SECTION
           END-IF

           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSTURMA-DATE-TIME
           END-STRING

           MOVE WSTURMA TO FDTURMA
           WRITE FDTURMA
              INVALID KEY
                 CONTINUE
           END-WRITE

           CLOSE TURMAS

           MOVE "; TURMA: " TO WSLOG-ADD-HEADING
           MOVE WSTURMA-CHAVE TO WSLOG-ADD-KEY
           MOVE "; TURMA REGISTADA" TO WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-TURMA
           EXIT SECTION.

       ALTERAR SECTION.
      ******************************************************************
      *    ALTERA O DOCENTE, A SALA, A CAPACIDADE OU AS HORAS
      *    CONTRATADAS DE UMA TURMA EXISTENTE (A UNIDADE E O CODIGO SAO
      *    A CHAVE E NAO SE ALTERAM). A CAPACIDADE NAO PODE FICAR
      *    ABAIXO DOS ALUNOS JA INSCRITOS NA TURMA.
      ******************************************************************
           MOVE "; MENU: ALTERAR" TO WSLOG-SECTION

           OPEN I-O TURMAS
           DISPLAY REGISTAR-SCREEN

           INITIALIZE WSTURMA
           PERFORM PEDIR-CHAVE-TURMA
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE TURMAS
              EXIT SECTION
           END-IF

           MOVE WSTURMA-CHAVE TO FDTURMA-CHAVE
           READ TURMAS RECORD
              INVALID KEY
                 ACCEPT TURMA-INEXISTENTE-SCREEN
                 CLOSE TURMAS
                 EXIT SECTION
           END-READ

           MOVE FDTURMA TO WSTURMA

           PERFORM PEDIR-DADOS-TURMA
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE TURMAS
              EXIT SECTION
           END-IF

           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSTURMA-DATE-TIME
           END-STRING
           MOVE WSTURMA TO FDTURMA
           REWRITE FDTURMA
           END-REWRITE

           CLOSE TURMAS

           MOVE "; TURMA: " TO WSLOG-EDIT-HEADING
           MOVE WSTURMA-CHAVE TO WSLOG-EDIT-KEY
           MOVE "; TURMA ALTERADA" TO WSLOG-EDIT-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-TURMA
           EXIT SECTION.

       PEDIR-CHAVE-TURMA SECTION.
      ******************************************************************
      *    PEDE A UNIDADE E O CODIGO DA TURMA: A UNIDADE TEM DE EXISTIR
      *    E O CODIGO NAO PODE FICAR EM BRANCO.
      ******************************************************************
           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              MOVE SPACES TO TURMA-UNIDADE-CAMPO, TURMA-CODIGO-CAMPO
              ACCEPT TURMA-CHAVE-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF

              MOVE WSTURMA-SIGLAUNIDADE TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:5) TO WSTURMA-SIGLAUNIDADE
              MOVE WSTURMA-CODIGO TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:3) TO WSTURMA-CODIGO

              OPEN INPUT UNIDADES
              MOVE WSTURMA-SIGLAUNIDADE TO FDSIGLAUNIDADE
              READ UNIDADES RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF WSTURMA-CODIGO NOT = SPACES THEN
                       MOVE "S" TO VERDADEIRO
                    END-IF
              END-READ
              CLOSE UNIDADES

              IF VERDADEIRO NOT = "S" THEN
                 ACCEPT CHAVE-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM
           EXIT SECTION.

       PEDIR-DADOS-TURMA SECTION.
      ******************************************************************
      *    PEDE E VALIDA OS DADOS DA TURMA: O DOCENTE TEM DE EXISTIR, A
      *    SALA TEM DE EXISTIR E ESTAR ATIVA, E A CAPACIDADE TEM DE SER
      *    POSITIVA, NAO EXCEDER OS LUGARES DA SALA NEM FICAR ABAIXO
      *    DOS ALUNOS JA INSCRITOS NA TURMA.
      ******************************************************************
           OPEN INPUT PROFS, SALAS, INSCRICOES

           MOVE ZEROS TO EXCLUIR-IDNUM
           MOVE WSTURMA-SIGLAUNIDADE TO FDTURMA-SIGLAUNIDADE
           MOVE WSTURMA-CODIGO TO FDTURMA-CODIGO
           PERFORM CONTAR-INSCRITOS-TURMA

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              ACCEPT TURMA-DADOS-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE PROFS, SALAS, INSCRICOES
                 EXIT SECTION
              END-IF

              MOVE WSTURMA-SIGLAPROF TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:4) TO WSTURMA-SIGLAPROF
              MOVE WSTURMA-SALA TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:10) TO WSTURMA-SALA

              MOVE WSTURMA-SIGLAPROF TO FDSIGLAPROF
              READ PROFS RECORD
                 INVALID KEY
                    MOVE "N" TO VERDADEIRO
              END-READ

              MOVE WSTURMA-SALA TO FDSALA-CODIGO
              READ SALAS RECORD
                 INVALID KEY
                    MOVE "N" TO VERDADEIRO
                 NOT INVALID KEY
                    IF NOT FDSALA-ATIVA
                    OR WSTURMA-CAPACIDADE > FDSALA-LUGARES THEN
                       MOVE "N" TO VERDADEIRO
                    END-IF
              END-READ

              IF NOT WSTURMA-CAPACIDADE-VALIDA
              OR WSTURMA-CAPACIDADE < CONT-INSCRITOS-TURMA THEN
                 MOVE "N" TO VERDADEIRO
              END-IF

              IF VERDADEIRO = SPACES THEN
                 MOVE "S" TO VERDADEIRO
              ELSE
                 MOVE SPACES TO VERDADEIRO
                 ACCEPT CAMPO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE PROFS, SALAS, INSCRICOES
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           CLOSE PROFS, SALAS, INSCRICOES
           EXIT SECTION.

       LISTAR SECTION.
      ******************************************************************
      *    LISTA TODAS AS TURMAS REGISTADAS, POR UNIDADE, COM O NUMERO
      *    DE ALUNOS COM INSCRICAO ATIVA EM CADA TURMA.
      ******************************************************************
           MOVE "; MENU: LISTAR" TO WSLOG-SECTION

           OPEN INPUT TURMAS
           OPEN INPUT INSCRICOES
           DISPLAY LISTAR-SCREEN

           MOVE ZEROS TO CONT-LISTADOS, EXCLUIR-IDNUM
           MOVE 09 TO LINHA
           MOVE 05 TO COLUNA

           MOVE LOW-VALUES TO FDTURMA-CHAVE
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
                       ADD 1 TO CONT-LISTADOS
                       PERFORM CONTAR-INSCRITOS-TURMA
                       DISPLAY LINHA-TURMA-SCREEN
                       ADD 1 TO LINHA
                       IF LINHA > 24 THEN
                          ACCEPT FIM-LISTA-SCREEN
                          DISPLAY LIMPAR-LISTA
                          MOVE 09 TO LINHA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE TURMAS, INSCRICOES

           IF CONT-LISTADOS = ZEROS THEN
              ACCEPT SEM-TURMAS-SCREEN
           ELSE
              ACCEPT FIM-LISTA-SCREEN
           END-IF
           EXIT SECTION.

       ATRIBUIR SECTION.
      ******************************************************************
      *    ATRIBUI (OU MUDA) A TURMA DE UMA INSCRICAO ATIVA. A TURMA
      *    TEM DE EXISTIR NA UNIDADE DA INSCRICAO E TER LUGAR (O
      *    PROPRIO ALUNO NAO CONTA, PARA PERMITIR REPETIR A TURMA).
      ******************************************************************
           MOVE "; MENU: ATRIBUIR" TO WSLOG-SECTION

           OPEN I-O INSCRICOES
           OPEN INPUT TURMAS
           OPEN INPUT ALUNOS
           DISPLAY REGISTAR-SCREEN

           MOVE ZEROS TO ATRIB-IDNUM, ATRIB-IDNUM-CAMPO
           MOVE SPACES TO ATRIB-SIGLA, ATRIB-SIGLA-CAMPO
           ACCEPT ATRIB-CHAVE-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE INSCRICOES, TURMAS, ALUNOS
              EXIT SECTION
           END-IF

           MOVE ATRIB-SIGLA TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT (1:5) TO ATRIB-SIGLA

           MOVE ATRIB-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 MOVE SPACES TO FDNOME
           END-READ

           PERFORM LER-INSCRICAO-ATRIBUIR
           IF FS-INSCRICOES NOT = "00" OR NOT FDINSC-ATIVA THEN
              ACCEPT INSCRICAO-INEXISTENTE-SCREEN
              CLOSE INSCRICOES, TURMAS, ALUNOS
              EXIT SECTION
           END-IF
           MOVE FDINSC-TURMA TO ATRIB-TURMA-ANTERIOR

           PERFORM VERIFICAR-TURMAS-UNIDADE
           IF TURMAS-EXISTEM NOT = "S" THEN
              ACCEPT SEM-TURMAS-UNIDADE-SCREEN
              CLOSE INSCRICOES, TURMAS, ALUNOS
              EXIT SECTION
           END-IF

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              MOVE SPACES TO ATRIB-TURMA, ATRIB-TURMA-CAMPO
              ACCEPT ATRIB-DADOS-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE INSCRICOES, TURMAS, ALUNOS
                 EXIT SECTION
              END-IF

              MOVE ATRIB-TURMA TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:3) TO ATRIB-TURMA

              MOVE ATRIB-SIGLA TO FDTURMA-SIGLAUNIDADE
              MOVE ATRIB-TURMA TO FDTURMA-CODIGO
              READ TURMAS RECORD
                 INVALID KEY
                    ACCEPT TURMA-INEXISTENTE-SCREEN
                 NOT INVALID KEY
                    MOVE ATRIB-IDNUM TO EXCLUIR-IDNUM
                    PERFORM CONTAR-INSCRITOS-TURMA
                    IF CONT-INSCRITOS-TURMA >= FDTURMA-CAPACIDADE THEN
                       ACCEPT TURMA-COMPLETA-SCREEN
                    ELSE
                       MOVE "S" TO VERDADEIRO
                    END-IF
              END-READ

              IF VERDADEIRO NOT = "S" THEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE INSCRICOES, TURMAS, ALUNOS
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

      *    A CONTAGEM PERCORRE AS INSCRICOES, PELO QUE A INSCRICAO DO
      *    ALUNO E LIDA DE NOVO ANTES DA REGRAVACAO.
           PERFORM LER-INSCRICAO-ATRIBUIR
           MOVE ATRIB-TURMA TO FDINSC-TURMA
           REWRITE FDINSCRICAO
           END-REWRITE

           CLOSE INSCRICOES, TURMAS, ALUNOS

           MOVE "; INSCRICAO: " TO WSLOG-EDIT-HEADING
           STRING ATRIB-IDNUM, " ", ATRIB-SIGLA INTO WSLOG-EDIT-KEY
           END-STRING
           STRING "; TURMA ATRIBUIDA: ", ATRIB-TURMA
              INTO WSLOG-EDIT-MESSAGE
           END-STRING
           STRING "TURMA ANTERIOR: ", ATRIB-TURMA-ANTERIOR
              INTO WSLOG-EDIT-CAMPO
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-ATRIBUICAO
           EXIT SECTION.

       LER-INSCRICAO-ATRIBUIR SECTION.
      ******************************************************************
      *    LE A INSCRICAO DO ALUNO ATRIB-IDNUM NA UNIDADE ATRIB-SIGLA.
      ******************************************************************
           MOVE ATRIB-IDNUM TO FDINSC-IDNUM
           MOVE ATRIB-SIGLA TO FDINSC-SIGLAUNIDADE
           READ INSCRICOES RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           EXIT SECTION.

       VERIFICAR-TURMAS-UNIDADE SECTION.
      ******************************************************************
      *    VERIFICA SE A UNIDADE ATRIB-SIGLA TEM TURMAS REGISTADAS.
      ******************************************************************
           MOVE SPACES TO TURMAS-EXISTEM

           MOVE ATRIB-SIGLA TO FDTURMA-SIGLAUNIDADE
           MOVE LOW-VALUES TO FDTURMA-CODIGO
           START TURMAS KEY IS GREATER OR EQUAL FDTURMA-CHAVE
              INVALID KEY
                 EXIT SECTION
           END-START

           READ TURMAS NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF FDTURMA-SIGLAUNIDADE = ATRIB-SIGLA THEN
                    MOVE "S" TO TURMAS-EXISTEM
                 END-IF
           END-READ
           EXIT SECTION.

       CONTAR-INSCRITOS-TURMA SECTION.
      ******************************************************************
      *    CONTA AS INSCRICOES ATIVAS NA TURMA EM FDTURMA-CHAVE, SEM
      *    CONTAR O ALUNO EXCLUIR-IDNUM (A ZEROS, CONTAM TODOS).
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
                       AND FDINSC-IDNUM NOT = EXCLUIR-IDNUM
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

       END PROGRAM GESTORTURMAS.
