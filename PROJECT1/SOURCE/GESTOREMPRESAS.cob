      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA FAZER A GESTÃO DO FICHEIRO
      *    MESTRE DE EMPRESAS DE ACOLHIMENTO (EMPRESAS QUE RECEBEM OS
      *    ALUNOS EM ESTAGIO): NOME, NIF, MORADA, A PESSOA DE CONTACTO
      *    COM TELEFONE E E-MAIL E O ESTADO (UMA EMPRESA INATIVA DEIXA
      *    DE PODER RECEBER ESTAGIOS NOVOS). OS ESTAGIOS DE CADA ALUNO
      *    (EMPRESA, TUTOR, DATAS, HORAS E AVALIACAO) SAO GERIDOS NO
      *    GESTOR DE ESTAGIOS.
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTOREMPRESAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS ASSIGN TO "empresas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDEMP-CODIGO
              LOCK MODE MANUAL
              FILE STATUS FS-EMPRESAS.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESAS.
       COPY FDEMPRESAS.

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSEMPRESAS.
       COPY WSLOGRECORDS.
       COPY VAR-SPACEUPPER.
       COPY VAR-NIF.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-REGISTAR       VALUE 1.
           88  OPCAO-LISTAR         VALUE 2.
           88  OPCAO-ALTERAR        VALUE 3.
           88  VALID-ESCOLHA        VALUE 0 THRU 3.

       77  FS-EMPRESAS        PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  VERDADEIRO               PIC X(001).
       77  LINHA                    PIC 9(004).
       77  COLUNA                   PIC 9(004).
       77  CONT-LISTADOS            PIC 9(003).
       77  PROX-CODIGO              PIC 9(005).
       77  EMP-ESTADO-TXT           PIC X(007).

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DO MENU PRINCIPAL.

       01  MENU1-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 49
               VALUE "G E S T O R   D E   E M P R E S A S".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 12 COL 55 VALUE "0. SAIR".
           03  LINE 14 COL 55 VALUE "1. REGISTAR EMPRESA".
           03  LINE 16 COL 55 VALUE "2. LISTAR EMPRESAS".
           03  LINE 18 COL 55 VALUE "3. ALTERAR EMPRESA".
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
      *    SCREEN DO MENU REGISTAR / ALTERAR.

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
      *    SCREEN ONDE O UTILIZADOR INTRODUZ O CODIGO DA EMPRESA A
      *    ALTERAR.

       01  EMP-CODIGO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "CODIGO DA EMPRESA:".
           03  EMP-CODIGO-CAMPO LINE 09 COL 34 PIC 9(5) TO
               WSEMP-CODIGO AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN QUE MOSTRA O CODIGO ATRIBUIDO A UMA NOVA EMPRESA.

       01  EMP-CODIGO-NOVO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE 09 COL 10 VALUE "CODIGO DA EMPRESA:".
           03  SHOW-EMP-CODIGO LINE 09 COL 34 PIC 9(5) FROM
               WSEMP-CODIGO.

      ******************************************************************
      *    SCREEN COM OS RESTANTES CAMPOS DA EMPRESA.

       01  EMP-DADOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 11 COL 10 VALUE "NOME:".
           03  EMP-NOME-CAMPO LINE 11 COL 16 PIC X(50) USING
               WSEMP-NOME AUTO.
           03  LINE 11 COL 70 VALUE "NIF:".
           03  EMP-NIF-CAMPO LINE 11 COL 75 PIC 9(9) USING
               WSEMP-NIF AUTO BLANK WHEN ZERO.
           03  LINE 13 COL 10 VALUE "MORADA:".
           03  EMP-MORADA-CAMPO LINE 13 COL 18 PIC X(100) USING
               WSEMP-MORADA AUTO.
           03  LINE 15 COL 10 VALUE "CODIGO-POSTAL:".
           03  EMP-COD-CAMPO LINE 15 COL 25 PIC 9(4) USING
               WSEMP-COD AUTO BLANK WHEN ZERO.
           03  LINE 15 COL 29 VALUE "-".
           03  EMP-POST-CAMPO LINE 15 COL 30 PIC 9(3) USING
               WSEMP-POST AUTO.
           03  LINE 15 COL 36 VALUE "LOCALIDADE:".
           03  EMP-LOCALIDADE-CAMPO LINE 15 COL 48 PIC X(50) USING
               WSEMP-LOCALIDADE AUTO.
           03  LINE 17 COL 10 VALUE "PESSOA DE CONTACTO:".
           03  EMP-CONTACTO-CAMPO LINE 17 COL 30 PIC X(50) USING
               WSEMP-CONTACTO AUTO.
           03  LINE 19 COL 10 VALUE "TELEFONE:".
           03  EMP-TELEFONE-CAMPO LINE 19 COL 20 PIC 9(9) USING
               WSEMP-TELEFONE AUTO BLANK WHEN ZERO.
           03  LINE 19 COL 36 VALUE "E-MAIL:".
           03  EMP-EMAIL-CAMPO LINE 19 COL 44 PIC X(40) USING
               WSEMP-EMAIL AUTO.
           03  LINE 21 COL 10 VALUE "ESTADO (1 - ATIVA | 2 - INATIVA):".
           03  EMP-ESTADO-CAMPO LINE 21 COL 44 PIC 9(1) USING
               WSEMP-ESTADO AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN DE MENSAGEM ERRO SE O UTILIZADOR REGISTAR UM CAMPO
      *    QUE ESTEJA FORA DOS PARAMETROS DEFINIDOS NO PROGRAMA.

       01  CAMPO-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 7 VALUE "CAMPO INVALIDO (NOME, NIF VALIDO, MO
      -       "RADA, CODIGO-POSTAL, LOCALIDADE, CONTACTO E ESTADO 1/2) |
      -       " PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO A EMPRESA NAO EXISTE.

       01  EMP-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 36 VALUE "EMPRESA INEXISTENTE | PRESSIONE QUA
      -       "LQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMACAO DE GRAVACAO.

       01  CONFIRMACAO-EMPRESA FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 32 VALUE "EMPRESA GRAVADA COM SUCESSO | PRESS
      -       "IONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN QUE MOSTRA CADA EMPRESA NA LISTA.

       01  LINHA-EMPRESA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL COLUNA.
               05  SHOW-EMP-COD PIC 9(5) FROM FDEMP-CODIGO.
               05  VALUE " | ".
               05  SHOW-EMP-NOME PIC X(40) FROM FDEMP-NOME.
               05  VALUE " | NIF: ".
               05  SHOW-EMP-NIF PIC 9(9) FROM FDEMP-NIF.
               05  VALUE " | CONTACTO: ".
               05  SHOW-EMP-CONTACTO PIC X(30) FROM FDEMP-CONTACTO.
               05  VALUE " | ".
               05  SHOW-EMP-TELEFONE PIC 9(9) FROM FDEMP-TELEFONE.
               05  VALUE " | ".
               05  SHOW-EMP-ESTADO PIC X(7) FROM EMP-ESTADO-TXT.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO NAO HA EMPRESAS REGISTADOS.

       01  SEM-EMPRESAS-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 37 VALUE "NAO EXISTEM EMPRESAS REGISTADAS | P
      -        "RESSIONE QUALQUER TECLA"
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
      *    VERIFICAÇÃO SE FICHEIRO DE EMPRESAS EXISTE.
      ******************************************************************
           OPEN I-O EMPRESAS
           IF FS-EMPRESAS = 35
              OPEN OUTPUT EMPRESAS
              CLOSE EMPRESAS
           ELSE
              CLOSE EMPRESAS
           END-IF

           MOVE "; GESTOR: EMPRESAS" TO WSLOG-PROGRAM
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
              END-EVALUATE

           END-PERFORM
           EXIT PROGRAM.

       REGISTAR SECTION.
      ******************************************************************
      *    REGISTA UMA NOVA EMPRESA DE ACOLHIMENTO, COM O CODIGO
      *    SEGUINTE AO MAIOR CODIGO EXISTENTE (ATIVA POR DEFEITO).
      ******************************************************************
           MOVE "; MENU: REGISTAR" TO WSLOG-SECTION

           OPEN I-O EMPRESAS
           DISPLAY REGISTAR-SCREEN

           PERFORM PROXIMO-CODIGO-EMPRESA
           INITIALIZE WSEMPRESA
           MOVE PROX-CODIGO TO WSEMP-CODIGO
           SET WSEMP-ATIVA TO TRUE
           DISPLAY EMP-CODIGO-NOVO-SCREEN

           PERFORM PEDIR-DADOS-EMPRESA
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE EMPRESAS
              EXIT SECTION
           END-IF

           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSEMP-DATE-TIME
           END-STRING

           MOVE WSEMPRESA TO FDEMPRESA
           WRITE FDEMPRESA
              INVALID KEY
                 CONTINUE
           END-WRITE

           CLOSE EMPRESAS

           MOVE "; EMPRESA: " TO WSLOG-ADD-HEADING
           MOVE WSEMP-CODIGO TO WSLOG-ADD-KEY
           MOVE "; EMPRESA REGISTADA" TO WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-EMPRESA
           EXIT SECTION.

       ALTERAR SECTION.
      ******************************************************************
      *    ALTERA OS DADOS DE UMA EMPRESA EXISTENTE (O CODIGO E A
      *    CHAVE E NAO SE ALTERA). INATIVAR A EMPRESA NAO AFETA OS
      *    ESTAGIOS JA REGISTADOS, SO IMPEDE O REGISTO DE NOVOS.
      ******************************************************************
           MOVE "; MENU: ALTERAR" TO WSLOG-SECTION

           OPEN I-O EMPRESAS
           DISPLAY REGISTAR-SCREEN

           MOVE ZEROS TO WSEMP-CODIGO
           ACCEPT EMP-CODIGO-SCREEN
           IF KEYSTATUS = 1003 OR WSEMP-CODIGO = ZEROS THEN
              CLOSE EMPRESAS
              EXIT SECTION
           END-IF

           MOVE WSEMP-CODIGO TO FDEMP-CODIGO
           READ EMPRESAS RECORD
              INVALID KEY
                 ACCEPT EMP-INEXISTENTE-SCREEN
                 CLOSE EMPRESAS
                 EXIT SECTION
           END-READ

           MOVE FDEMPRESA TO WSEMPRESA

           PERFORM PEDIR-DADOS-EMPRESA
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE EMPRESAS
              EXIT SECTION
           END-IF

           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSEMP-DATE-TIME
           END-STRING
           MOVE WSEMPRESA TO FDEMPRESA
           REWRITE FDEMPRESA
           END-REWRITE

           CLOSE EMPRESAS

           MOVE "; EMPRESA: " TO WSLOG-EDIT-HEADING
           MOVE WSEMP-CODIGO TO WSLOG-EDIT-KEY
           MOVE "; EMPRESA ALTERADA" TO WSLOG-EDIT-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-EMPRESA
           EXIT SECTION.

       PROXIMO-CODIGO-EMPRESA SECTION.
      ******************************************************************
      *    DETERMINA O PROXIMO CODIGO DE EMPRESA (MAIOR CODIGO
      *    EXISTENTE MAIS UM).
      ******************************************************************
           MOVE 1 TO PROX-CODIGO

           MOVE HIGH-VALUES TO FDEMP-CODIGO
           START EMPRESAS KEY IS LESS THAN FDEMP-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ EMPRESAS NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       COMPUTE PROX-CODIGO = FDEMP-CODIGO + 1
                 END-READ
           END-START
           EXIT SECTION.

       PEDIR-DADOS-EMPRESA SECTION.
      ******************************************************************
      *    PEDE E VALIDA OS DADOS DA EMPRESA: NOME, MORADA, CODIGO-
      *    POSTAL, LOCALIDADE, PESSOA DE CONTACTO E ESTADO OBRIGATORIOS;
      *    O NIF E OBRIGATORIO E TEM DE PASSAR NA VALIDACAO DO DIGITO
      *    DE CONTROLO (GESTORNIF); O TELEFONE, QUANDO INDICADO, TEM DE
      *    SER UM NUMERO NACIONAL.
      ******************************************************************
           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              ACCEPT EMP-DADOS-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF

              MOVE WSEMP-NOME TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:50) TO WSEMP-NOME
              MOVE WSEMP-MORADA TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT TO WSEMP-MORADA
              MOVE WSEMP-LOCALIDADE TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:50) TO WSEMP-LOCALIDADE
              MOVE WSEMP-CONTACTO TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:50) TO WSEMP-CONTACTO

              SET NIF-INVALIDO TO TRUE
              IF WSEMP-NIF NOT = ZEROS THEN
                 MOVE WSEMP-NIF TO NIF-NUMERO
                 CALL "GESTORNIF" USING NIF-PEDIDO
              END-IF

              IF WSEMP-NOME NOT = SPACES
              AND WSEMP-MORADA NOT = SPACES
              AND WSEMP-COD-VALIDO
              AND WSEMP-LOCALIDADE NOT = SPACES
              AND WSEMP-CONTACTO NOT = SPACES
              AND NIF-VALIDO
              AND (WSEMP-TELEFONE = ZEROS OR WSEMP-TELEFONE-VALIDO)
              AND WSEMP-ESTADO-VALIDO
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

       LISTAR SECTION.
      ******************************************************************
      *    LISTA TODAS AS EMPRESAS DE ACOLHIMENTO REGISTADAS.
      ******************************************************************
           MOVE "; MENU: LISTAR" TO WSLOG-SECTION

           OPEN INPUT EMPRESAS
           DISPLAY LISTAR-SCREEN

           MOVE ZEROS TO CONT-LISTADOS
           MOVE 09 TO LINHA
           MOVE 05 TO COLUNA

           MOVE LOW-VALUES TO FDEMP-CODIGO
           START EMPRESAS KEY IS GREATER OR EQUAL FDEMP-CODIGO
              INVALID KEY
                 SET STATUS-EMPRESA TO TRUE
           END-START

           IF FS-EMPRESAS = "00" THEN
              PERFORM UNTIL STATUS-EMPRESA
                 READ EMPRESAS NEXT RECORD
                    AT END
                       SET STATUS-EMPRESA TO TRUE
                    NOT AT END
                       ADD 1 TO CONT-LISTADOS
                       IF FDEMP-INATIVA THEN
                          MOVE "INATIVA" TO EMP-ESTADO-TXT
                       ELSE
                          MOVE "ATIVA" TO EMP-ESTADO-TXT
                       END-IF
                       DISPLAY LINHA-EMPRESA-SCREEN
                       ADD 1 TO LINHA
                       IF LINHA > 24 THEN
                          ACCEPT FIM-LISTA-SCREEN
                          DISPLAY LIMPAR-LISTA
                          MOVE 09 TO LINHA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE EMPRESAS

           IF CONT-LISTADOS = ZEROS THEN
              ACCEPT SEM-EMPRESAS-SCREEN
           ELSE
              ACCEPT FIM-LISTA-SCREEN
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

       END PROGRAM GESTOREMPRESAS.
