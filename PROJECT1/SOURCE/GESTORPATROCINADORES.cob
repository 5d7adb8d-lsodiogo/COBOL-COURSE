      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA FAZER A GESTÃO DO FICHEIRO
      *    MESTRE DE PATROCINADORES (EMPRESAS OU ENTIDADES QUE PAGAM A
      *    FORMACAO DOS SEUS ALUNOS): NOME, NIF, MORADA E A PESSOA DE
      *    CONTACTO COM TELEFONE E E-MAIL. A LIGACAO DE CADA INSCRICAO
      *    AO PATROCINADOR QUE A PAGA (E EM QUE PERCENTAGEM) E FEITA
      *    NO GESTOR DE INSCRICOES; A FATURACAO MENSAL (GESTORFATURAS)
      *    EMITE UMA FATURA POR PATROCINADOR E POR MES, COM O ANEXO
      *    DOS ALUNOS ABRANGIDOS, E A COBRANCA AVISA O PATROCINADOR.
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORPATROCINADORES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATROCINADORES ASSIGN TO "patrocinadores"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPAT-CODIGO
              LOCK MODE MANUAL
              FILE STATUS FS-PATROCINADORES.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATROCINADORES.
       COPY FDPATROCINADORES.

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSPATROCINADORES.
       COPY WSLOGRECORDS.
       COPY VAR-SPACEUPPER.
       COPY VAR-NIF.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-REGISTAR       VALUE 1.
           88  OPCAO-LISTAR         VALUE 2.
           88  OPCAO-ALTERAR        VALUE 3.
           88  VALID-ESCOLHA        VALUE 0 THRU 3.

       77  FS-PATROCINADORES        PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  VERDADEIRO               PIC X(001).
       77  LINHA                    PIC 9(004).
       77  COLUNA                   PIC 9(004).
       77  CONT-LISTADOS            PIC 9(003).
       77  PROX-CODIGO              PIC 9(005).

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DO MENU PRINCIPAL.

       01  MENU1-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 40 VALUE "G E S T O R   D E   P A T R O C I N
      -        " A D O R E S".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 12 COL 55 VALUE "0. SAIR".
           03  LINE 14 COL 55 VALUE "1. REGISTAR PATROCINADOR".
           03  LINE 16 COL 55 VALUE "2. LISTAR PATROCINADORES".
           03  LINE 18 COL 55 VALUE "3. ALTERAR PATROCINADOR".
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
      *    SCREEN ONDE O UTILIZADOR INTRODUZ O CODIGO DO PATROCINADOR
      *    A ALTERAR.

       01  PAT-CODIGO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "CODIGO DO PATROCINADOR:".
           03  PAT-CODIGO-CAMPO LINE 09 COL 34 PIC 9(5) TO
               WSPAT-CODIGO AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN QUE MOSTRA O CODIGO ATRIBUIDO A UM NOVO PATROCINADOR.

       01  PAT-CODIGO-NOVO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE 09 COL 10 VALUE "CODIGO DO PATROCINADOR:".
           03  SHOW-PAT-CODIGO LINE 09 COL 34 PIC 9(5) FROM
               WSPAT-CODIGO.

      ******************************************************************
      *    SCREEN COM OS RESTANTES CAMPOS DO PATROCINADOR.

       01  PAT-DADOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 11 COL 10 VALUE "NOME:".
           03  PAT-NOME-CAMPO LINE 11 COL 16 PIC X(50) USING
               WSPAT-NOME AUTO.
           03  LINE 11 COL 70 VALUE "NIF:".
           03  PAT-NIF-CAMPO LINE 11 COL 75 PIC 9(9) USING
               WSPAT-NIF AUTO BLANK WHEN ZERO.
           03  LINE 13 COL 10 VALUE "MORADA:".
           03  PAT-MORADA-CAMPO LINE 13 COL 18 PIC X(100) USING
               WSPAT-MORADA AUTO.
           03  LINE 15 COL 10 VALUE "CODIGO-POSTAL:".
           03  PAT-COD-CAMPO LINE 15 COL 25 PIC 9(4) USING
               WSPAT-COD AUTO BLANK WHEN ZERO.
           03  LINE 15 COL 29 VALUE "-".
           03  PAT-POST-CAMPO LINE 15 COL 30 PIC 9(3) USING
               WSPAT-POST AUTO.
           03  LINE 15 COL 36 VALUE "LOCALIDADE:".
           03  PAT-LOCALIDADE-CAMPO LINE 15 COL 48 PIC X(50) USING
               WSPAT-LOCALIDADE AUTO.
           03  LINE 17 COL 10 VALUE "PESSOA DE CONTACTO:".
           03  PAT-CONTACTO-CAMPO LINE 17 COL 30 PIC X(50) USING
               WSPAT-CONTACTO AUTO.
           03  LINE 19 COL 10 VALUE "TELEFONE:".
           03  PAT-TELEFONE-CAMPO LINE 19 COL 20 PIC 9(9) USING
               WSPAT-TELEFONE AUTO BLANK WHEN ZERO.
           03  LINE 19 COL 36 VALUE "E-MAIL:".
           03  PAT-EMAIL-CAMPO LINE 19 COL 44 PIC X(40) USING
               WSPAT-EMAIL AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM ERRO SE O UTILIZADOR REGISTAR UM CAMPO
      *    QUE ESTEJA FORA DOS PARAMETROS DEFINIDOS NO PROGRAMA.

       01  CAMPO-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 12 VALUE "CAMPO INVALIDO (NOME, NIF VALIDO, M
      -       "ORADA, CODIGO-POSTAL, LOCALIDADE E CONTACTO OBRIGATORIOS)
      -       " | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO O PATROCINADOR NAO EXISTE.

       01  PAT-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 29 VALUE "PATROCINADOR INEXISTENTE | PRESSION
      -       "E QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMACAO DE GRAVACAO.

       01  CONFIRMACAO-PATROCINADOR FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 29 VALUE "PATROCINADOR GRAVADO COM SUCESSO |
      -       "PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN QUE MOSTRA CADA PATROCINADOR NA LISTA.

       01  LINHA-PATROCINADOR-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL COLUNA.
               05  SHOW-PAT-COD PIC 9(5) FROM FDPAT-CODIGO.
               05  VALUE " | ".
               05  SHOW-PAT-NOME PIC X(40) FROM FDPAT-NOME.
               05  VALUE " | NIF: ".
               05  SHOW-PAT-NIF PIC 9(9) FROM FDPAT-NIF.
               05  VALUE " | CONTACTO: ".
               05  SHOW-PAT-CONTACTO PIC X(30) FROM FDPAT-CONTACTO.
               05  VALUE " | ".
               05  SHOW-PAT-TELEFONE PIC 9(9) FROM FDPAT-TELEFONE.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO NAO HA PATROCINADORES REGISTADOS.

       01  SEM-PATROCINADORES-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 27 VALUE "NAO EXISTEM PATROCINADORES REGISTAD
      -        "OS | PRESSIONE QUALQUER TECLA"
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
      *    VERIFICAÇÃO SE FICHEIRO DE PATROCINADORES EXISTE.
      ******************************************************************
           OPEN I-O PATROCINADORES
           IF FS-PATROCINADORES = 35
              OPEN OUTPUT PATROCINADORES
              CLOSE PATROCINADORES
           ELSE
              CLOSE PATROCINADORES
           END-IF

           MOVE "; GESTOR: PATROCINADORES" TO WSLOG-PROGRAM
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
      *    REGISTA UM NOVO PATROCINADOR, COM O CODIGO SEGUINTE AO
      *    MAIOR CODIGO EXISTENTE.
      ******************************************************************
           MOVE "; MENU: REGISTAR" TO WSLOG-SECTION

           OPEN I-O PATROCINADORES
           DISPLAY REGISTAR-SCREEN

           PERFORM PROXIMO-CODIGO-PATROCINADOR
           INITIALIZE WSPATROCINADOR
           MOVE PROX-CODIGO TO WSPAT-CODIGO
           DISPLAY PAT-CODIGO-NOVO-SCREEN

           PERFORM PEDIR-DADOS-PATROCINADOR
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE PATROCINADORES
              EXIT SECTION
           END-IF

           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSPAT-DATE-TIME
           END-STRING

           MOVE WSPATROCINADOR TO FDPATROCINADOR
           WRITE FDPATROCINADOR
              INVALID KEY
                 CONTINUE
           END-WRITE

           CLOSE PATROCINADORES

           MOVE "; PATROCINADOR: " TO WSLOG-ADD-HEADING
           MOVE WSPAT-CODIGO TO WSLOG-ADD-KEY
           MOVE "; PATROCINADOR REGISTADO" TO WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-PATROCINADOR
           EXIT SECTION.

       ALTERAR SECTION.
      ******************************************************************
      *    ALTERA OS DADOS DE UM PATROCINADOR EXISTENTE (O CODIGO E A
      *    CHAVE E NAO SE ALTERA). AS FATURAS JA EMITIDAS GUARDAM O
      *    CLIENTE DA DATA DE EMISSAO E NAO SAO AFETADAS.
      ******************************************************************
           MOVE "; MENU: ALTERAR" TO WSLOG-SECTION

           OPEN I-O PATROCINADORES
           DISPLAY REGISTAR-SCREEN

           MOVE ZEROS TO WSPAT-CODIGO
           ACCEPT PAT-CODIGO-SCREEN
           IF KEYSTATUS = 1003 OR WSPAT-CODIGO = ZEROS THEN
              CLOSE PATROCINADORES
              EXIT SECTION
           END-IF

           MOVE WSPAT-CODIGO TO FDPAT-CODIGO
           READ PATROCINADORES RECORD
              INVALID KEY
                 ACCEPT PAT-INEXISTENTE-SCREEN
                 CLOSE PATROCINADORES
                 EXIT SECTION
           END-READ

           MOVE FDPATROCINADOR TO WSPATROCINADOR

           PERFORM PEDIR-DADOS-PATROCINADOR
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE PATROCINADORES
              EXIT SECTION
           END-IF

           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSPAT-DATE-TIME
           END-STRING
           MOVE WSPATROCINADOR TO FDPATROCINADOR
           REWRITE FDPATROCINADOR
           END-REWRITE

           CLOSE PATROCINADORES

           MOVE "; PATROCINADOR: " TO WSLOG-EDIT-HEADING
           MOVE WSPAT-CODIGO TO WSLOG-EDIT-KEY
           MOVE "; PATROCINADOR ALTERADO" TO WSLOG-EDIT-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-PATROCINADOR
           EXIT SECTION.

       PROXIMO-CODIGO-PATROCINADOR SECTION.
      ******************************************************************
      *    DETERMINA O PROXIMO CODIGO DE PATROCINADOR (MAIOR CODIGO
      *    EXISTENTE MAIS UM).
      ******************************************************************
           MOVE 1 TO PROX-CODIGO

           MOVE HIGH-VALUES TO FDPAT-CODIGO
           START PATROCINADORES KEY IS LESS THAN FDPAT-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ PATROCINADORES NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       COMPUTE PROX-CODIGO = FDPAT-CODIGO + 1
                 END-READ
           END-START
           EXIT SECTION.

       PEDIR-DADOS-PATROCINADOR SECTION.
      ******************************************************************
      *    PEDE E VALIDA OS DADOS DO PATROCINADOR: NOME, MORADA,
      *    CODIGO-POSTAL, LOCALIDADE E PESSOA DE CONTACTO OBRIGATORIOS;
      *    O NIF E OBRIGATORIO E TEM DE PASSAR NA VALIDACAO DO DIGITO
      *    DE CONTROLO (GESTORNIF); O TELEFONE, QUANDO INDICADO, TEM DE
      *    SER UM NUMERO NACIONAL.
      ******************************************************************
           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              ACCEPT PAT-DADOS-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF

              MOVE WSPAT-NOME TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:50) TO WSPAT-NOME
              MOVE WSPAT-MORADA TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT TO WSPAT-MORADA
              MOVE WSPAT-LOCALIDADE TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:50) TO WSPAT-LOCALIDADE
              MOVE WSPAT-CONTACTO TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:50) TO WSPAT-CONTACTO

              SET NIF-INVALIDO TO TRUE
              IF WSPAT-NIF NOT = ZEROS THEN
                 MOVE WSPAT-NIF TO NIF-NUMERO
                 CALL "GESTORNIF" USING NIF-PEDIDO
              END-IF

              IF WSPAT-NOME NOT = SPACES
              AND WSPAT-MORADA NOT = SPACES
              AND WSPAT-COD-VALIDO
              AND WSPAT-LOCALIDADE NOT = SPACES
              AND WSPAT-CONTACTO NOT = SPACES
              AND NIF-VALIDO
              AND (WSPAT-TELEFONE = ZEROS OR WSPAT-TELEFONE-VALIDO)
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
      *    LISTA TODOS OS PATROCINADORES REGISTADOS.
      ******************************************************************
           MOVE "; MENU: LISTAR" TO WSLOG-SECTION

           OPEN INPUT PATROCINADORES
           DISPLAY LISTAR-SCREEN

           MOVE ZEROS TO CONT-LISTADOS
           MOVE 09 TO LINHA
           MOVE 05 TO COLUNA

           MOVE LOW-VALUES TO FDPAT-CODIGO
           START PATROCINADORES KEY IS GREATER OR EQUAL FDPAT-CODIGO
              INVALID KEY
                 SET STATUS-PATROCINADOR TO TRUE
           END-START

           IF FS-PATROCINADORES = "00" THEN
              PERFORM UNTIL STATUS-PATROCINADOR
                 READ PATROCINADORES NEXT RECORD
                    AT END
                       SET STATUS-PATROCINADOR TO TRUE
                    NOT AT END
                       ADD 1 TO CONT-LISTADOS
                       DISPLAY LINHA-PATROCINADOR-SCREEN
                       ADD 1 TO LINHA
                       IF LINHA > 24 THEN
                          ACCEPT FIM-LISTA-SCREEN
                          DISPLAY LIMPAR-LISTA
                          MOVE 09 TO LINHA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE PATROCINADORES

           IF CONT-LISTADOS = ZEROS THEN
              ACCEPT SEM-PATROCINADORES-SCREEN
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

       END PROGRAM GESTORPATROCINADORES.
