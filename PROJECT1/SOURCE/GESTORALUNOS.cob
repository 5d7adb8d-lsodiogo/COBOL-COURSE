      *    V1.3 | 22.08.2026 | A CONSULTA DO PROCESSO DO ALUNO PASSA A
      *                         MOSTRAR OS RESULTADOS DE AVALIACAO DO
      *                         ALUNO (FICHEIRO NOTASFICH).
      ******************************************************************
      *    V1.4 | 15.10.2026 | ADICIONADO O NIF DO ALUNO, VALIDADO PELO
      *                         DIGITO DE CONTROLO (GESTORNIF), E OS
      *                         DADOS DE FATURACAO OPCIONAIS (NOME,
      *                         MORADA, CODIGO-POSTAL E LOCALIDADE)
      *                         PARA FATURAR EM NOME DE OUTRA PESSOA.
      *                         NOVOS CAMPOS 8 E 9 NO MENU ALTERAR.
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY FDNOTAS.

       FD  ALUNOSCSV.
       01  CSV-LINHA-ALUNO             PIC X(520).

       WORKING-STORAGE SECTION.
       COPY WSALUNOS.
       COPY WSHISTALUNOS.
       COPY VAR-VALIDDATE.
       COPY VAR-SPACEUPPER.
       COPY VAR-NIF.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-REGISTAR       VALUE 1.
           88  ALTERAR-COD-POSTAL   VALUE 5.
           88  ALTERAR-LOCALIDADE   VALUE 6.
           88  ALTERAR-ESTADO       VALUE 7.
           88  ALTERAR-NIF          VALUE 8.
           88  ALTERAR-FATURACAO    VALUE 9.
           88  VALID-ALTERAR        VALUE 1 THRU 9.

       77  FS-ALUNOS                PIC X(002).
       77  FS-ADMINS                PIC X(002).
       77  WS-FIM-FICHEIRO          PIC X(001).
           88  FIM-FICHEIRO-SIM     VALUE "S".
       77  CONTINUA-HIST            PIC X(005).
       77  DADOS-FAT-OK             PIC X(001).

      ******************************************************************

               05 REG-LOCALIDADE LINE 17 COL 55 PIC X(50) TO LOCALIDADE
               AUTO REQUIRED.

           03  NIF-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
               05  LINE 13 COL 10 VALUE "NIF:".
               05  REG-NIF LINE 13 COL 15 PIC 9(9) USING NIF AUTO.
               05  LINE 27 COL 01 PIC X(133) VALUE ALL "_"
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
               05  LINE 29 COL 23 VALUE "NIF COM 9 DIGITOS E DIGITO DE C
      -        "ONTROLO VALIDO | DEIXE A ZEROS PARA CONSUMIDOR FINAL"
               HIGHLIGHT FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
               05  LINE 30 COL 01 PIC X(133) VALUE ALL "_"
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

           03  ESTADO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
               05  LINE 21 COL 10 VALUE "QUAL O ESTADO ATUAL DO PROCESSO
      -            " DO ALUNO? 1.INSCRITO 2.PRESENTE 3.SUSPENSO 4.CESSAD
               05  REG-ANO-DATA LINE 23 COL 57 PIC X(4) TO ANO-DATA
                   AUTO.

      ******************************************************************
      *    SCREEN DOS DADOS DE FATURACAO OPCIONAIS DO ALUNO (FATURA EM
      *    NOME DE OUTRA PESSOA, EX.: PAI OU MAE DO ALUNO).

       01  FATURACAO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 13 COL 43 VALUE "NOME FATURACAO:".
           03  REG-NOME-FAT LINE 13 COL 59 PIC X(50) USING NOME-FAT
               AUTO.
           03  LINE 19 COL 10 VALUE "MORADA FATURACAO:".
           03  REG-MORADA-FAT LINE 19 COL 28 PIC X(100) USING
               MORADA-FAT AUTO.
           03  LINE 20 COL 10 VALUE "CODIGO-POSTAL FATURACAO:".
           03  REG-COD-FAT LINE 20 COL 35 PIC 9(4) USING COD-FAT AUTO.
           03  LINE 20 COL 39 VALUE "-".
           03  REG-POST-FAT LINE 20 COL 40 PIC 9(3) USING POST-FAT
               AUTO.
           03  LINE 20 COL 43 VALUE "LOCALIDADE FATURACAO:".
           03  REG-LOCALIDADE-FAT LINE 20 COL 65 PIC X(50) USING
               LOCALIDADE-FAT AUTO.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_"
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 29 COL 17 VALUE "DEIXE O NOME E A MORADA EM BRANCO P
      -        "ARA FATURAR EM NOME DO ALUNO | COM MORADA, O CODIGO-POST
      -        "AL E OBRIGATORIO"
               HIGHLIGHT FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_"
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

      ******************************************************************
      *    SCREEN QUE OBTÉM DATA AUTOMÁTICA DA MÁQUINA.

                   07  C-ANO-ATUAL LINE 23 COL 101 PIC 9(4).
                   07  C-MES-ATUAL LINE 23 COL 98 PIC 9(2).
                   07  C-DIA-ATUAL LINE 23 COL 95 PIC 9(2).
               05  C-NIF           LINE 13 COL 15 PIC 9(9).
               05  C-FATURACAO.
                   07  C-NOME-FAT  LINE 13 COL 59 PIC X(50).
                   07  C-MORADA-FAT LINE 19 COL 28 PIC X(100).
                   07  C-COD-FAT   LINE 20 COL 35 PIC 9(4).
                   07  C-POST-FAT  LINE 20 COL 40 PIC 9(3).
                   07  C-LOCALIDADE-FAT LINE 20 COL 65 PIC X(50).
           03  LINE 09 COL 10 VALUE "NUMERO:".
           03  LINE 09 COL 43 VALUE "NOME:".
           03  LINE 11 COL 10 VALUE "TELEFONE:".
           03  LINE 15 COL 10 VALUE "MORADA:".
           03  LINE 17 COL 10 VALUE "CODIGO-POSTAL:".
           03  LINE 17 COL 43 VALUE "LOCALIDADE:".
           03  LINE 13 COL 10 VALUE "NIF:".
           03  LINE 13 COL 43 VALUE "NOME FATURACAO:".
           03  LINE 19 COL 10 VALUE "MORADA FATURACAO:".
           03  LINE 20 COL 10 VALUE "CODIGO-POSTAL FATURACAO:".
           03  LINE 20 COL 39 VALUE "-".
           03  LINE 20 COL 43 VALUE "LOCALIDADE FATURACAO:".
           03  LINE 21 COL 10 VALUE "ESTADO ATUAL DO PROCESSO DO ALU
      -        "NO:".
           03  LINE 23 COL 10 VALUE "DATA DE ALTERACAO DO ESTADO DO PROC
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  ESCOLHA-ALTERAR-SCREEN LINE 26 COL 87 PIC 9(1) TO
               ESCOLHA-ALTERAR AUTO BLANK WHEN ZERO.
           03  LINE 29 COL 05 VALUE "1. NOME | 2. TELEFONE | 3. E-MAIL |
      -        " 4. MORADA | 5. CODIGO-POSTAL | 6. LOCALIDADE | 7. ESTAD
      -        "O | 8. NIF | 9. DADOS DE FATURACAO".
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
           OPEN OUTPUT ALUNOSCSV

           STRING "IDNUM;NOME;TELEFONE;EMAIL;MORADA;COD-POSTAL;"
                  "LOCALIDADE;ESTADO;DATA-ESTADO;NIF;NOME-FATURACAO;"
                  "MORADA-FATURACAO;COD-POSTAL-FATURACAO;"
                  "LOCALIDADE-FATURACAO"
                  DELIMITED BY SIZE INTO CSV-LINHA-ALUNO
           WRITE CSV-LINHA-ALUNO
           END-WRITE
                              FDMES-DATA           DELIMITED BY SIZE
                              "/"                 DELIMITED BY SIZE
                              FDANO-DATA           DELIMITED BY SIZE
                              ";"                 DELIMITED BY SIZE
                              FDNIF                DELIMITED BY SIZE
                              ";"                 DELIMITED BY SIZE
                              FDNOME-FAT           DELIMITED BY SIZE
                              ";"                 DELIMITED BY SIZE
                              FDMORADA-FAT         DELIMITED BY SIZE
                              ";"                 DELIMITED BY SIZE
                              FDCOD-FAT            DELIMITED BY SIZE
                              "-"                 DELIMITED BY SIZE
                              FDPOST-FAT           DELIMITED BY SIZE
                              ";"                 DELIMITED BY SIZE
                              FDLOCALIDADE-FAT     DELIMITED BY SIZE
                              INTO CSV-LINHA-ALUNO
                       WRITE CSV-LINHA-ALUNO
                       END-WRITE
              MOVE SPACES TO REG-NOME, REG-EMAIL, REG-MORADA,
                             REG-LOCALIDADE
              MOVE ZEROS  TO REG-TELEF, REG-COD, REG-POST, REG-ESTADO
              MOVE SPACES TO FATURACAO
              MOVE ZEROS  TO NIF, COD-POSTAL-FAT

              PERFORM PROXIMO-IDNUM

                    EXIT SECTION
                 END-IF

              PERFORM REGISTAR-NIF
                 IF KEYSTATUS = 1003 THEN
                    CLOSE ALUNOS
                    EXIT SECTION
                 END-IF

              PERFORM REGISTAR-ESTADO
                 IF KEYSTATUS = 1003 THEN
                    CLOSE ALUNOS
           END-PERFORM
           EXIT SECTION.

       REGISTAR-NIF SECTION.
      ******************************************************************
      *    REGISTO DO NIF DO ALUNO PELO UTILIZADOR. O NIF E OPCIONAL:
      *    A ZEROS O ALUNO E FATURADO COMO CONSUMIDOR FINAL. QUALQUER
      *    OUTRO VALOR TEM DE PASSAR NA VALIDACAO DO DIGITO DE
      *    CONTROLO (GESTORNIF).
      ******************************************************************
           PERFORM WITH TEST AFTER UNTIL NIF-CONSUMIDOR-FINAL
           OR NIF-VALIDO
              DISPLAY LIMPAR-LINES

              ACCEPT NIF-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF

              SET NIF-INVALIDO TO TRUE
              IF NOT NIF-CONSUMIDOR-FINAL THEN
                 MOVE NIF TO NIF-NUMERO
                 CALL "GESTORNIF" USING NIF-PEDIDO
                 IF NIF-INVALIDO THEN
                    ACCEPT CAMPO-ERRO-SCREEN
                    IF KEYSTATUS = 1003 THEN
                       EXIT SECTION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

       REGISTAR-FATURACAO SECTION.
      ******************************************************************
      *    REGISTO DOS DADOS DE FATURACAO OPCIONAIS DO ALUNO (NOME,
      *    MORADA, CODIGO-POSTAL E LOCALIDADE). EM BRANCO, A FATURA
      *    SAI EM NOME E MORADA DO PROPRIO ALUNO; COM MORADA, O
      *    CODIGO-POSTAL E A LOCALIDADE SAO OBRIGATORIOS.
      ******************************************************************
           PERFORM WITH TEST AFTER UNTIL DADOS-FAT-OK = "S"
              MOVE SPACES TO DADOS-FAT-OK
              DISPLAY LIMPAR-LINES

              ACCEPT FATURACAO-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF

      *    INSTRUÇÃO PARA RETIRAR ESPAÇOS E CONVERTER PARA MAIÚSCULAS.
              MOVE NOME-FAT TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT TO NOME-FAT
              MOVE MORADA-FAT TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT TO MORADA-FAT
              MOVE LOCALIDADE-FAT TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT TO LOCALIDADE-FAT

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

              IF DADOS-FAT-OK NOT = "S" THEN
                 ACCEPT CAMPO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    EXIT SECTION
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

       REGISTAR-ESTADO SECTION.
      ******************************************************************
      *    REGISTO DO ESTADO DO PROCESSO DO ALUNO PELO UTILIZADOR.
                    END-IF
                    PERFORM SAVE-LOGRECORDS
                    PERFORM SAVE-HISTORICO-ESTADO

                 WHEN ALTERAR-NIF
                    MOVE "; REGISTO: " TO WSLOG-EDIT-HEADING
                    MOVE CONS-ALUNO TO WSLOG-EDIT-KEY
                    MOVE "; NIF ANTERIOR: " TO WSLOG-EDIT-MESSAGE
                    MOVE NIF TO WSLOG-EDIT-CAMPO
                    PERFORM REGISTAR-NIF
                    IF KEYSTATUS = 1003 THEN
                       MOVE "; REGISTO: " TO WSLOG-EDIT-HEADING
                       MOVE CONS-ALUNO TO WSLOG-EDIT-KEY
                       MOVE "; ACESSO SEM CONCLUSAO"
                       TO WSLOG-EDIT-MESSAGE
                       MOVE SPACES TO WSLOG-EDIT-CAMPO
                       PERFORM SAVE-LOGRECORDS
                       EXIT SECTION
                    END-IF
                    PERFORM SAVE-LOGRECORDS

                 WHEN ALTERAR-FATURACAO
                    MOVE "; REGISTO: " TO WSLOG-EDIT-HEADING
                    MOVE CONS-ALUNO TO WSLOG-EDIT-KEY
                    MOVE "; NOME FATURACAO ANTERIOR: "
                    TO WSLOG-EDIT-MESSAGE
                    MOVE NOME-FAT TO WSLOG-EDIT-CAMPO
                    PERFORM REGISTAR-FATURACAO
                    IF KEYSTATUS = 1003 THEN
                       MOVE "; REGISTO: " TO WSLOG-EDIT-HEADING
                       MOVE CONS-ALUNO TO WSLOG-EDIT-KEY
                       MOVE "; ACESSO SEM CONCLUSAO"
                       TO WSLOG-EDIT-MESSAGE
                       MOVE SPACES TO WSLOG-EDIT-CAMPO
                       PERFORM SAVE-LOGRECORDS
                       EXIT SECTION
                    END-IF
                    PERFORM SAVE-LOGRECORDS
              END-EVALUATE

              PERFORM REGISTAR-DATA-ATUALIZACAO
