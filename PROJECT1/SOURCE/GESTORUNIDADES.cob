      *    V5.3 | 22.08.2026 | ADICIONADA A UNIDADE PRE-REQUISITO,
      *                         EXIGIDA NA INSCRICAO DE ALUNOS (VER
      *                         GESTORINSCRICOES).
      ******************************************************************
      *    V5.4 | 15.10.2026 | ADICIONADAS AS HORAS CONTRATADAS DA
      *                         UNIDADE (REGISTO, CONSULTA, ALTERACAO E
      *                         EXPORTACAO CSV), CONFRONTADAS COM AS
      *                         HORAS DADAS EM GESTORCARGAHORARIA.
      ******************************************************************

       IDENTIFICATION DIVISION.
           88  ALTERAR-CAPACIDADE   VALUE 3.
           88  ALTERAR-VALOR        VALUE 4.
           88  ALTERAR-PREREQ       VALUE 5.
           88  ALTERAR-HORAS        VALUE 6.
           88  VALID-ALTERAR        VALUE 1 THRU 6.

       77  FS-UNIDADES              PIC X(002).
       77  FS-ADMINS                PIC X(002).
           03  REG-PREREQ LINE 22 COL 88 PIC X(5) TO PREREQUISITO
               AUTO.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INTRODUZ AS HORAS DE FORMACAO
      *    CONTRATADAS PARA A UNIDADE (ZERO = NAO DEFINIDAS).

       01  HORAS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 22 COL 97 VALUE "HORAS CONTRATADAS:".
           03  REG-HORAS LINE 22 COL 116 PIC 9(4) TO
               HORAS-CONTRATADAS AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO A UNIDADE PRE-REQUISITO NAO
      *    EXISTE.
           03  LINE 21 COL 10 VALUE "ULTIMA ATUALIZACAO:".
           03  LINE 21 COL 32 VALUE "/".
           03  LINE 21 COL 35 VALUE "/".
           03  LINE 21 COL 50 VALUE "HORAS CONTRATADAS:".
           03  C-HORAS         LINE 21 COL 69 PIC ZZZ9 FROM
               FDHORAS-CONTRATADAS.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE ERRO SE O UTILIZADOR TENTAR INTRODUZIR

       01  ALTERAR-CAMPO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 10 VALUE "QUAL O CAMPO A ALTERAR? 1. NOME | 2
      -        ". DESCRICAO | 3. CAPACIDADE | 4. MENSALIDADE | 5. PRE-RE
      -        "QUISITO | 6. HORAS:".
           03  ESCOLHA-ALTERAR-SCREEN LINE 29 COL 121 PIC 9(1) TO
               ESCOLHA-ALTERAR AUTO BLANK WHEN ZERO.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".

                    EXIT SECTION
                 END-IF

              PERFORM REGISTAR-HORAS
                 IF KEYSTATUS = 1003 THEN
                    CLOSE UNIDADES
                    EXIT SECTION
                 END-IF

              PERFORM REGISTAR-DATA-ATUALIZACAO

              PERFORM GRAVAR-REG
           DISPLAY LIMPAR-LINES
           EXIT SECTION.

       REGISTAR-HORAS SECTION.
      ******************************************************************
      *    REGISTO DAS HORAS DE FORMACAO CONTRATADAS PARA A UNIDADE. O
      *    VALOR ZERO SIGNIFICA QUE AS HORAS NAO ESTAO DEFINIDAS E A
      *    UNIDADE NAO E CONFRONTADA NO RELATORIO DE CARGA HORARIA.
      ******************************************************************
           MOVE ZEROS TO HORAS-CONTRATADAS
           ACCEPT HORAS-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF
           EXIT SECTION.

       REGISTAR-PREREQUISITO SECTION.
      ******************************************************************
      *    REGISTO DA UNIDADE PRE-REQUISITO PELO UTILIZADOR. VAZIO

           OPEN OUTPUT UNIDADESCSV

           STRING "SIGLA;NOME;DESCRICAO;CAPACIDADE;HORAS CONTRATADAS"
                  DELIMITED BY SIZE INTO CSV-LINHA-UNIDADE
           WRITE CSV-LINHA-UNIDADE
           END-WRITE
                              FDDESCRICAO          DELIMITED BY SIZE
                              ";"                 DELIMITED BY SIZE
                              FDCAPACIDADE         DELIMITED BY SIZE
                              ";"                 DELIMITED BY SIZE
                              FDHORAS-CONTRATADAS  DELIMITED BY SIZE
                              INTO CSV-LINHA-UNIDADE
                       WRITE CSV-LINHA-UNIDADE
                       END-WRITE
      *    PERDIDA NO REWRITE.
           MOVE FDVALOR-MENSALIDADE TO VALOR-MENSALIDADE
           MOVE FDPREREQUISITO TO PREREQUISITO
           MOVE FDHORAS-CONTRATADAS TO HORAS-CONTRATADAS

           MOVE ZEROS TO NOVA-ESCOLHA-SCREEN4
           PERFORM UNTIL NOVA-ESCOLHA-SCREEN4 = 2
                       EXIT SECTION
                    END-IF
                    PERFORM SAVE-LOGRECORDS

                 WHEN ALTERAR-HORAS
                    MOVE "; REGISTO: " TO WSLOG-EDIT-HEADING
                    MOVE CONS-UNIDADE TO WSLOG-EDIT-KEY
                    MOVE "; HORAS CONTRATADAS ANTERIORES: " TO
                       WSLOG-EDIT-MESSAGE
                    MOVE HORAS-CONTRATADAS TO WSLOG-EDIT-CAMPO
                    DISPLAY LIMPAR-LINES
                    PERFORM REGISTAR-HORAS
                    IF KEYSTATUS = 1003 THEN
                       MOVE "; REGISTO: " TO WSLOG-EDIT-HEADING
                       MOVE CONS-UNIDADE TO WSLOG-EDIT-KEY
                       MOVE "; ACESSO SEM CONCLUSAO"
                       TO WSLOG-EDIT-MESSAGE
                       MOVE SPACES TO WSLOG-EDIT-CAMPO
                       PERFORM SAVE-LOGRECORDS
                       EXIT SECTION
                    END-IF
                    PERFORM SAVE-LOGRECORDS
              END-EVALUATE

              PERFORM REGISTAR-DATA-ATUALIZACAO
