      *    RESTANTES PROGRAMAS (CERTIFICADOS, HISTORICO, PROGRESSO):
      *    CONTA A TENTATIVA APROVADA QUANDO EXISTE; CASO CONTRARIO, A
      *    ULTIMA TENTATIVA REGISTADA.
      ******************************************************************
      *    V1.2 | 15.10.2026 | PLANO DE AVALIACAO POR UNIDADE
      *    (planoaval) COM ATE 10 COMPONENTES PESADOS (PESO EM %,
      *    OBRIGATORIO E NOTA MINIMA). NUMA UNIDADE COM PLANO (PESOS
      *    A SOMAR 100%) A NOTA DE CADA COMPONENTE E REGISTADA EM
      *    notascomp E A NOTA FINAL E O RESULTADO SAO CALCULADOS:
      *    REPROVADO COM FINAL ABAIXO DE 10 OU COM UM COMPONENTE
      *    OBRIGATORIO ABAIXO DO MINIMO. CADA NOTA DE COMPONENTE GUARDA
      *    O PESO E O MINIMO EM VIGOR, PARA A DECOMPOSICAO DA NOTA SE
      *    MANTER APESAR DE O PLANO MUDAR.
      ******************************************************************
      *    V1.3 | 15.10.2026 | UMA NOTA COM DATA DE AVALIACAO NUM
      *    PERIODO LETIVO FECHADO (VER GESTORPERIODOS) SO PODE SER
      *    REGISTADA OU CORRIGIDA COM A AUTORIZACAO DE UM
      *    ADMINISTRADOR E UM MOTIVO (VER GESTORFECHO). NA CORRECAO
      *    CONTAM A DATA ORIGINAL E A NOVA.
      ******************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS FDSIGLAUNIDADE
              FILE STATUS FS-UNIDADES.

           SELECT PLANOAVAL ASSIGN TO "planoaval"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPAVAL-CHAVE
              LOCK MODE MANUAL
              FILE STATUS FS-PLANOAVAL.

           SELECT NOTASCOMP ASSIGN TO "notascomp"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDNCOMP-CHAVE
              LOCK MODE MANUAL
              FILE STATUS FS-NOTASCOMP.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
       FD  UNIDADES.
       COPY FDUNIDADES.

       FD  PLANOAVAL.
       COPY FDPLANOAVAL.

       FD  NOTASCOMP.
       COPY FDNOTASCOMP.

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSNOTAS.
       COPY WSPLANOAVAL.
       COPY WSNOTASCOMP.
       COPY WSLOGRECORDS.
       COPY VAR-VALIDDATE.
       COPY VAR-SPACEUPPER.
       COPY VAR-FECHO.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-REGISTAR       VALUE 1.
           88  OPCAO-CORRIGIR       VALUE 2.
           88  OPCAO-POR-ALUNO      VALUE 3.
           88  OPCAO-POR-UNIDADE    VALUE 4.
           88  OPCAO-PLANO          VALUE 5.
           88  OPCAO-DECOMPOSICAO   VALUE 6.
           88  VALID-ESCOLHA        VALUE 0 THRU 6.
       01  NOVA-ESCOLHA             PIC 9(001).
           88  OPCAO-SIM            VALUE 1.
           88  OPCAO-NAO            VALUE 2.
       01  PLANO-TABELA.
           03  PLANO-LINHA OCCURS 10.
             05  PLANO-COMPONENTE     PIC 9(002).
             05  PLANO-DESCRICAO      PIC X(030).
             05  PLANO-PESO           PIC 9(003).
             05  PLANO-OBRIGATORIO    PIC 9(001).
             05  PLANO-MINIMO         PIC 9(002).
             05  PLANO-VALOR          PIC 9(002).

       77  FS-NOTAS                 PIC X(002).
       77  FS-ALUNOS                PIC X(002).
       77  FS-UNIDADES              PIC X(002).
       77  FS-PLANOAVAL             PIC X(002).
       77  FS-NOTASCOMP             PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  NOTA-IDNUM               PIC 9(006).
       77  NOTA-SIGLA               PIC X(005).
       77  NOTA-TENTATIVA           PIC 9(002).
       77  NOTA-TENTATIVA-MAX       PIC 9(002).
       77  NOTA-TEM-APROVADA        PIC X(001).
       77  NOTA-MINIMA-APROVACAO    PIC 9(002) VALUE 10.
       77  NOTA-MOTIVO              PIC X(050).
       77  PLANO-MAX                PIC 9(002).
       77  PLANO-IDX                PIC 9(002).
       77  PLANO-POSICAO            PIC 9(002).
       77  PLANO-SOMA-PESOS         PIC 9(004).
       77  PLANO-SOMA-PONDERADA     PIC 9(005).
       77  PLANO-ABAIXO-MINIMO      PIC X(001).
       77  COMP-OBRIG-TXT           PIC X(003).
       77  COMP-AVISO               PIC X(016).
       77  FECHO-OK                 PIC X(001).
       77  NOTA-DATA-ORIGINAL       PIC 9(008).

      ******************************************************************

           03  LINE 16 COL 55 VALUE "2. CORRIGIR NOTA".
           03  LINE 18 COL 55 VALUE "3. CONSULTAR POR ALUNO".
           03  LINE 20 COL 55 VALUE "4. CONSULTAR POR UNIDADE".
           03  LINE 22 COL 55 VALUE "5. PLANO DE AVALIACAO".
           03  LINE 24 COL 55 VALUE "6. DECOMPOSICAO DE NOTA".
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 48 VALUE "INSIRA A OPCAO QUE PRETENDE REALIZA
      -        "R:".
           03  REG-RESULTADO LINE 14 COL 103 PIC 9(1) TO
               WSNOTA-RESULTADO AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INTRODUZ A DATA DA AVALIACAO NUMA
      *    UNIDADE COM PLANO DE AVALIACAO (A NOTA FINAL E CALCULADA).

       01  DATA-AVALIACAO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 13 COL 10 VALUE "DATA DA AVALIACAO:".
           03  REG-DIA-AVAL-PLANO LINE 13 COL 29 PIC X(2) TO
               WSNOTA-DIA-AVAL AUTO.
           03  LINE 13 COL 31 VALUE "/".
           03  REG-MES-AVAL-PLANO LINE 13 COL 32 PIC X(2) TO
               WSNOTA-MES-AVAL AUTO.
           03  LINE 13 COL 34 VALUE "/".
           03  REG-ANO-AVAL-PLANO LINE 13 COL 35 PIC X(4) TO
               WSNOTA-ANO-AVAL AUTO.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INTRODUZ A NOTA DE UM COMPONENTE DO
      *    PLANO DE AVALIACAO.

       01  COMPONENTE-NOTA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL 10.
               05  SHOW-COMP-NUMERO PIC 9(2) FROM WSNCOMP-COMPONENTE.
               05  VALUE " - ".
               05  SHOW-COMP-DESC PIC X(30) FROM WSNCOMP-DESCRICAO.
               05  VALUE " | PESO: ".
               05  SHOW-COMP-PESO PIC ZZ9 FROM WSNCOMP-PESO.
               05  VALUE "% | OBRIG.: ".
               05  SHOW-COMP-OBRIG PIC X(3) FROM COMP-OBRIG-TXT.
               05  VALUE " | MINIMO: ".
               05  SHOW-COMP-MINIMO PIC Z9 FROM WSNCOMP-MINIMO.
           03  LINE LINHA COL 100 VALUE "NOTA (0-20):".
           03  REG-COMP-VALOR LINE LINHA COL 113 PIC 9(2) USING
               WSNCOMP-VALOR AUTO.

      ******************************************************************
      *    SCREEN COM A NOTA FINAL E O RESULTADO CALCULADOS PELO PLANO
      *    DE AVALIACAO (TAMBEM USADO NA DECOMPOSICAO DA NOTA).

       01  RESULTADO-PLANO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  SHOW LINE 25 COL 10 HIGHLIGHT.
               05  VALUE "NOTA FINAL: ".
               05  SHOW-FINAL-VALOR PIC Z9 FROM WSNOTA-VALOR.
               05  VALUE " | ".
               05  SHOW-FINAL-RESULT PIC X(9) FROM NOTA-RESULTADO-TXT.
               05  VALUE " ".
               05  SHOW-FINAL-MOTIVO PIC X(50) FROM NOTA-MOTIVO.

      ******************************************************************
      *    SCREEN DO MENU PLANO DE AVALIACAO.

       01  PLANO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 49 VALUE "P L A N O   D E   A V A L I A C A O
      -        "".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 06 COL 10 VALUE "INDIQUE A UNIDADE E OS RESPETIVOS C
      -        "OMPONENTES (DESCRICAO EM BRANCO ELIMINA O COMPONENTE):".
           03  LINE 07 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN QUE MOSTRA O NOME DA UNIDADE DO PLANO.

       01  PLANO-UNIDADE-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW-PLANO-UNIDADE LINE 09 COL 70 PIC X(030) FROM
               FDNOMEUNIDADE.

      ******************************************************************
      *    SCREEN QUE MOSTRA CADA COMPONENTE DO PLANO DE AVALIACAO.

       01  PLANO-LINHA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL 10.
               05  SHOW-PLANO-COMP PIC 9(2) FROM WSPAVAL-COMPONENTE.
               05  VALUE " - ".
               05  SHOW-PLANO-DESC PIC X(30) FROM WSPAVAL-DESCRICAO.
               05  VALUE " | PESO: ".
               05  SHOW-PLANO-PESO PIC ZZ9 FROM WSPAVAL-PESO.
               05  VALUE "% | OBRIG.: ".
               05  SHOW-PLANO-OBRIG PIC X(3) FROM COMP-OBRIG-TXT.
               05  VALUE " | MINIMO: ".
               05  SHOW-PLANO-MINIMO PIC Z9 FROM WSPAVAL-MINIMO.

      ******************************************************************
      *    SCREEN COM O TOTAL DOS PESOS DO PLANO DE AVALIACAO.

       01  PLANO-TOTAL-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW LINE 22 COL 10 HIGHLIGHT.
               05  VALUE "TOTAL DOS PESOS: ".
               05  SHOW-PLANO-TOTAL PIC ZZZ9 FROM PLANO-SOMA-PESOS.
               05  VALUE "% (AS NOTAS SO SAO CALCULADAS COM 100%)".

      ******************************************************************
      *    SCREENS ONDE O UTILIZADOR INTRODUZ O COMPONENTE A REGISTAR,
      *    ALTERAR OU ELIMINAR E OS RESPETIVOS DADOS.

       01  PLANO-COMPONENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 24 COL 10 VALUE "COMPONENTE (1-10):".
           03  REG-PLANO-COMP LINE 24 COL 29 PIC 9(2) TO
               WSPAVAL-COMPONENTE AUTO BLANK WHEN ZERO.

       01  PLANO-DADOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 24 COL 34 VALUE "DESCRICAO:".
           03  REG-PLANO-DESC LINE 24 COL 45 PIC X(30) USING
               WSPAVAL-DESCRICAO AUTO.
           03  LINE 24 COL 77 VALUE "PESO:".
           03  REG-PLANO-PESO LINE 24 COL 83 PIC 9(3) USING
               WSPAVAL-PESO AUTO.
           03  LINE 24 COL 88 VALUE "OBRIG. 1-SIM 2-NAO:".
           03  REG-PLANO-OBRIG LINE 24 COL 108 PIC 9(1) USING
               WSPAVAL-OBRIGATORIO AUTO.
           03  LINE 24 COL 111 VALUE "MINIMO:".
           03  REG-PLANO-MINIMO LINE 24 COL 119 PIC 9(2) USING
               WSPAVAL-MINIMO AUTO.

      ******************************************************************
      *    SCREEN QUE MOSTRA CADA COMPONENTE NA DECOMPOSICAO DA NOTA,
      *    COM O PESO E O MINIMO EM VIGOR QUANDO A NOTA FOI REGISTADA.

       01  DECOMP-LINHA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL 10.
               05  SHOW-DECOMP-COMP PIC 9(2) FROM FDNCOMP-COMPONENTE.
               05  VALUE " - ".
               05  SHOW-DECOMP-DESC PIC X(30) FROM FDNCOMP-DESCRICAO.
               05  VALUE " | PESO: ".
               05  SHOW-DECOMP-PESO PIC ZZ9 FROM FDNCOMP-PESO.
               05  VALUE "% | OBRIG.: ".
               05  SHOW-DECOMP-OBRIG PIC X(3) FROM COMP-OBRIG-TXT.
               05  VALUE " | MINIMO: ".
               05  SHOW-DECOMP-MINIMO PIC Z9 FROM FDNCOMP-MINIMO.
               05  VALUE " | NOTA: ".
               05  SHOW-DECOMP-VALOR PIC Z9 FROM FDNCOMP-VALOR.
               05  VALUE " ".
               05  SHOW-DECOMP-AVISO PIC X(16) FROM COMP-AVISO.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE ERRO SE O ALUNO NÃO EXISTIR.

           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE ERRO QUANDO O PLANO DE AVALIACAO DA
      *    UNIDADE EXISTE MAS OS PESOS NAO SOMAM 100%.

       01  PLANO-INCOMPLETO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 23 VALUE "O PLANO DE AVALIACAO DA UNIDADE NAO
      -       " SOMA 100% | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE ERRO QUANDO O COMPONENTE FARIA OS
      *    PESOS DO PLANO PASSAR DE 100%.

       01  PESOS-EXCEDIDOS-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 26 VALUE "A SOMA DOS PESOS DOS COMPONENTES NA
      -       "O PODE EXCEDER 100% | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO A NOTA NAO TEM DECOMPOSICAO.

       01  SEM-DECOMPOSICAO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 25 VALUE "NOTA REGISTADA SEM PLANO DE AVALIAC
      -       "AO (SEM DECOMPOSICAO) | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMAÇÃO DE COMPONENTE DO PLANO GRAVADO.

       01  CONFIRMACAO-PLANO FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 31 VALUE "PLANO DE AVALIACAO ATUALIZADO | PRE
      -       "SSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMAÇÃO DE NOTA GRAVADA.

           03  LINE 23 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 24 COL 01 PIC X(133) VALUE ALL SPACES.

      ******************************************************************
      *    SCREEN DE PEDIDO DE SUBSTITUICAO DO FECHO QUANDO A DATA DA
      *    ALTERACAO CAI NUM PERIODO LETIVO FECHADO (VER GESTORFECHO).

       01  PERIODO-FECHADO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 28 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 28 COL 10 VALUE "DATA NO PERIODO FECHADO"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 28 COL 34 PIC X(006) FROM FECHO-PERIODO
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 28 COL 41 VALUE "- SO ALTERAVEL COM AUTORIZACAO DE U
      -       "M ADMINISTRADOR E MOTIVO | F3 CANCELA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 29 COL 01 PIC X(133) VALUE ALL SPACES.
           03  LINE 29 COL 10 VALUE "ADMINISTRADOR:".
           03  FECHO-USER-SCREEN LINE 29 COL 25 PIC X(020)
               TO FECHO-USERNAME.
           03  LINE 29 COL 47 VALUE "PASSWORD:".
           03  FECHO-PASSWORD-SCREEN LINE 29 COL 57 PIC X(020)
               TO FECHO-PASSWORD SECURE.
           03  LINE 29 COL 79 VALUE "MOTIVO:".
           03  FECHO-MOTIVO-SCREEN LINE 29 COL 87 PIC X(045)
               TO FECHO-MOTIVO.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN DE MENSAGEM DE RECUSA DA SUBSTITUICAO DO FECHO.

       01  FECHO-RECUSADO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 15 VALUE "RECUSADO: SUBSTITUICAO DO FECHO NAO
      -       " AUTORIZADA - A ALTERACAO NAO FOI GRAVADA | PRESSIONE QUA
      -       "LQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN PARA LIMPAR A LINHA DO AVISO DE PERIODO FECHADO.

       01  LIMPAR-FECHO FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 28 COL 01 PIC X(133) VALUE ALL SPACES.

      ******************************************************************

       PROCEDURE DIVISION.
              CLOSE NOTAS
           END-IF

           OPEN I-O PLANOAVAL
           IF FS-PLANOAVAL = 35
              OPEN OUTPUT PLANOAVAL
              CLOSE PLANOAVAL
           ELSE
              CLOSE PLANOAVAL
           END-IF

           OPEN I-O NOTASCOMP
           IF FS-NOTASCOMP = 35
              OPEN OUTPUT NOTASCOMP
              CLOSE NOTASCOMP
           ELSE
              CLOSE NOTASCOMP
           END-IF

           MOVE "; GESTOR: NOTAS" TO WSLOG-PROGRAM
           EXIT SECTION.

                 WHEN OPCAO-CORRIGIR    PERFORM CORRIGIR
                 WHEN OPCAO-POR-ALUNO   PERFORM CONSULTAR-POR-ALUNO
                 WHEN OPCAO-POR-UNIDADE PERFORM CONSULTAR-POR-UNIDADE
                 WHEN OPCAO-PLANO       PERFORM PLANO-AVALIACAO
                 WHEN OPCAO-DECOMPOSICAO PERFORM DECOMPOSICAO-NOTA
              END-EVALUATE

           END-PERFORM
              EVALUATE TRUE
                 WHEN NOTA-TENTATIVA-MAX = ZEROS
                    MOVE 1 TO NOTA-TENTATIVA
                    PERFORM AVALIAR-E-GRAVAR
                 WHEN NOTA-TEM-APROVADA = "S"
                    ACCEPT JA-APROVADO-SCREEN
                    DISPLAY LIMPAR-LINES
                    PERFORM PERGUNTAR-RECURSO
                    IF KEYSTATUS NOT = 1003 AND NOVA-ESCOLHA = 1 THEN
                       COMPUTE NOTA-TENTATIVA = NOTA-TENTATIVA-MAX + 1
                       PERFORM AVALIAR-E-GRAVAR
                    END-IF
              END-EVALUATE

           MOVE FDNOTA-VALOR TO WSNOTA-VALOR
           MOVE FDNOTA-RESULTADO TO WSNOTA-RESULTADO

           MOVE WSNOTA-DATA-AVALIACAO TO NOTA-DATA-ORIGINAL
           PERFORM VERIFICAR-FECHO-NOTA
           IF FECHO-OK NOT = "S" THEN
              CLOSE NOTAS, ALUNOS, UNIDADES
              EXIT SECTION
           END-IF

           PERFORM CARREGAR-PLANO
           EVALUATE TRUE
              WHEN PLANO-MAX = ZEROS
                 PERFORM PEDIR-AVALIACAO
              WHEN PLANO-SOMA-PESOS NOT = 100
                 ACCEPT PLANO-INCOMPLETO-SCREEN
                 CLOSE NOTAS, ALUNOS, UNIDADES
                 EXIT SECTION
              WHEN OTHER
                 PERFORM CARREGAR-NOTAS-COMPONENTES
                 PERFORM PEDIR-AVALIACAO-PLANO
           END-EVALUATE
           IF KEYSTATUS = 1003 THEN
              CLOSE NOTAS, ALUNOS, UNIDADES
              EXIT SECTION
           END-IF

           IF WSNOTA-DATA-AVALIACAO NOT = NOTA-DATA-ORIGINAL THEN
              PERFORM VERIFICAR-FECHO-NOTA
              IF FECHO-OK NOT = "S" THEN
                 CLOSE NOTAS, ALUNOS, UNIDADES
                 EXIT SECTION
              END-IF
           END-IF

           MOVE WSNOTA-DATA-AVALIACAO TO FDNOTA-DATA-AVALIACAO
           MOVE WSNOTA-VALOR TO FDNOTA-VALOR
           MOVE WSNOTA-RESULTADO TO FDNOTA-RESULTADO
           REWRITE FDNOTA
           END-REWRITE

           IF PLANO-MAX > ZEROS THEN
              PERFORM GRAVAR-COMPONENTES
           END-IF

           MOVE "; NOTA: " TO WSLOG-EDIT-HEADING
           MOVE NOTA-SIGLA TO WSLOG-EDIT-KEY
           MOVE "; NOTA CORRIGIDA PARA O ALUNO" TO WSLOG-EDIT-MESSAGE
           END-PERFORM
           EXIT SECTION.

       AVALIAR-E-GRAVAR SECTION.
      ******************************************************************
      *    PEDE E GRAVA UMA NOVA NOTA: SEM PLANO DE AVALIACAO NA
      *    UNIDADE A NOTA E O RESULTADO SAO INTRODUZIDOS; COM PLANO SAO
      *    CALCULADOS A PARTIR DAS NOTAS DOS COMPONENTES.
      ******************************************************************
           PERFORM CARREGAR-PLANO

           EVALUATE TRUE
              WHEN PLANO-MAX = ZEROS
                 PERFORM PEDIR-AVALIACAO
                 IF KEYSTATUS NOT = 1003 THEN
                    PERFORM VERIFICAR-FECHO-NOTA
                 END-IF
                 IF KEYSTATUS NOT = 1003 AND FECHO-OK = "S" THEN
                    PERFORM GRAVAR-NOTA
                 END-IF
              WHEN PLANO-SOMA-PESOS NOT = 100
                 ACCEPT PLANO-INCOMPLETO-SCREEN
                 DISPLAY LIMPAR-LINES
              WHEN OTHER
                 PERFORM PEDIR-AVALIACAO-PLANO
                 IF KEYSTATUS NOT = 1003 THEN
                    PERFORM VERIFICAR-FECHO-NOTA
                 END-IF
                 IF KEYSTATUS NOT = 1003 AND FECHO-OK = "S" THEN
                    PERFORM GRAVAR-COMPONENTES
                    PERFORM GRAVAR-NOTA
                 END-IF
           END-EVALUATE
           EXIT SECTION.

       CARREGAR-PLANO SECTION.
      ******************************************************************
      *    CARREGA PARA A TABELA O PLANO DE AVALIACAO DA UNIDADE
      *    NOTA-SIGLA (PLANO-MAX A ZEROS SE A UNIDADE NAO TEM PLANO) E
      *    SOMA OS PESOS DOS COMPONENTES.
      ******************************************************************
           MOVE ZEROS TO PLANO-MAX, PLANO-SOMA-PESOS
           INITIALIZE PLANO-TABELA

           OPEN INPUT PLANOAVAL
           IF FS-PLANOAVAL NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE NOTA-SIGLA TO FDPAVAL-SIGLAUNIDADE
           MOVE ZEROS TO FDPAVAL-COMPONENTE
           START PLANOAVAL KEY IS GREATER OR EQUAL FDPAVAL-CHAVE
              INVALID KEY
                 SET STATUS-PLANOAVAL TO TRUE
           END-START

           IF FS-PLANOAVAL = "00" THEN
              PERFORM UNTIL STATUS-PLANOAVAL
                 READ PLANOAVAL NEXT RECORD
                    AT END
                       SET STATUS-PLANOAVAL TO TRUE
                    NOT AT END
                       IF FDPAVAL-SIGLAUNIDADE NOT = NOTA-SIGLA
                       OR PLANO-MAX = 10 THEN
                          SET STATUS-PLANOAVAL TO TRUE
                       ELSE
                          ADD 1 TO PLANO-MAX
                          MOVE FDPAVAL-COMPONENTE TO
                             PLANO-COMPONENTE (PLANO-MAX)
                          MOVE FDPAVAL-DESCRICAO TO
                             PLANO-DESCRICAO (PLANO-MAX)
                          MOVE FDPAVAL-PESO TO PLANO-PESO (PLANO-MAX)
                          MOVE FDPAVAL-OBRIGATORIO TO
                             PLANO-OBRIGATORIO (PLANO-MAX)
                          MOVE FDPAVAL-MINIMO TO
                             PLANO-MINIMO (PLANO-MAX)
                          ADD FDPAVAL-PESO TO PLANO-SOMA-PESOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE PLANOAVAL
           EXIT SECTION.

       CARREGAR-NOTAS-COMPONENTES SECTION.
      ******************************************************************
      *    NA CORRECAO, CARREGA PARA A TABELA DO PLANO AS NOTAS DOS
      *    COMPONENTES JA REGISTADAS PARA A TENTATIVA A CORRIGIR.
      ******************************************************************
           OPEN INPUT NOTASCOMP
           IF FS-NOTASCOMP NOT = "00" THEN
              EXIT SECTION
           END-IF

           PERFORM VARYING PLANO-IDX FROM 1 BY 1
              UNTIL PLANO-IDX > PLANO-MAX
              MOVE NOTA-IDNUM TO FDNCOMP-IDNUM
              MOVE NOTA-SIGLA TO FDNCOMP-SIGLAUNIDADE
              MOVE NOTA-TENTATIVA TO FDNCOMP-TENTATIVA
              MOVE PLANO-COMPONENTE (PLANO-IDX) TO FDNCOMP-COMPONENTE
              READ NOTASCOMP RECORD
                 INVALID KEY
                    MOVE ZEROS TO PLANO-VALOR (PLANO-IDX)
                 NOT INVALID KEY
                    MOVE FDNCOMP-VALOR TO PLANO-VALOR (PLANO-IDX)
              END-READ
           END-PERFORM

           CLOSE NOTASCOMP
           EXIT SECTION.

       PEDIR-AVALIACAO-PLANO SECTION.
      ******************************************************************
      *    PEDE A DATA DA AVALIACAO E A NOTA DE CADA COMPONENTE DO
      *    PLANO, CALCULANDO E MOSTRANDO A NOTA FINAL E O RESULTADO.
      ******************************************************************
           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              MOVE SPACE TO DATE-VALID

              ACCEPT DATA-AVALIACAO-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF

              MOVE WSNOTA-ANO-AVAL TO WS-YEAR
              MOVE WSNOTA-MES-AVAL TO WS-MONTH
              MOVE WSNOTA-DIA-AVAL TO WS-DAY
              PERFORM CHECK-DATE

              IF DATE-VALID = "Y" THEN
                 MOVE "S" TO VERDADEIRO
              ELSE
                 ACCEPT CAMPO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           MOVE 14 TO LINHA
           PERFORM VARYING PLANO-IDX FROM 1 BY 1
              UNTIL PLANO-IDX > PLANO-MAX
              PERFORM PEDIR-NOTA-COMPONENTE
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF
              ADD 1 TO LINHA
           END-PERFORM

           PERFORM CALCULAR-NOTA-FINAL
           DISPLAY RESULTADO-PLANO-SCREEN
           EXIT SECTION.

       PEDIR-NOTA-COMPONENTE SECTION.
      ******************************************************************
      *    PEDE A NOTA (0 A 20) DO COMPONENTE PLANO-IDX DO PLANO.
      ******************************************************************
           MOVE PLANO-COMPONENTE (PLANO-IDX) TO WSNCOMP-COMPONENTE
           MOVE PLANO-DESCRICAO (PLANO-IDX) TO WSNCOMP-DESCRICAO
           MOVE PLANO-PESO (PLANO-IDX) TO WSNCOMP-PESO
           MOVE PLANO-OBRIGATORIO (PLANO-IDX) TO WSNCOMP-OBRIGATORIO
           MOVE PLANO-MINIMO (PLANO-IDX) TO WSNCOMP-MINIMO
           MOVE PLANO-VALOR (PLANO-IDX) TO WSNCOMP-VALOR
           IF WSNCOMP-E-OBRIGATORIO THEN
              MOVE "SIM" TO COMP-OBRIG-TXT
           ELSE
              MOVE "NAO" TO COMP-OBRIG-TXT
           END-IF

           PERFORM WITH TEST AFTER UNTIL WSNCOMP-VALOR-VALIDO
              ACCEPT COMPONENTE-NOTA-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF

              IF NOT WSNCOMP-VALOR-VALIDO THEN
                 ACCEPT CAMPO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           MOVE WSNCOMP-VALOR TO PLANO-VALOR (PLANO-IDX)
           EXIT SECTION.

       CALCULAR-NOTA-FINAL SECTION.
      ******************************************************************
      *    NOTA FINAL = SOMA DAS NOTAS DOS COMPONENTES PESADAS PELO
      *    RESPETIVO PESO (%), ARREDONDADA ÀS UNIDADES. REPROVADO COM
      *    NOTA FINAL ABAIXO DA MINIMA DE APROVACAO OU COM ALGUM
      *    COMPONENTE OBRIGATORIO ABAIXO DO SEU MINIMO.
      ******************************************************************
           MOVE ZEROS TO PLANO-SOMA-PONDERADA
           MOVE SPACES TO PLANO-ABAIXO-MINIMO, NOTA-MOTIVO

           PERFORM VARYING PLANO-IDX FROM 1 BY 1
              UNTIL PLANO-IDX > PLANO-MAX
              COMPUTE PLANO-SOMA-PONDERADA = PLANO-SOMA-PONDERADA +
                 PLANO-PESO (PLANO-IDX) * PLANO-VALOR (PLANO-IDX)
              IF PLANO-OBRIGATORIO (PLANO-IDX) = 1
              AND PLANO-VALOR (PLANO-IDX) < PLANO-MINIMO (PLANO-IDX)
              THEN
                 MOVE "S" TO PLANO-ABAIXO-MINIMO
              END-IF
           END-PERFORM

           COMPUTE WSNOTA-VALOR ROUNDED = PLANO-SOMA-PONDERADA / 100

           EVALUATE TRUE
              WHEN PLANO-ABAIXO-MINIMO = "S"
                 MOVE 2 TO WSNOTA-RESULTADO
                 MOVE "(COMPONENTE OBRIGATORIO ABAIXO DO MINIMO)" TO
                    NOTA-MOTIVO
              WHEN WSNOTA-VALOR < NOTA-MINIMA-APROVACAO
                 MOVE 2 TO WSNOTA-RESULTADO
              WHEN OTHER
                 MOVE 1 TO WSNOTA-RESULTADO
           END-EVALUATE

           IF WSNOTA-APROVADO THEN
              MOVE "APROVADO" TO NOTA-RESULTADO-TXT
           ELSE
              MOVE "REPROVADO" TO NOTA-RESULTADO-TXT
           END-IF
           EXIT SECTION.

       GRAVAR-COMPONENTES SECTION.
      ******************************************************************
      *    GRAVA AS NOTAS DOS COMPONENTES DA TENTATIVA, COM A
      *    DESCRICAO, O PESO E O MINIMO EM VIGOR. AS NOTAS ANTERIORES
      *    DA MESMA TENTATIVA SAO APAGADAS PRIMEIRO, PARA NAO FICAREM
      *    COMPONENTES QUE ENTRETANTO SAIRAM DO PLANO.
      ******************************************************************
           OPEN I-O NOTASCOMP

           PERFORM VARYING PLANO-IDX FROM 1 BY 1 UNTIL PLANO-IDX > 10
              MOVE NOTA-IDNUM TO FDNCOMP-IDNUM
              MOVE NOTA-SIGLA TO FDNCOMP-SIGLAUNIDADE
              MOVE NOTA-TENTATIVA TO FDNCOMP-TENTATIVA
              MOVE PLANO-IDX TO FDNCOMP-COMPONENTE
              DELETE NOTASCOMP RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
           END-PERFORM

           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSNCOMP-DATE-TIME
           END-STRING

           PERFORM VARYING PLANO-IDX FROM 1 BY 1
              UNTIL PLANO-IDX > PLANO-MAX
              MOVE NOTA-IDNUM TO WSNCOMP-IDNUM
              MOVE NOTA-SIGLA TO WSNCOMP-SIGLAUNIDADE
              MOVE NOTA-TENTATIVA TO WSNCOMP-TENTATIVA
              MOVE PLANO-COMPONENTE (PLANO-IDX) TO WSNCOMP-COMPONENTE
              MOVE PLANO-DESCRICAO (PLANO-IDX) TO WSNCOMP-DESCRICAO
              MOVE PLANO-PESO (PLANO-IDX) TO WSNCOMP-PESO
              MOVE PLANO-OBRIGATORIO (PLANO-IDX) TO WSNCOMP-OBRIGATORIO
              MOVE PLANO-MINIMO (PLANO-IDX) TO WSNCOMP-MINIMO
              MOVE PLANO-VALOR (PLANO-IDX) TO WSNCOMP-VALOR
              WRITE FDNOTACOMP FROM WSNOTACOMP
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-PERFORM

           CLOSE NOTASCOMP

           MOVE "; NOTA: " TO WSLOG-ADD-HEADING
           MOVE NOTA-SIGLA TO WSLOG-ADD-KEY
           IF PLANO-ABAIXO-MINIMO = "S" THEN
              MOVE "; REPROVADO: COMPONENTE ABAIXO DO MINIMO" TO
                 WSLOG-ADD-MESSAGE
           ELSE
              MOVE "; NOTA CALCULADA PELO PLANO DE AVALIACAO" TO
                 WSLOG-ADD-MESSAGE
           END-IF
           PERFORM SAVE-LOGRECORDS
           EXIT SECTION.

       GRAVAR-NOTA SECTION.
      ******************************************************************
      *    GRAVA UMA NOVA NOTA NO FICHEIRO DE NOTAS.
           CLOSE NOTAS
           EXIT SECTION.

       PLANO-AVALIACAO SECTION.
      ******************************************************************
      *    MENU ONDE O UTILIZADOR DEFINE O PLANO DE AVALIACAO DE UMA
      *    UNIDADE: REGISTA, ALTERA OU ELIMINA COMPONENTES ATE SAIR.
      *    AS NOTAS SO SAO CALCULADAS QUANDO OS PESOS SOMAM 100%.
      ******************************************************************
           MOVE "; MENU: PLANO DE AVALIACAO" TO WSLOG-SECTION

           OPEN INPUT UNIDADES
           DISPLAY PLANO-SCREEN

           PERFORM PEDIR-UNIDADE
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE UNIDADES
              EXIT SECTION
           END-IF
           DISPLAY PLANO-UNIDADE-SCREEN
           CLOSE UNIDADES

           PERFORM WITH TEST AFTER UNTIL KEYSTATUS = 1003
              PERFORM MOSTRAR-PLANO
              PERFORM EDITAR-COMPONENTE-PLANO
           END-PERFORM
           EXIT SECTION.

       MOSTRAR-PLANO SECTION.
      ******************************************************************
      *    MOSTRA OS COMPONENTES DO PLANO DA UNIDADE E O TOTAL DOS
      *    PESOS.
      ******************************************************************
           DISPLAY LIMPAR-LISTA
           DISPLAY PLANO-UNIDADE-SCREEN
           PERFORM CARREGAR-PLANO

           MOVE 11 TO LINHA
           PERFORM VARYING PLANO-IDX FROM 1 BY 1
              UNTIL PLANO-IDX > PLANO-MAX
              MOVE PLANO-COMPONENTE (PLANO-IDX) TO WSPAVAL-COMPONENTE
              MOVE PLANO-DESCRICAO (PLANO-IDX) TO WSPAVAL-DESCRICAO
              MOVE PLANO-PESO (PLANO-IDX) TO WSPAVAL-PESO
              MOVE PLANO-MINIMO (PLANO-IDX) TO WSPAVAL-MINIMO
              IF PLANO-OBRIGATORIO (PLANO-IDX) = 1 THEN
                 MOVE "SIM" TO COMP-OBRIG-TXT
              ELSE
                 MOVE "NAO" TO COMP-OBRIG-TXT
              END-IF
              DISPLAY PLANO-LINHA-SCREEN
              ADD 1 TO LINHA
           END-PERFORM

           DISPLAY PLANO-TOTAL-SCREEN
           EXIT SECTION.

       EDITAR-COMPONENTE-PLANO SECTION.
      ******************************************************************
      *    PEDE UM COMPONENTE DO PLANO: SE JA EXISTE MOSTRA OS DADOS
      *    PARA ALTERAR (DESCRICAO EM BRANCO ELIMINA-O), SENAO REGISTA
      *    UM NOVO. OS PESOS DO PLANO NUNCA PODEM PASSAR DE 100%.
      ******************************************************************
           MOVE ZEROS TO WSPAVAL-COMPONENTE, REG-PLANO-COMP
           ACCEPT PLANO-COMPONENTE-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           IF NOT WSPAVAL-COMPONENTE-VALIDO THEN
              ACCEPT CAMPO-ERRO-SCREEN
              DISPLAY LIMPAR-LINES
              EXIT SECTION
           END-IF

           MOVE ZEROS TO PLANO-POSICAO
           PERFORM VARYING PLANO-IDX FROM 1 BY 1
              UNTIL PLANO-IDX > PLANO-MAX
              IF PLANO-COMPONENTE (PLANO-IDX) = WSPAVAL-COMPONENTE THEN
                 MOVE PLANO-IDX TO PLANO-POSICAO
              END-IF
           END-PERFORM

           IF PLANO-POSICAO > ZEROS THEN
              MOVE PLANO-DESCRICAO (PLANO-POSICAO) TO WSPAVAL-DESCRICAO
              MOVE PLANO-PESO (PLANO-POSICAO) TO WSPAVAL-PESO
              MOVE PLANO-OBRIGATORIO (PLANO-POSICAO) TO
                 WSPAVAL-OBRIGATORIO
              MOVE PLANO-MINIMO (PLANO-POSICAO) TO WSPAVAL-MINIMO
              SUBTRACT PLANO-PESO (PLANO-POSICAO) FROM PLANO-SOMA-PESOS
           ELSE
              MOVE SPACES TO WSPAVAL-DESCRICAO
              MOVE ZEROS TO WSPAVAL-PESO, WSPAVAL-MINIMO
              MOVE 2 TO WSPAVAL-OBRIGATORIO
           END-IF

           ACCEPT PLANO-DADOS-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           MOVE WSPAVAL-DESCRICAO TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT (1:30) TO WSPAVAL-DESCRICAO
           MOVE NOTA-SIGLA TO WSPAVAL-SIGLAUNIDADE

           IF WSPAVAL-DESCRICAO = SPACES THEN
              IF PLANO-POSICAO > ZEROS THEN
                 PERFORM ELIMINAR-COMPONENTE-PLANO
              END-IF
              EXIT SECTION
           END-IF

           IF NOT WSPAVAL-PESO-VALIDO OR NOT WSPAVAL-OBRIG-VALIDO
           OR NOT WSPAVAL-MINIMO-VALIDO THEN
              ACCEPT CAMPO-ERRO-SCREEN
              DISPLAY LIMPAR-LINES
              EXIT SECTION
           END-IF

           IF PLANO-SOMA-PESOS + WSPAVAL-PESO > 100 THEN
              ACCEPT PESOS-EXCEDIDOS-SCREEN
              DISPLAY LIMPAR-LINES
              EXIT SECTION
           END-IF

           IF NOT WSPAVAL-E-OBRIGATORIO THEN
              MOVE ZEROS TO WSPAVAL-MINIMO
           END-IF

           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSPAVAL-DATE-TIME
           END-STRING

           OPEN I-O PLANOAVAL
           IF PLANO-POSICAO > ZEROS THEN
              MOVE WSPAVAL-CHAVE TO FDPAVAL-CHAVE
              READ PLANOAVAL RECORD
                 INVALID KEY
                    CONTINUE
              END-READ
              MOVE WSPLANOAVAL TO FDPLANOAVAL
              REWRITE FDPLANOAVAL
              END-REWRITE

              MOVE "; PLANO: " TO WSLOG-EDIT-HEADING
              STRING NOTA-SIGLA, " ", WSPAVAL-COMPONENTE
                 INTO WSLOG-EDIT-KEY
              END-STRING
              MOVE "; COMPONENTE DE AVALIACAO ALTERADO" TO
                 WSLOG-EDIT-MESSAGE
              STRING "PESO: ", WSPAVAL-PESO, "; OBRIGATORIO: ",
                 WSPAVAL-OBRIGATORIO, "; MINIMO: ", WSPAVAL-MINIMO
                 INTO WSLOG-EDIT-CAMPO
              END-STRING
           ELSE
              WRITE FDPLANOAVAL FROM WSPLANOAVAL
                 INVALID KEY
                    CONTINUE
              END-WRITE

              MOVE "; PLANO: " TO WSLOG-ADD-HEADING
              STRING NOTA-SIGLA, " ", WSPAVAL-COMPONENTE
                 INTO WSLOG-ADD-KEY
              END-STRING
              MOVE "; COMPONENTE DE AVALIACAO REGISTADO" TO
                 WSLOG-ADD-MESSAGE
           END-IF
           CLOSE PLANOAVAL
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-PLANO
           DISPLAY LIMPAR-LINES
           EXIT SECTION.

       ELIMINAR-COMPONENTE-PLANO SECTION.
      ******************************************************************
      *    ELIMINA DO PLANO O COMPONENTE WSPAVAL-COMPONENTE. AS NOTAS
      *    DE COMPONENTES JA REGISTADAS MANTEM-SE COMO FORAM DADAS.
      ******************************************************************
           OPEN I-O PLANOAVAL
           MOVE WSPAVAL-CHAVE TO FDPAVAL-CHAVE
           DELETE PLANOAVAL RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE
           CLOSE PLANOAVAL

           MOVE "; PLANO: " TO WSLOG-DELETE-HEADING
           STRING NOTA-SIGLA, " ", WSPAVAL-COMPONENTE
              INTO WSLOG-DELETE-KEY
           END-STRING
           MOVE "; COMPONENTE DE AVALIACAO ELIMINADO" TO
              WSLOG-DELETE-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-PLANO
           DISPLAY LIMPAR-LINES
           EXIT SECTION.

       DECOMPOSICAO-NOTA SECTION.
      ******************************************************************
      *    MOSTRA A DECOMPOSICAO DE UMA NOTA CALCULADA PELO PLANO DE
      *    AVALIACAO: A NOTA DE CADA COMPONENTE COM O PESO E O MINIMO
      *    EM VIGOR QUANDO FOI DADA, A NOTA FINAL E O RESULTADO.
      ******************************************************************
           MOVE "; MENU: DECOMPOSICAO DE NOTA" TO WSLOG-SECTION

           OPEN INPUT NOTAS
           OPEN INPUT ALUNOS
           OPEN INPUT UNIDADES

           DISPLAY CONSULTAR-SCREEN

           PERFORM PEDIR-ALUNO
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE NOTAS, ALUNOS, UNIDADES
              EXIT SECTION
           END-IF

           PERFORM PEDIR-UNIDADE
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE NOTAS, ALUNOS, UNIDADES
              EXIT SECTION
           END-IF

           DISPLAY DADOS-NOTA-SCREEN

           PERFORM PROCURAR-ULTIMA-TENTATIVA
           IF NOTA-TENTATIVA-MAX = ZEROS THEN
              ACCEPT NOTA-INEXISTENTE-SCREEN
              CLOSE NOTAS, ALUNOS, UNIDADES
              EXIT SECTION
           END-IF

           MOVE ZEROS TO NOTA-TENTATIVA
           ACCEPT TENTATIVA-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE NOTAS, ALUNOS, UNIDADES
              EXIT SECTION
           END-IF
           IF NOTA-TENTATIVA = ZEROS THEN
              MOVE NOTA-TENTATIVA-MAX TO NOTA-TENTATIVA
           END-IF

           MOVE NOTA-IDNUM TO FDNOTA-IDNUM
           MOVE NOTA-SIGLA TO FDNOTA-SIGLAUNIDADE
           MOVE NOTA-TENTATIVA TO FDNOTA-TENTATIVA
           READ NOTAS RECORD
              INVALID KEY
                 ACCEPT NOTA-INEXISTENTE-SCREEN
                 CLOSE NOTAS, ALUNOS, UNIDADES
                 EXIT SECTION
           END-READ
           MOVE FDNOTA-VALOR TO WSNOTA-VALOR
           MOVE FDNOTA-RESULTADO TO WSNOTA-RESULTADO
           CLOSE NOTAS, ALUNOS, UNIDADES

           MOVE ZEROS TO CONT-LISTADOS
           MOVE SPACES TO PLANO-ABAIXO-MINIMO
           MOVE 13 TO LINHA

           OPEN INPUT NOTASCOMP
           MOVE NOTA-IDNUM TO FDNCOMP-IDNUM
           MOVE NOTA-SIGLA TO FDNCOMP-SIGLAUNIDADE
           MOVE NOTA-TENTATIVA TO FDNCOMP-TENTATIVA
           MOVE ZEROS TO FDNCOMP-COMPONENTE
           START NOTASCOMP KEY IS GREATER OR EQUAL FDNCOMP-CHAVE
              INVALID KEY
                 SET STATUS-NOTACOMP TO TRUE
           END-START

           IF FS-NOTASCOMP = "00" THEN
              PERFORM UNTIL STATUS-NOTACOMP
                 READ NOTASCOMP NEXT RECORD
                    AT END
                       SET STATUS-NOTACOMP TO TRUE
                    NOT AT END
                       IF FDNCOMP-IDNUM NOT = NOTA-IDNUM
                       OR FDNCOMP-SIGLAUNIDADE NOT = NOTA-SIGLA
                       OR FDNCOMP-TENTATIVA NOT = NOTA-TENTATIVA THEN
                          SET STATUS-NOTACOMP TO TRUE
                       ELSE
                          PERFORM MOSTRAR-LINHA-DECOMPOSICAO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE NOTASCOMP

           IF CONT-LISTADOS = ZEROS THEN
              ACCEPT SEM-DECOMPOSICAO-SCREEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO NOTA-MOTIVO
           IF WSNOTA-APROVADO THEN
              MOVE "APROVADO" TO NOTA-RESULTADO-TXT
           ELSE
              MOVE "REPROVADO" TO NOTA-RESULTADO-TXT
              IF PLANO-ABAIXO-MINIMO = "S" THEN
                 MOVE "(COMPONENTE OBRIGATORIO ABAIXO DO MINIMO)" TO
                    NOTA-MOTIVO
              END-IF
           END-IF
           DISPLAY RESULTADO-PLANO-SCREEN
           ACCEPT FIM-LISTA-SCREEN
           EXIT SECTION.

       MOSTRAR-LINHA-DECOMPOSICAO SECTION.
      ******************************************************************
      *    MOSTRA UMA LINHA DA DECOMPOSICAO, ASSINALANDO O COMPONENTE
      *    OBRIGATORIO QUE FICOU ABAIXO DO MINIMO.
      ******************************************************************
           MOVE SPACES TO COMP-AVISO
           IF FDNCOMP-E-OBRIGATORIO THEN
              MOVE "SIM" TO COMP-OBRIG-TXT
              IF FDNCOMP-VALOR < FDNCOMP-MINIMO THEN
                 MOVE "ABAIXO DO MINIMO" TO COMP-AVISO
                 MOVE "S" TO PLANO-ABAIXO-MINIMO
              END-IF
           ELSE
              MOVE "NAO" TO COMP-OBRIG-TXT
           END-IF

           DISPLAY DECOMP-LINHA-SCREEN
           ADD 1 TO CONT-LISTADOS
           ADD 1 TO LINHA
           EXIT SECTION.

       MOSTRAR-LINHA-NOTA SECTION.
      ******************************************************************
      *    MOSTRA UMA LINHA DA LISTA DE NOTAS, LIMPANDO O ECRA E
           END-IF
           EXIT SECTION.

       VERIFICAR-FECHO-NOTA SECTION.
      ******************************************************************
      *    PREPARA A DATA DA AVALIACAO E A CHAVE DA NOTA PARA A
      *    VERIFICACAO DO PERIODO FECHADO.
      ******************************************************************
           MOVE WSNOTA-DATA-AVALIACAO TO FECHO-DATA
           MOVE SPACES TO FECHO-CHAVE
           STRING NOTA-IDNUM, "/", NOTA-SIGLA DELIMITED BY SIZE
              INTO FECHO-CHAVE
           END-STRING
           PERFORM VERIFICAR-FECHO
           EXIT SECTION.

       VERIFICAR-FECHO SECTION.
      ******************************************************************
      *    VERIFICA SE A DATA DA ALTERACAO (FECHO-DATA) CAI NUM PERIODO
      *    LETIVO FECHADO. SE SIM, A ALTERACAO SO SEGUE COM AS
      *    CREDENCIAIS DE UM ADMINISTRADOR E UM MOTIVO, REGISTADOS PELO
      *    GESTORFECHO. FECHO-OK FICA "S" QUANDO PODE GRAVAR.
      ******************************************************************
           MOVE "S" TO FECHO-OK
           MOVE "GESTORNOTAS" TO FECHO-PROGRAMA
           SET FECHO-VERIFICAR TO TRUE
           CALL "GESTORFECHO" USING FECHO-PEDIDO
           IF NOT FECHO-BLOQUEADO THEN
              EXIT SECTION
           END-IF

           MOVE "N" TO FECHO-OK
           MOVE SPACES TO FECHO-USERNAME, FECHO-PASSWORD, FECHO-MOTIVO
           ACCEPT PERIODO-FECHADO-SCREEN
           IF KEYSTATUS = 1003 THEN
              MOVE SPACES TO FECHO-PASSWORD
              DISPLAY LIMPAR-FECHO
              EXIT SECTION
           END-IF

           SET FECHO-AUTORIZAR TO TRUE
           CALL "GESTORFECHO" USING FECHO-PEDIDO
           DISPLAY LIMPAR-FECHO
           IF FECHO-AUTORIZADO THEN
              MOVE "S" TO FECHO-OK
           ELSE
              ACCEPT FECHO-RECUSADO-SCREEN
           END-IF
           EXIT SECTION.

       SAVE-LOGRECORDS SECTION.
      ******************************************************************
      *    SECÇÃO QUE É CHAMADA PARA O FAZER O REGISTO NO FICHEIRO DE
