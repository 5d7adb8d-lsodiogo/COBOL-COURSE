      *    AULAS, VER GESTORHORARIOS) EM VEZ DO NUMERO DE SESSOES.
      *    AULAS ANTERIORES AO CAMPO DE DURACAO CONTAM COMO 60
      *    MINUTOS.
      ******************************************************************
      *    V1.5 | 15.10.2026 | FILTRO POR CAMPUS (VER GESTORSALAS): AS
      *    CONTAGENS DE AULAS, DE DOCENTES POR UNIDADE E A CARGA POR
      *    DOCENTE PODEM SER LIMITADAS AS AULAS EM SALAS DE UM CAMPUS.
      *    NO MODO INTERATIVO O CAMPUS E PEDIDO NO ECRA; NO MODO BATCH
      *    E UM PARAMETRO OPCIONAL NO FIM DA LINHA DE COMANDOS
      *       GESTORREPORT AAAAMMDD AAAAMMDD ficheiro.rel CAMPUS
      *       GESTORREPORT PERIODO ficheiro.rel CAMPUS
      *    EM BRANCO, SAO CONTADAS AS AULAS DE TODOS OS CAMPUS.
      ******************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS FDPER-CODIGO
              FILE STATUS FS-PERIODOS.

           SELECT SALAS ASSIGN TO "salasfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSALA-CODIGO
              FILE STATUS FS-SALAS.

           SELECT RELATORIO ASSIGN TO REL-NOME-FICHEIRO
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
       FD  PERIODOS.
       COPY FDPERIODOS.

       FD  SALAS.
       COPY FDSALAS.

       FD  RELATORIO.
       01  REL-LINHA                PIC X(110).

       77  PRESS-KEY                PIC X(001).
       77  LINHA                    PIC 9(004).
       77  COLUNA                   PIC 9(004).
       77  FS-SALAS                 PIC X(002).
       77  WS-CAMPUS-FILTRO         PIC X(005).
       77  WS-CAMPUS-TXT            PIC X(005).
       77  WS-AULA-NO-CAMPUS        PIC X(001).
       77  WS-MAX-SALAS             PIC 9(003) VALUE ZEROS.
       77  WS-SALA-IDX              PIC 9(003) VALUE ZEROS.

       01  WS-SALA-TAB.
           05  WS-SALA-LINHA OCCURS 500 TIMES.
               10  WS-SALA-CODIGO   PIC X(010).
               10  WS-SALA-CAMPUS   PIC X(005).

       01  WS-CONTAGEM-ALUNOS.
           05  WS-TOTAL-ALUNOS      PIC 9(005) VALUE ZEROS.
           03  LINE 11 COL 94 VALUE "DECORRIDAS:".
           03  SHOW-AULAS-PASSADAS LINE 11 COL 114 PIC ZZZZ9 FROM
               WS-AULAS-PASSADAS.
           03  LINE 12 COL 94 VALUE "CAMPUS:".
           03  SHOW-CAMPUS LINE 12 COL 114 PIC X(005) FROM
               WS-CAMPUS-TXT.

           03  LINE 15 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 16 COL 10 VALUE "UNIDADE".
           03  LINE 06 COL 20 VALUE "NOME".
           03  LINE 06 COL 60 VALUE "HORAS AGENDADAS".
           03  LINE 06 COL 85 VALUE "UNIDADES DISTINTAS".
           03  LINE 06 COL 110 VALUE "CAMPUS:".
           03  SHOW-CAMPUS2 LINE 06 COL 118 PIC X(005) FROM
               WS-CAMPUS-TXT.
           03  LINE 07 COL 01 PIC X(133) VALUE ALL "_".

           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
               05  SHOW-PROF-UNIDADES PIC ZZZZ9 FROM
                   WS-PROF-UNIDADES (WS-PROF-IDX).

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INDICA O CAMPUS DO RELATORIO.

       01  CAMPUS-FILTRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 39 VALUE "R E L A T O R I O   D E   A T I V I
      -        "D A D E".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 08 COL 10 VALUE "CAMPUS (EM BRANCO = TODOS):".
           03  CAMPUS-FILTRO-CAMPO LINE 08 COL 38 PIC X(005) TO
               WS-CAMPUS-FILTRO AUTO.

      ******************************************************************
      *    SCREEN USADA APENAS PARA PAUSAR ATE O UTILIZADOR PRESSIONAR
      *    UMA TECLA, DEPOIS DO RELATORIO ESTAR COMPLETO NO ECRA.
              EXIT PROGRAM
           END-IF

           MOVE SPACES TO WS-CAMPUS-FILTRO
           ACCEPT CAMPUS-FILTRO-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT PROGRAM
           END-IF
           PERFORM PREPARAR-FILTRO-CAMPUS

           PERFORM CONTAR-ALUNOS
           PERFORM CONTAR-PROFS
           PERFORM CONTAR-UNIDADES
       MODO-BATCH SECTION.
      ******************************************************************
      *    MODO BATCH: INTERPRETA OS PARAMETROS (DATA DE, DATA ATE,
      *    NOME DO FICHEIRO DE SAIDA E CAMPUS OPCIONAL), RECOLHE AS
      *    CONTAGENS FILTRADAS PELO INTERVALO E GRAVA O RELATORIO NO
      *    FICHEIRO PEDIDO.
      ******************************************************************
           MOVE SPACES TO WS-PARAM-DE, WS-PARAM-ATE, REL-NOME-FICHEIRO,
              WS-CAMPUS-FILTRO
           UNSTRING WS-PARAMETROS DELIMITED BY ALL SPACES
              INTO WS-PARAM-DE, WS-PARAM-ATE, REL-NOME-FICHEIRO,
                   WS-CAMPUS-FILTRO
           END-UNSTRING

           IF WS-PARAM-DE IS NUMERIC AND WS-PARAM-ATE IS NUMERIC THEN

      *    COM UM PRIMEIRO PARAMETRO NAO NUMERICO, E INTERPRETADO COMO
      *    CODIGO DE PERIODO LETIVO E O SEGUNDO COMO NOME DO FICHEIRO.
      *    O CAMPUS, QUANDO INDICADO, E ENTAO O TERCEIRO PARAMETRO.
              PERFORM PROCURAR-PERIODO-PARAM
              IF WS-PERIODO-OK = "S" THEN
                 MOVE REL-NOME-FICHEIRO TO WS-CAMPUS-FILTRO
                 MOVE WS-PARAM-ATE TO REL-NOME-FICHEIRO
                 MOVE "S" TO WS-FILTRO-ATIVO
              ELSE
                 DISPLAY "PARAMETROS: AAAAMMDD AAAAMMDD ficheiro.rel "
                    "[CAMPUS]"
                 DISPLAY "         OU: PERIODO ficheiro.rel [CAMPUS]"
                 DISPLAY "DATAS INVALIDAS - RELATORIO NAO GERADO"
                 EXIT SECTION
              END-IF
           IF REL-NOME-FICHEIRO = SPACES THEN
              MOVE "relatorio.rel" TO REL-NOME-FICHEIRO
           END-IF
           PERFORM PREPARAR-FILTRO-CAMPUS

           PERFORM CONTAR-ALUNOS
           PERFORM CONTAR-PROFS
           DISPLAY "RELATORIO GRAVADO EM " REL-NOME-FICHEIRO
           EXIT SECTION.

       PREPARAR-FILTRO-CAMPUS SECTION.
      ******************************************************************
      *    NORMALIZA O CAMPUS PEDIDO E, COM FILTRO, CARREGA O CAMPUS DE
      *    CADA SALA DO MESTRE DE SALAS PARA A VERIFICACAO DAS AULAS.
      ******************************************************************
           MOVE FUNCTION UPPER-CASE (WS-CAMPUS-FILTRO) TO
              WS-CAMPUS-FILTRO
           MOVE ZEROS TO WS-MAX-SALAS

           IF WS-CAMPUS-FILTRO = SPACES THEN
              MOVE "TODOS" TO WS-CAMPUS-TXT
              EXIT SECTION
           END-IF
           MOVE WS-CAMPUS-FILTRO TO WS-CAMPUS-TXT

           OPEN INPUT SALAS
           IF FS-SALAS = "00" THEN
              MOVE LOW-VALUES TO FDSALA-CODIGO
              START SALAS KEY IS GREATER OR EQUAL FDSALA-CODIGO
                 INVALID KEY
                    SET STATUS-SALA TO TRUE
              END-START

              PERFORM UNTIL STATUS-SALA
                 READ SALAS NEXT RECORD
                    AT END
                       SET STATUS-SALA TO TRUE
                    NOT AT END
                       IF WS-MAX-SALAS < 500 THEN
                          ADD 1 TO WS-MAX-SALAS
                          MOVE FDSALA-CODIGO TO
                             WS-SALA-CODIGO (WS-MAX-SALAS)
                          MOVE FDSALA-CAMPUS TO
                             WS-SALA-CAMPUS (WS-MAX-SALAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALAS
           END-IF
           EXIT SECTION.

       VERIFICAR-CAMPUS-AULA SECTION.
      ******************************************************************
      *    VERIFICA SE A SALA DA AULA LIDA PERTENCE AO CAMPUS PEDIDO
      *    (SEM FILTRO, TODAS AS AULAS CONTAM).
      ******************************************************************
           MOVE "S" TO WS-AULA-NO-CAMPUS
           IF WS-CAMPUS-FILTRO = SPACES THEN
              EXIT SECTION
           END-IF

           MOVE "N" TO WS-AULA-NO-CAMPUS
           PERFORM VARYING WS-SALA-IDX FROM 1 BY 1 UNTIL
              WS-SALA-IDX > WS-MAX-SALAS
              IF WS-SALA-CODIGO (WS-SALA-IDX) = FDDATASALA THEN
                 IF WS-SALA-CAMPUS (WS-SALA-IDX) = WS-CAMPUS-FILTRO
                 THEN
                    MOVE "S" TO WS-AULA-NO-CAMPUS
                 END-IF
                 EXIT SECTION
              END-IF
           END-PERFORM
           EXIT SECTION.

       PROCURAR-PERIODO-PARAM SECTION.
      ******************************************************************
      *    PROCURA O CODIGO DE PERIODO RECEBIDO COMO PARAMETRO NO
           MOVE SPACES TO REL-LINHA
           STRING "RELATORIO DE ATIVIDADE DE ", WS-PARAM-DE,
              " A ", WS-PARAM-ATE, " - GERADO EM ",
              FUNCTION CURRENT-DATE (1:8), " - CAMPUS: ", WS-CAMPUS-TXT
              INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
                       MOVE FDDIA-AULA TO WS-DATA-AULA-NUM (7:2)

      *    EM MODO BATCH SO CONTAM AS AULAS DENTRO DO INTERVALO DE
      *    DATAS PEDIDO NA LINHA DE COMANDOS; COM FILTRO DE CAMPUS, SO
      *    AS AULAS EM SALAS DESSE CAMPUS.
                       PERFORM VERIFICAR-CAMPUS-AULA
                       IF (WS-FILTRO-ATIVO = "S"
                       AND (WS-DATA-AULA-NUM < WS-DATA-DE
                       OR WS-DATA-AULA-NUM > WS-DATA-ATE))
                       OR WS-AULA-NO-CAMPUS NOT = "S" THEN
                          CONTINUE
                       ELSE
                       ADD 1 TO WS-TOTAL-AULAS
                       AT END
                          SET STATUS-DATAAULA TO TRUE
                       NOT AT END
                          PERFORM VERIFICAR-CAMPUS-AULA
                          IF FDDATAUNIDADE = WS-UNI-SIGLA (WS-UNI-IDX)
                          AND WS-AULA-NO-CAMPUS = "S" THEN
                             PERFORM MARCAR-PROF-VISTO
                          END-IF
                    END-READ
                       AT END
                          SET STATUS-DATAAULA TO TRUE
                       NOT AT END
                          PERFORM VERIFICAR-CAMPUS-AULA
                          IF FDDATAPROF = WS-PROF-SIGLA (WS-PROF-IDX)
                          AND WS-AULA-NO-CAMPUS = "S" THEN
                             ADD 1 TO WS-PROF-AULAS (WS-PROF-IDX)
                             IF FDDURACAO-AULA = ZEROS THEN
                                ADD 60 TO
