      *    ENTRA NAS SESSOES NEM NAS ASSISTIDAS), TAL COMO O LIMIAR DE
      *    PRESENCAS DA EMISSAO DE CERTIFICADOS. O PROGRAMA PASSA A
      *    TER MENU: RELATORIO E JUSTIFICAR AUSENCIA.
      ******************************************************************
      *    V1.3 | 15.10.2026 | O RELATORIO PASSA A AGREGAR POR ALUNO,
      *    UNIDADE E TURMA DA AULA (GESTORTURMAS), MOSTRANDO A TURMA.
      *    AS AULAS DA UNIDADE TODA FICAM COM A TURMA EM BRANCO.
      ******************************************************************
      *    V1.4 | 15.10.2026 | A JUSTIFICACAO DE UMA AUSENCIA NUMA
      *    AULA DE UM PERIODO LETIVO FECHADO (VER GESTORPERIODOS) SO E
      *    GRAVADA COM A AUTORIZACAO DE UM ADMINISTRADOR E UM MOTIVO
      *    (VER GESTORFECHO).
      ******************************************************************
      *    V1.5 | 15.10.2026 | UMA PRESENCA REGISTADA NUM DIA EM QUE O
      *    ALUNO ESTAVA SUSPENSO POR MEDIDA DISCIPLINAR (VER
      *    GESTORDISCIPLINA) CONTA COMO SESSAO MAS NAO COMO ASSISTIDA.
      ******************************************************************

       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.
       COPY WSJUSTIFICACOES.
       COPY VAR-FECHO.
       COPY VAR-DISC.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-RELATORIO      VALUE 1.
       77  AGR-ENCONTRADO           PIC X(001).
       77  AGR-TRANSBORDO           PIC X(001).
       77  REL-UNIDADE              PIC X(005).
       77  REL-TURMA                PIC X(003).
       77  REL-PCT                  PIC 9(003).
       77  REL-RISCO-TXT            PIC X(009).
       77  FECHO-OK                 PIC X(001).

       01  WS-AGREGADO-TAB.
           05  WS-AGREGADO OCCURS 5000 TIMES.
               10  AGR-IDNUM        PIC 9(006).
               10  AGR-SIGLA        PIC X(005).
               10  AGR-TURMA        PIC X(003).
               10  AGR-SESSOES      PIC 9(005).
               10  AGR-ASSISTIDAS   PIC 9(005).

           03  REL-DET-IDNUM        PIC 9(006).
           03  FILLER               PIC X(012) VALUE " | UNIDADE: ".
           03  REL-DET-SIGLA        PIC X(005).
           03  FILLER               PIC X(010) VALUE " | TURMA: ".
           03  REL-DET-TURMA        PIC X(003).
           03  FILLER               PIC X(012) VALUE " | SESSOES: ".
           03  REL-DET-SESSOES      PIC ZZZZ9.
           03  FILLER               PIC X(015) VALUE " | ASSISTIDAS: ".
           03  LINE 06 COL 44 VALUE "ASSISTIDAS".
           03  LINE 06 COL 58 VALUE "PERCENTAGEM".
           03  LINE 06 COL 74 VALUE "SITUACAO".
           03  LINE 06 COL 93 VALUE "TURMA".
           03  LINE 07 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
               05  SHOW-AGR-PCT PIC ZZ9 FROM REL-PCT.
               05  VALUE "%       ".
               05  SHOW-AGR-RISCO PIC X(9) FROM REL-RISCO-TXT.
               05  VALUE "   ".
               05  SHOW-AGR-TURMA PIC X(3) FROM AGR-TURMA (AGR-IDX).

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO NAO HA PRESENCAS REGISTADAS.
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
              EXIT SECTION
           END-IF

           MOVE WSJUST-DATAAULA (1:8) TO FECHO-DATA
           MOVE SPACES TO FECHO-CHAVE
           STRING WSJUST-IDNUM, "/", WSJUST-DATAAULA (1:12)
              DELIMITED BY SIZE INTO FECHO-CHAVE
           END-STRING
           PERFORM VERIFICAR-FECHO
           IF FECHO-OK NOT = "S" THEN
              EXIT SECTION
           END-IF

           PERFORM WITH TEST AFTER UNTIL WSJUST-MOTIVO-VALIDO
              MOVE ZEROS TO WSJUST-MOTIVO, WSJUST-DATA-DOC
              MOVE SPACES TO WSJUST-APROVADA-POR
      *    UNIDADE DA AULA NO FICHEIRO DE HORARIOS. AULAS ENTRETANTO
      *    ELIMINADAS DO HORARIO FICAM AGREGADAS COM A UNIDADE "?????".
      *    UMA AUSENCIA JUSTIFICADA (FICHEIRO JUSTIFICACOES) NAO CONTA
      *    NEM NAS SESSOES NEM NAS ASSISTIDAS. UMA PRESENCA NUM DIA DE
      *    SUSPENSAO DO ALUNO (GESTORDISCCHECK) E CONTADA COMO AUSENCIA.
      ******************************************************************
           IF FDPRES-AUSENTE THEN
              PERFORM VERIFICAR-JUSTIFICACAO
              END-IF
           END-IF

           IF FDPRES-PRESENTE THEN
              MOVE FDPRES-IDNUM TO DISC-IDNUM
              MOVE FDPRES-DATAAULA (1:8) TO DISC-DATA
              CALL "GESTORDISCCHECK" USING DISC-PEDIDO
              IF DISC-SUSPENSO THEN
                 SET FDPRES-AUSENTE TO TRUE
              END-IF
           END-IF

           MOVE FDPRES-DATAAULA TO FDDATAAULA
           READ HORARIOSFILE RECORD
              INVALID KEY
                 MOVE "?????" TO REL-UNIDADE
                 MOVE SPACES TO REL-TURMA
              NOT INVALID KEY
                 MOVE FDDATAUNIDADE TO REL-UNIDADE
                 MOVE FDDATATURMA TO REL-TURMA
           END-READ

           MOVE SPACES TO AGR-ENCONTRADO
           PERFORM VARYING AGR-IDX FROM 1 BY 1 UNTIL
              AGR-IDX > AGR-MAX OR AGR-ENCONTRADO = "S"
              IF AGR-IDNUM (AGR-IDX) = FDPRES-IDNUM
              AND AGR-SIGLA (AGR-IDX) = REL-UNIDADE
              AND AGR-TURMA (AGR-IDX) = REL-TURMA THEN
                 MOVE "S" TO AGR-ENCONTRADO
                 ADD 1 TO AGR-SESSOES (AGR-IDX)
                 IF FDPRES-PRESENTE THEN
              ADD 1 TO AGR-MAX
              MOVE FDPRES-IDNUM TO AGR-IDNUM (AGR-MAX)
              MOVE REL-UNIDADE TO AGR-SIGLA (AGR-MAX)
              MOVE REL-TURMA TO AGR-TURMA (AGR-MAX)
              MOVE 1 TO AGR-SESSOES (AGR-MAX)
              IF FDPRES-PRESENTE THEN
                 MOVE 1 TO AGR-ASSISTIDAS (AGR-MAX)

              MOVE AGR-IDNUM (AGR-IDX) TO REL-DET-IDNUM
              MOVE AGR-SIGLA (AGR-IDX) TO REL-DET-SIGLA
              MOVE AGR-TURMA (AGR-IDX) TO REL-DET-TURMA
              MOVE AGR-SESSOES (AGR-IDX) TO REL-DET-SESSOES
              MOVE AGR-ASSISTIDAS (AGR-IDX) TO REL-DET-ASSISTIDAS
              MOVE REL-PCT TO REL-DET-PCT
           CLOSE RELATORIO
           EXIT SECTION.

       VERIFICAR-FECHO SECTION.
      ******************************************************************
      *    VERIFICA SE A DATA DA ALTERACAO (FECHO-DATA) CAI NUM PERIODO
      *    LETIVO FECHADO. SE SIM, A ALTERACAO SO SEGUE COM AS
      *    CREDENCIAIS DE UM ADMINISTRADOR E UM MOTIVO, REGISTADOS PELO
      *    GESTORFECHO. FECHO-OK FICA "S" QUANDO PODE GRAVAR.
      ******************************************************************
           MOVE "S" TO FECHO-OK
           MOVE "GESTORASSIDUIDADE" TO FECHO-PROGRAMA
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
