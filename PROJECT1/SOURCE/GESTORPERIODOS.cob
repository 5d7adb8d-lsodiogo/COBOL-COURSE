      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 03.09.2026
      ******************************************************************
      *    V1.1 | 15.10.2026 | ADICIONADO O RELATORIO DAS SUBSTITUICOES
      *    DO FECHO POR PERIODO: AS ALTERACOES AUTORIZADAS POR UM
      *    ADMINISTRADOR EM PERIODOS FECHADOS (FICHEIRO fechoexcecoes,
      *    VER GESTORFECHO) SAO LISTADAS POR PERIODO, COM DATA,
      *    PROGRAMA, CHAVE, ADMINISTRADOR E MOTIVO, E GRAVADAS EM
      *    fechoexcecoes.rel.
      ******************************************************************

       IDENTIFICATION DIVISION.
              LOCK MODE MANUAL
              FILE STATUS FS-PERIODOS.

           SELECT FECHOEXC ASSIGN TO "fechoexcecoes"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-FECHOEXC.

           SELECT RELFECHO ASSIGN TO "fechoexcecoes.rel"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-RELFECHO.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
       FD  PERIODOS.
       COPY FDPERIODOS.

       FD  FECHOEXC.
       COPY FDFECHOEXC.

       FD  RELFECHO.
       01  REL-LINHA                PIC X(170).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       COPY WSPERIODOS.
       COPY WSLOGRECORDS.
       COPY VAR-SPACEUPPER.
       COPY WSFECHOEXC.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-REGISTAR       VALUE 1.
           88  OPCAO-LISTAR         VALUE 2.
           88  OPCAO-ALTERAR        VALUE 3.
           88  OPCAO-FECHO          VALUE 4.
           88  VALID-ESCOLHA        VALUE 0 THRU 4.

       77  FS-PERIODOS              PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  DATAS-OK                 PIC X(001).
       77  CHECK-MES                PIC 9(002).
       77  CHECK-DIA                PIC 9(002).
       77  FS-FECHOEXC              PIC X(002).
       77  FS-RELFECHO              PIC X(002).
       77  CONT-FECHO-PERIODO       PIC 9(005).
       77  TOTAL-FECHO              PIC 9(005).
       77  FIM-FECHOEXC             PIC X(001).
           88  FIM-FECHOEXC-SIM     VALUE "S".

       01  REL-CABECALHO.
           03  FILLER               PIC X(042) VALUE
               "SUBSTITUICOES DO FECHO POR PERIODO - EM ".
           03  REL-CAB-DATA         PIC X(010).

       01  REL-PERIODO.
           03  FILLER               PIC X(009) VALUE "PERIODO: ".
           03  REL-PER-CODIGO       PIC X(006).
           03  FILLER               PIC X(007) VALUE " | DE: ".
           03  REL-PER-INICIO       PIC 9(008).
           03  FILLER               PIC X(008) VALUE " | ATE: ".
           03  REL-PER-FIM          PIC 9(008).

       01  REL-DETALHE.
           03  FILLER               PIC X(004) VALUE SPACES.
           03  REL-DET-DATA         PIC 9(008).
           03  FILLER               PIC X(003) VALUE " | ".
           03  REL-DET-PROGRAMA     PIC X(020).
           03  FILLER               PIC X(003) VALUE " | ".
           03  REL-DET-CHAVE        PIC X(020).
           03  FILLER               PIC X(003) VALUE " | ".
           03  REL-DET-USERNAME     PIC X(020).
           03  FILLER               PIC X(003) VALUE " | ".
           03  REL-DET-MOTIVO       PIC X(045).
           03  FILLER               PIC X(003) VALUE " | ".
           03  REL-DET-DATE-TIME    PIC X(030).

       01  REL-SUBTOTAL.
           03  FILLER               PIC X(004) VALUE SPACES.
           03  FILLER               PIC X(029) VALUE
               "SUBSTITUICOES NO PERIODO: ".
           03  REL-SUB-TOTAL        PIC ZZZZ9.

      ******************************************************************

           03  LINE 14 COL 55 VALUE "1. REGISTAR PERIODO".
           03  LINE 16 COL 55 VALUE "2. LISTAR PERIODOS".
           03  LINE 18 COL 55 VALUE "3. ALTERAR PERIODO".
           03  LINE 20 COL 55 VALUE "4. SUBSTITUICOES DO FECHO".
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 48 VALUE "INSIRA A OPCAO QUE PRETENDE REALIZA
      -        "R:".
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(001) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CABECALHO DO RELATORIO DE SUBSTITUICOES DO FECHO.

       01  RELFECHO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 40 VALUE "S U B S T I T U I C O E S   D O   F
      -        " E C H O".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 06 COL 10 VALUE "PERIODO".
           03  LINE 06 COL 20 VALUE "INICIO".
           03  LINE 06 COL 32 VALUE "FIM".
           03  LINE 06 COL 44 VALUE "SUBSTITUICOES".
           03  LINE 07 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

      ******************************************************************
      *    SCREEN QUE MOSTRA O TOTAL DE SUBSTITUICOES DE CADA PERIODO.

       01  LINHA-FECHO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL COLUNA.
               05  SHOW-FECHO-CODIGO PIC X(6) FROM FDPER-CODIGO.
               05  VALUE "    ".
               05  SHOW-FECHO-INICIO PIC 9(8) FROM FDPER-DATA-INICIO.
               05  VALUE "    ".
               05  SHOW-FECHO-FIM PIC 9(8) FROM FDPER-DATA-FIM.
               05  VALUE "    ".
               05  SHOW-FECHO-CONT PIC ZZZZ9 FROM CONT-FECHO-PERIODO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO NAO HA SUBSTITUICOES DO FECHO.

       01  SEM-SUBSTITUICOES-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 33 VALUE "NAO HA SUBSTITUICOES DO FECHO REGIS
      -       "TADAS | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM NO FIM DO RELATORIO DE SUBSTITUICOES.

       01  FIM-RELFECHO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 26 VALUE "RELATORIO GRAVADO EM FECHOEXCECOES.
      -       "REL | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM NO FIM DE UMA LISTA.

                 WHEN OPCAO-REGISTAR    PERFORM REGISTAR
                 WHEN OPCAO-LISTAR      PERFORM LISTAR
                 WHEN OPCAO-ALTERAR     PERFORM ALTERAR
                 WHEN OPCAO-FECHO       PERFORM RELATORIO-FECHO
              END-EVALUATE

           END-PERFORM
           END-IF
           EXIT SECTION.

       RELATORIO-FECHO SECTION.
      ******************************************************************
      *    RELATORIO DAS SUBSTITUICOES DO FECHO (ALTERACOES AUTORIZADAS
      *    EM PERIODOS FECHADOS, VER GESTORFECHO), AGRUPADAS POR
      *    PERIODO PELA ORDEM DO MESTRE DE PERIODOS. O ECRA MOSTRA O
      *    TOTAL DE CADA PERIODO E O FICHEIRO fechoexcecoes.rel O
      *    DETALHE.
      ******************************************************************
           MOVE "; MENU: SUBSTITUICOES DO FECHO" TO WSLOG-SECTION

           OPEN INPUT FECHOEXC
           IF FS-FECHOEXC NOT = "00" THEN
              ACCEPT SEM-SUBSTITUICOES-SCREEN
              EXIT SECTION
           END-IF
           CLOSE FECHOEXC

           OPEN INPUT PERIODOS
           OPEN OUTPUT RELFECHO

           STRING FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2)
                  INTO REL-CAB-DATA
           END-STRING
           WRITE REL-LINHA FROM REL-CABECALHO
           END-WRITE

           DISPLAY RELFECHO-SCREEN
           MOVE ZEROS TO TOTAL-FECHO
           MOVE 09 TO LINHA
           MOVE 10 TO COLUNA

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
                       PERFORM LISTAR-FECHO-PERIODO
                 END-READ
              END-PERFORM
           END-IF

           CLOSE PERIODOS, RELFECHO

           MOVE "; RELATORIO: " TO WSLOG-VIEW-HEADING
           MOVE TOTAL-FECHO TO WSLOG-VIEW-KEY
           MOVE "; SUBSTITUICOES DO FECHO LISTADAS" TO
              WSLOG-VIEW-MESSAGE
           PERFORM SAVE-LOGRECORDS

           IF TOTAL-FECHO = ZEROS THEN
              ACCEPT SEM-SUBSTITUICOES-SCREEN
           ELSE
              ACCEPT FIM-RELFECHO-SCREEN
           END-IF
           EXIT SECTION.

       LISTAR-FECHO-PERIODO SECTION.
      ******************************************************************
      *    PERCORRE O FICHEIRO DE SUBSTITUICOES E GRAVA AS DO PERIODO
      *    LIDO, COM O CABECALHO DO PERIODO E O SUBTOTAL. PERIODOS SEM
      *    SUBSTITUICOES NAO SAO LISTADOS.
      ******************************************************************
           MOVE ZEROS TO CONT-FECHO-PERIODO
           MOVE SPACES TO FIM-FECHOEXC

           OPEN INPUT FECHOEXC
           PERFORM UNTIL FIM-FECHOEXC-SIM
              READ FECHOEXC INTO WSFECHOEXC
                 AT END
                    SET FIM-FECHOEXC-SIM TO TRUE
                 NOT AT END
                    IF WSFEXC-PERIODO = FDPER-CODIGO THEN
                       IF CONT-FECHO-PERIODO = ZEROS THEN
                          MOVE FDPER-CODIGO TO REL-PER-CODIGO
                          MOVE FDPER-DATA-INICIO TO REL-PER-INICIO
                          MOVE FDPER-DATA-FIM TO REL-PER-FIM
                          MOVE SPACES TO REL-LINHA
                          WRITE REL-LINHA
                          END-WRITE
                          WRITE REL-LINHA FROM REL-PERIODO
                          END-WRITE
                       END-IF
                       ADD 1 TO CONT-FECHO-PERIODO
                       MOVE WSFEXC-DATA TO REL-DET-DATA
                       MOVE WSFEXC-PROGRAMA TO REL-DET-PROGRAMA
                       MOVE WSFEXC-CHAVE TO REL-DET-CHAVE
                       MOVE WSFEXC-USERNAME TO REL-DET-USERNAME
                       MOVE WSFEXC-MOTIVO TO REL-DET-MOTIVO
                       MOVE WSFEXC-DATE-TIME TO REL-DET-DATE-TIME
                       WRITE REL-LINHA FROM REL-DETALHE
                       END-WRITE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FECHOEXC

           IF CONT-FECHO-PERIODO = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE CONT-FECHO-PERIODO TO REL-SUB-TOTAL
           WRITE REL-LINHA FROM REL-SUBTOTAL
           END-WRITE
           ADD CONT-FECHO-PERIODO TO TOTAL-FECHO

           DISPLAY LINHA-FECHO-SCREEN
           ADD 1 TO LINHA
           IF LINHA > 24 THEN
              ACCEPT FIM-LISTA-SCREEN
              DISPLAY LIMPAR-LISTA
              MOVE 09 TO LINHA
           END-IF
           EXIT SECTION.

       SAVE-LOGRECORDS SECTION.
      ******************************************************************
      *    SECÇÃO QUE É CHAMADA PARA O FAZER O REGISTO NO FICHEIRO DE
