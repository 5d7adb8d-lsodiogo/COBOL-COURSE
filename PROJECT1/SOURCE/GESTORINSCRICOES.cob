      *    VALOR FIXO REDUZIDO, COM DATAS DE VALIDADE E CODIGO DE
      *    MOTIVO (FICHEIRO DESCONTOS). A FATURACAO MENSAL
      *    (GESTORFATURAS) APLICA O DESCONTO AUTOMATICAMENTE.
      ******************************************************************
      *    V1.5 | 15.10.2026 | ADICIONADO O PAGADOR DA INSCRICAO
      *    (FICHEIRO PAGADORES): A INSCRICAO PODE SER PAGA POR UM
      *    PATROCINADOR (MESTRE DE PATROCINADORES) NA TOTALIDADE OU
      *    NUMA PERCENTAGEM, FICANDO O RESTO A CARGO DO ALUNO. A
      *    FATURACAO MENSAL FATURA A PARTE DO PATROCINADOR NA FATURA
      *    MENSAL DESTE, COM ANEXO POR ALUNO.
      ******************************************************************
      *    V1.6 | 15.10.2026 | A ANULACAO PASSA A GUARDAR A DATA DE
      *    ANULACAO NA INSCRICAO, PARA A FATURACAO MENSAL FATURAR SO
      *    O PERIODO EM QUE O ALUNO ESTEVE INSCRITO NO MES. ADICIONADA
      *    A TRANSFERENCIA DE UNIDADE: ANULA A INSCRICAO DE ORIGEM E
      *    ABRE A DE DESTINO NA MESMA DATA, LEVANDO O DESCONTO E O
      *    PAGADOR DA INSCRICAO DE ORIGEM.
      ******************************************************************
      *    V1.7 | 15.10.2026 | TURMAS (GESTORTURMAS): QUANDO A UNIDADE
      *    TEM TURMAS, A INSCRICAO PEDE A TURMA DO ALUNO, QUE TEM DE
      *    EXISTIR E TER LUGAR. A INSCRICAO EM CURSO ATRIBUI A PRIMEIRA
      *    TURMA COM LUGAR. A LISTA DE INSCRICOES MOSTRA A TURMA.
      ******************************************************************
      *    V1.8 | 15.10.2026 | DEPOIS DE UMA INSCRICAO (EM UNIDADE OU EM
      *    CURSO) E VERIFICADA A ENTREGA DOS DOCUMENTOS OBRIGATORIOS
      *    NO CURSO (VER GESTORDOCCHECK E GESTORDOCUMENTOS), COM AVISO
      *    QUANDO HA DOCUMENTOS EM FALTA OU EXPIRADOS. A INSCRICAO NAO
      *    E RECUSADA; A EXPORTACAO PARA O MINISTERIO EXCLUI O ALUNO.
      ******************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS FDDESC-CHAVE
              FILE STATUS FS-DESCONTOS.

           SELECT PAGADORES ASSIGN TO "pagadores"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPAG-CHAVE
              FILE STATUS FS-PAGADORES.

           SELECT PATROCINADORES ASSIGN TO "patrocinadores"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPAT-CODIGO
              FILE STATUS FS-PATROCINADORES.

           SELECT TURMAS ASSIGN TO "turmas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDTURMA-CHAVE
              FILE STATUS FS-TURMAS.

           SELECT ADMINS ASSIGN TO "adminsfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
       FD  DESCONTOS.
       COPY FDDESCONTOS.

       FD  PAGADORES.
       COPY FDPAGADORES.

       FD  PATROCINADORES.
       COPY FDPATROCINADORES.

       FD  TURMAS.
       COPY FDTURMAS.

       FD  ADMINS.
       COPY FDADMINS.

       WORKING-STORAGE SECTION.
       COPY WSINSCRICOES.
       COPY WSDESCONTOS.
       COPY WSPAGADORES.
       COPY WSADMINS.
       COPY VAR-AUTH.
       COPY WSADMINSEC.
       COPY WSLOGRECORDS.
       COPY VAR-SPACEUPPER.
       COPY VAR-DOCS.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-INSCREVER      VALUE 1.
           88  OPCAO-CURSO          VALUE 5.
           88  OPCAO-PROGRESSO      VALUE 6.
           88  OPCAO-DESCONTO       VALUE 7.
           88  OPCAO-PAGADOR        VALUE 8.
           88  OPCAO-TRANSFERIR     VALUE 9.
           88  VALID-ESCOLHA        VALUE 0 THRU 9.
       01  NOVA-ESCOLHA             PIC 9(001).
           88  OPCAO-SIM            VALUE 1.
           88  OPCAO-NAO            VALUE 2.
       77  PROG-NOTA-TXT            PIC X(012).
       77  FS-DESCONTOS             PIC X(002).
       77  FS-PARAMETROS            PIC X(002).
       77  FS-PAGADORES             PIC X(002).
       77  FS-PATROCINADORES        PIC X(002).
       77  INSC-GRAVADA             PIC X(001).
       77  TRANSF-ORIGEM            PIC X(005).
       77  TRANSF-DESTINO           PIC X(005).
       77  TRANSF-DATA              PIC 9(008).
       77  FS-TURMAS                PIC X(002).
       77  INSC-TURMA               PIC X(003).
       77  TURMA-SUGERIDA           PIC X(003).
       77  TURMAS-EXISTEM           PIC X(001).
       77  TURMA-OK                 PIC X(001).
       77  CONT-INSCRITOS-TURMA     PIC 9(003).
       77  DOCS-EM-FALTA-EDIT       PIC Z9.

      ******************************************************************

           03  LINE 22 COL 55 VALUE "5. INSCREVER ALUNO EM CURSO".
           03  LINE 24 COL 55 VALUE "6. PROGRESSO DE CURSO".
           03  LINE 14 COL 90 VALUE "7. DESCONTO DE INSCRICAO".
           03  LINE 16 COL 90 VALUE "8. PAGADOR DA INSCRICAO".
           03  LINE 18 COL 90 VALUE "9. TRANSFERIR DE UNIDADE".
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 48 VALUE "INSIRA A OPCAO QUE PRETENDE REALIZA
      -        "R:".
           03  SHOW-INSC-UNIDADE LINE 11 COL 65 PIC X(030) FROM
               FDNOMEUNIDADE.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INTRODUZ A TURMA DA INSCRICAO,
      *    QUANDO A UNIDADE TEM TURMAS.

       01  TURMA-INSCRICAO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE 13 COL 10 VALUE "TURMA:".
           03  REG-INSC-TURMA LINE 13 COL 17 PIC X(3) TO INSC-TURMA
               AUTO REQUIRED.
           03  LINE 13 COL 24 VALUE "(PRIMEIRA COM LUGAR:".
           03  LINE 13 COL 45 PIC X(3) FROM TURMA-SUGERIDA.
           03  LINE 13 COL 48 VALUE ")".

      ******************************************************************
      *    SCREEN DE MENSAGEM DE ERRO SE O ALUNO NÃO EXISTIR.

           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREENS DE MENSAGEM DE RECUSA DA TURMA DA INSCRICAO.

       01  TURMA-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 20 VALUE "TURMA INEXISTENTE NESTA UNIDADE. IN
      -       "TRODUZA OUTRA | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  TURMA-COMPLETA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 18 VALUE "RECUSADO: A TURMA JA ATINGIU A CAPA
      -       "CIDADE MAXIMA | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  TURMAS-COMPLETAS-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 12 VALUE "RECUSADO: TODAS AS TURMAS DA UNIDAD
      -       "E ESTAO COMPLETAS | PRESSIONE QUALQUER TECLA PARA CONTINU
      -       "AR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE RECUSA QUANDO O ALUNO NAO TEM
      *    APROVACAO NA UNIDADE PRE-REQUISITO, COM A PERGUNTA DE
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE AVISO QUANDO O ALUNO INSCRITO TEM DOCUMENTOS
      *    OBRIGATORIOS EM FALTA OU EXPIRADOS.

       01  DOCS-EM-FALTA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 10 VALUE "AVISO: DOCUMENTOS OBRIGATORIOS EM F
      -        "ALTA OU EXPIRADOS:" FOREGROUND-COLOUR 4
               BACKGROUND-COLOR 7.
           03  SHOW-DOCS-EM-FALTA LINE 29 COL 64 PIC X(2) FROM
               DOCS-EM-FALTA-EDIT FOREGROUND-COLOUR 4
               BACKGROUND-COLOR 7.
           03  LINE 29 COL 67 VALUE "| VER DOCUMENTOS DOS ALUNOS | PRESS
      -        "IONE QUALQUER TECLA".
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM ONDE PERGUNTA SE O UTILIZADOR PRETENDE
      *    FAZER UMA NOVA INSCRICAO.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DO PAGADOR DA INSCRICAO.

       01  PAGADOR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 40 VALUE "P A G A D O R   D A   I N S C R I C
      -        " A O".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 06 COL 10 VALUE "INDIQUE A INSCRICAO (ALUNO E UNIDAD
      -        "E) E QUEM A PAGA:".
           03  LINE 07 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN COM OS CAMPOS DO PAGADOR.

       01  PAGADOR-DADOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 13 COL 10 VALUE "PATROCINADOR (0 = PAGO PELO PROPRIO
      -        " ALUNO):".
           03  PAG-PATROCINADOR-CAMPO LINE 13 COL 55 PIC 9(5) USING
               WSPAG-PATROCINADOR AUTO BLANK WHEN ZERO.
           03  LINE 15 COL 10 VALUE "PERCENTAGEM PAGA PELO PATROCINADOR
      -        " (1 A 100):".
           03  PAG-PCT-CAMPO LINE 15 COL 57 PIC 9(3) USING
               WSPAG-PCT AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN QUE MOSTRA O NOME DO PATROCINADOR ESCOLHIDO.

       01  PAGADOR-NOME-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW-PAT-NOME LINE 13 COL 62 PIC X(50) FROM FDPAT-NOME.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE PAGADOR INVALIDO.

       01  PAGADOR-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 20 VALUE "PATROCINADOR INEXISTENTE OU PERCENT
      -       "AGEM INVALIDA (1 A 100) | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMACAO DO PAGADOR GRAVADO.

       01  CONFIRMACAO-PAGADOR FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 31 VALUE "PAGADOR GRAVADO COM SUCESSO | PRESS
      -       "IONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DO MENU TRANSFERIR DE UNIDADE.

       01  TRANSFERIR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 43 VALUE "T R A N S F E R E N C I A   D E   U
      -        " N I D A D E".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 06 COL 10 VALUE "INDIQUE A INSCRICAO DE ORIGEM (ALUN
      -        "O E UNIDADE) E A UNIDADE DE DESTINO:".
           03  LINE 07 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INTRODUZ A UNIDADE DE DESTINO.

       01  TRANSF-DESTINO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 13 COL 10 VALUE "UNIDADE DE DESTINO:".
           03  REG-TRANSF-DESTINO LINE 13 COL 30 PIC X(5) TO
               TRANSF-DESTINO AUTO REQUIRED.

      ******************************************************************
      *    SCREEN QUE MOSTRA O NOME DA UNIDADE DE DESTINO.

       01  TRANSF-NOME-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW-TRANSF-UNIDADE LINE 13 COL 40 PIC X(030) FROM
               FDNOMEUNIDADE.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE ERRO QUANDO O DESTINO E A ORIGEM SAO
      *    A MESMA UNIDADE.

       01  TRANSF-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 20 VALUE "A UNIDADE DE DESTINO TEM DE SER DIF
      -       "ERENTE DA DE ORIGEM | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM ONDE PERGUNTA SE O UTILIZADOR PRETENDE
      *    MESMO TRANSFERIR A INSCRICAO.

       01  CONFIRMACAO-TRANSFERIR FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 26 VALUE "TEM A CERTEZA QUE PRETENDE TRANSFER
      -        "IR ESTA INSCRICAO? 1 - SIM | 2 - NAO:".
           03  NOVA-ESCOLHA-SCREEN3 LINE 29 COL 99 PIC 9(1) TO
               NOVA-ESCOLHA AUTO BLANK WHEN ZERO.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO A TRANSFERENCIA E FEITA.

       01  SIM-TRANSFERIDA FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 26 VALUE "INSCRICAO TRANSFERIDA COM SUCESSO |
      -       " PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DO MENU ANULAR.

               05  SHOW-INSC-MES PIC 9(2) FROM FDINSC-MES-INSC.
               05  VALUE "/".
               05  SHOW-INSC-ANO PIC 9(4) FROM FDINSC-ANO-INSC.
               05  VALUE " | TURMA: ".
               05  SHOW-INSC-TURMA PIC X(3) FROM FDINSC-TURMA.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO NAO HA INSCRICOES PARA O FILTRO
                 WHEN OPCAO-CURSO       PERFORM INSCREVER-CURSO
                 WHEN OPCAO-PROGRESSO   PERFORM PROGRESSO-CURSO
                 WHEN OPCAO-DESCONTO    PERFORM DESCONTO-INSCRICAO
                 WHEN OPCAO-PAGADOR     PERFORM PAGADOR-INSCRICAO
                 WHEN OPCAO-TRANSFERIR  PERFORM TRANSFERIR-UNIDADE
              END-EVALUATE

           END-PERFORM

              DISPLAY DADOS-INSCRICAO-SCREEN

              MOVE SPACES TO INSC-GRAVADA
              PERFORM GRAVAR-INSCRICAO
              IF KEYSTATUS = 1003 THEN
                 CLOSE INSCRICOES, ALUNOS, UNIDADES
                 EXIT SECTION
              END-IF

              IF INSC-GRAVADA = "S" THEN
                 MOVE INSC-SIGLA TO DOCS-UNIDADE
                 MOVE SPACES TO DOCS-CURSO
                 PERFORM AVISO-DOCUMENTOS
              END-IF

              PERFORM WITH TEST AFTER UNTIL NOVA-ESCOLHA = 1 OR 2
                 MOVE ZEROS TO NOVA-ESCOLHA-SCREEN
                 DISPLAY LIMPAR-LINES
                       TO WSLOG-ADD-MESSAGE
                    PERFORM SAVE-LOGRECORDS
                 ELSE
                    PERFORM ESCOLHER-TURMA-INSCRICAO
                    IF TURMA-OK = "S" THEN
                       PERFORM ESCREVER-INSCRICAO
                    END-IF
                 END-IF
              NOT INVALID KEY
                 IF FDINSC-ATIVA THEN
                    IF CONT-INSCRITOS >= CAPACIDADE-UNIDADE THEN
                       ACCEPT CAPACIDADE-EXCEDIDA-SCREEN
                    ELSE
                       PERFORM ESCOLHER-TURMA-INSCRICAO
                       IF TURMA-OK = "S" THEN
                          PERFORM REATIVAR-INSCRICAO
                       END-IF
                    END-IF
                 END-IF
           END-READ
      ******************************************************************
           MOVE INSC-IDNUM TO WSINSC-IDNUM
           MOVE INSC-SIGLA TO WSINSC-SIGLAUNIDADE
           MOVE INSC-TURMA TO WSINSC-TURMA
           MOVE 1 TO WSINSC-ESTADO
           MOVE ZEROS TO WSINSC-DATA-ANULACAO
           MOVE FUNCTION CURRENT-DATE (1:4) TO WSINSC-ANO-INSC
           MOVE FUNCTION CURRENT-DATE (5:2) TO WSINSC-MES-INSC
           MOVE FUNCTION CURRENT-DATE (7:2) TO WSINSC-DIA-INSC

           WRITE FDINSCRICAO FROM WSINSCRICAO
           END-WRITE
           MOVE "S" TO INSC-GRAVADA

           MOVE "; INSCRICAO: " TO WSLOG-ADD-HEADING
           MOVE INSC-SIGLA TO WSLOG-ADD-KEY
      *    MESMO REGISTO EM VEZ DE CRIAR UM DUPLICADO.
      ******************************************************************
           MOVE 1 TO FDINSC-ESTADO
           MOVE ZEROS TO FDINSC-DATA-ANULACAO
           MOVE INSC-TURMA TO FDINSC-TURMA
           MOVE FUNCTION CURRENT-DATE (1:4) TO FDINSC-ANO-INSC
           MOVE FUNCTION CURRENT-DATE (5:2) TO FDINSC-MES-INSC
           MOVE FUNCTION CURRENT-DATE (7:2) TO FDINSC-DIA-INSC

           REWRITE FDINSCRICAO
           END-REWRITE
           MOVE "S" TO INSC-GRAVADA

           MOVE "; INSCRICAO: " TO WSLOG-ADD-HEADING
           MOVE INSC-SIGLA TO WSLOG-ADD-KEY
           ACCEPT CONFIRMACAO-INSCRICAO
           EXIT SECTION.

       ESCOLHER-TURMA-INSCRICAO SECTION.
      ******************************************************************
      *    QUANDO A UNIDADE TEM TURMAS, PEDE A TURMA DO ALUNO E VALIDA
      *    QUE EXISTE E AINDA TEM LUGAR (TURMA-OK = "S"). SEM TURMAS, A
      *    INSCRICAO FICA SEM TURMA. NO FIM RELE A INSCRICAO DO ALUNO,
      *    PORQUE AS CONTAGENS PERCORREM O FICHEIRO DE INSCRICOES.
      ******************************************************************
           MOVE SPACES TO TURMA-OK, INSC-TURMA, TURMAS-EXISTEM

           OPEN INPUT TURMAS
           IF FS-TURMAS = "00" THEN
              PERFORM OBTER-TURMA-LIVRE
           END-IF

           EVALUATE TRUE
              WHEN TURMAS-EXISTEM NOT = "S"
                 MOVE "S" TO TURMA-OK
              WHEN TURMA-SUGERIDA = SPACES
                 ACCEPT TURMAS-COMPLETAS-SCREEN
                 DISPLAY LIMPAR-LINES
                 MOVE "; INSCRICAO: " TO WSLOG-ADD-HEADING
                 MOVE INSC-SIGLA TO WSLOG-ADD-KEY
                 MOVE "; RECUSADO: TODAS AS TURMAS COMPLETAS"
                    TO WSLOG-ADD-MESSAGE
                 PERFORM SAVE-LOGRECORDS
              WHEN OTHER
                 PERFORM UNTIL TURMA-OK = "S" OR KEYSTATUS = 1003
                    MOVE SPACES TO REG-INSC-TURMA
                    ACCEPT TURMA-INSCRICAO-SCREEN
                    IF KEYSTATUS NOT = 1003 THEN
                       MOVE INSC-TURMA TO LINK-TEXT
                       PERFORM SPACE-UPPER
                       MOVE LINK-TEXT(1:3) TO INSC-TURMA
                       PERFORM VALIDAR-TURMA-INSCRICAO
                    END-IF
                 END-PERFORM
           END-EVALUATE

           IF FS-TURMAS = "00" THEN
              CLOSE TURMAS
           END-IF
           PERFORM RELER-INSCRICAO
           EXIT SECTION.

       VALIDAR-TURMA-INSCRICAO SECTION.
      ******************************************************************
      *    VALIDA A TURMA INDICADA: TEM DE EXISTIR NA UNIDADE E TER
      *    MENOS INSCRITOS ATIVOS DO QUE A SUA CAPACIDADE.
      ******************************************************************
           MOVE INSC-SIGLA TO FDTURMA-SIGLAUNIDADE
           MOVE INSC-TURMA TO FDTURMA-CODIGO
           READ TURMAS RECORD
              INVALID KEY
                 ACCEPT TURMA-INEXISTENTE-SCREEN
                 DISPLAY LIMPAR-LINES
                 EXIT SECTION
           END-READ

           PERFORM CONTAR-INSCRITOS-TURMA
           IF CONT-INSCRITOS-TURMA >= FDTURMA-CAPACIDADE THEN
              ACCEPT TURMA-COMPLETA-SCREEN
              DISPLAY LIMPAR-LINES
              MOVE "; INSCRICAO: " TO WSLOG-ADD-HEADING
              MOVE INSC-SIGLA TO WSLOG-ADD-KEY
              MOVE "; RECUSADO: CAPACIDADE DA TURMA EXCEDIDA"
                 TO WSLOG-ADD-MESSAGE
              PERFORM SAVE-LOGRECORDS
              EXIT SECTION
           END-IF

           MOVE "S" TO TURMA-OK
           EXIT SECTION.

       ATRIBUIR-TURMA-CURSO SECTION.
      ******************************************************************
      *    NA INSCRICAO EM CURSO, SEM DIALOGO: ATRIBUI A PRIMEIRA TURMA
      *    DA UNIDADE COM LUGAR. SE A UNIDADE TEM TURMAS E ESTAO TODAS
      *    COMPLETAS, TURMA-OK FICA EM BRANCO.
      ******************************************************************
           MOVE SPACES TO TURMA-OK, INSC-TURMA, TURMAS-EXISTEM

           OPEN INPUT TURMAS
           IF FS-TURMAS = "00" THEN
              PERFORM OBTER-TURMA-LIVRE
              CLOSE TURMAS
           END-IF

           IF TURMAS-EXISTEM NOT = "S" THEN
              MOVE "S" TO TURMA-OK
           ELSE
              IF TURMA-SUGERIDA NOT = SPACES THEN
                 MOVE TURMA-SUGERIDA TO INSC-TURMA
                 MOVE "S" TO TURMA-OK
              END-IF
           END-IF

           PERFORM RELER-INSCRICAO
           EXIT SECTION.

       OBTER-TURMA-LIVRE SECTION.
      ******************************************************************
      *    PERCORRE AS TURMAS DA UNIDADE INSC-SIGLA (FICHEIRO JA
      *    ABERTO), INDICANDO SE EXISTEM E QUAL A PRIMEIRA COM LUGAR.
      ******************************************************************
           MOVE SPACES TO TURMAS-EXISTEM, TURMA-SUGERIDA

           MOVE INSC-SIGLA TO FDTURMA-SIGLAUNIDADE
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
                       IF FDTURMA-SIGLAUNIDADE NOT = INSC-SIGLA THEN
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
      *    FDTURMA, SEM CONTAR O PROPRIO ALUNO.
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
                       AND FDINSC-IDNUM NOT = INSC-IDNUM
                       AND FDINSC-ATIVA THEN
                          ADD 1 TO CONT-INSCRITOS-TURMA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       RELER-INSCRICAO SECTION.
      ******************************************************************
      *    RELE PARA A AREA DO FICHEIRO A INSCRICAO DO ALUNO NA UNIDADE
      *    (SE EXISTIR), DEPOIS DE UMA CONTAGEM SOBRE AS INSCRICOES.
      ******************************************************************
           MOVE INSC-IDNUM TO FDINSC-IDNUM
           MOVE INSC-SIGLA TO FDINSC-SIGLAUNIDADE
           READ INSCRICOES RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           EXIT SECTION.

       VERIFICAR-PREREQUISITO SECTION.
      ******************************************************************
      *    VERIFICA SE O ALUNO TEM NOTA DE APROVACAO NA UNIDADE
      ******************************************************************
      *    MENU ONDE O UTILIZADOR ANULA UMA INSCRICAO EXISTENTE. O
      *    REGISTO NAO E ELIMINADO: FICA MARCADO COMO ANULADO PARA
      *    MANTER O HISTORICO, COM A DATA DE ANULACAO (O ALUNO DEIXA
      *    DE SER FATURADO A PARTIR DESSE DIA).
      ******************************************************************
           MOVE "; MENU: ANULAR" TO WSLOG-SECTION


           IF NOVA-ESCOLHA = 1 THEN
              MOVE 2 TO FDINSC-ESTADO
              MOVE FUNCTION CURRENT-DATE (1:8) TO FDINSC-DATA-ANULACAO
              REWRITE FDINSCRICAO
              END-REWRITE


           DISPLAY LIMPAR-LINES
           ACCEPT RESULTADO-CURSO-SCREEN

           IF CONT-CURSO-FEITAS > ZEROS THEN
              MOVE SPACES TO DOCS-UNIDADE
              MOVE INSC-CURSO TO DOCS-CURSO
              PERFORM AVISO-DOCUMENTOS
           END-IF
           EXIT SECTION.

       AVISO-DOCUMENTOS SECTION.
      ******************************************************************
      *    VERIFICA OS DOCUMENTOS OBRIGATORIOS DO ALUNO INSCRITO NOS
      *    CURSOS DA UNIDADE (DOCS-UNIDADE) OU NO CURSO (DOCS-CURSO) E
      *    AVISA QUANDO HA DOCUMENTOS EM FALTA OU EXPIRADOS. O AVISO
      *    FICA REGISTADO NO LOG; A INSCRICAO MANTEM-SE.
      ******************************************************************
           MOVE INSC-IDNUM TO DOCS-IDNUM
           MOVE FUNCTION CURRENT-DATE (1:8) TO DOCS-DATA
           MOVE ZEROS TO DOCS-DIAS-AVISO
           CALL "GESTORDOCCHECK" USING DOCS-PEDIDO

           IF DOCS-COMPLETOS THEN
              EXIT SECTION
           END-IF

           MOVE "; DOCUMENTOS: " TO WSLOG-ADD-HEADING
           MOVE INSC-IDNUM TO WSLOG-ADD-KEY
           STRING "; AVISO: DOCUMENTOS EM FALTA: ", DOCS-NUM-EM-FALTA
              INTO WSLOG-ADD-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           MOVE DOCS-NUM-EM-FALTA TO DOCS-EM-FALTA-EDIT
           DISPLAY LIMPAR-LINES
           ACCEPT DOCS-EM-FALTA-SCREEN
           EXIT SECTION.

       PEDIR-CURSO SECTION.
                 IF CONT-INSCRITOS >= CAPACIDADE-UNIDADE THEN
                    ADD 1 TO CONT-CURSO-IGNORADAS
                 ELSE
                    PERFORM ATRIBUIR-TURMA-CURSO
                    IF TURMA-OK = "S" THEN
                       PERFORM ESCREVER-INSCRICAO-CURSO
                       ADD 1 TO CONT-CURSO-FEITAS
                    ELSE
                       PERFORM IGNORAR-TURMAS-COMPLETAS
                    END-IF
                 END-IF
              NOT INVALID KEY
                 IF FDINSC-ATIVA THEN
                    IF CONT-INSCRITOS >= CAPACIDADE-UNIDADE THEN
                       ADD 1 TO CONT-CURSO-IGNORADAS
                    ELSE
                       PERFORM ATRIBUIR-TURMA-CURSO
                       IF TURMA-OK NOT = "S" THEN
                          PERFORM IGNORAR-TURMAS-COMPLETAS
                       ELSE
                          MOVE 1 TO FDINSC-ESTADO
                          MOVE ZEROS TO FDINSC-DATA-ANULACAO
                          MOVE INSC-TURMA TO FDINSC-TURMA
                          MOVE FUNCTION CURRENT-DATE (1:4) TO
                             FDINSC-ANO-INSC
                          MOVE FUNCTION CURRENT-DATE (5:2) TO
                             FDINSC-MES-INSC
                          MOVE FUNCTION CURRENT-DATE (7:2) TO
                             FDINSC-DIA-INSC
                          REWRITE FDINSCRICAO
                          END-REWRITE
                          ADD 1 TO CONT-CURSO-FEITAS
                       END-IF
                    END-IF
                 END-IF
           END-READ
           EXIT SECTION.

       IGNORAR-TURMAS-COMPLETAS SECTION.
      ******************************************************************
      *    UNIDADE DO CURSO IGNORADA POR TER TODAS AS TURMAS COMPLETAS.
      ******************************************************************
           ADD 1 TO CONT-CURSO-IGNORADAS
           MOVE "; INSCRICAO: " TO WSLOG-ADD-HEADING
           MOVE INSC-SIGLA TO WSLOG-ADD-KEY
           MOVE "; IGNORADA NO CURSO: TURMAS COMPLETAS"
              TO WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS
           EXIT SECTION.

       ESCREVER-INSCRICAO-CURSO SECTION.
      ******************************************************************
      *    ESCREVE UMA NOVA INSCRICAO ATIVA SEM O DIALOGO DE
      ******************************************************************
           MOVE INSC-IDNUM TO WSINSC-IDNUM
           MOVE INSC-SIGLA TO WSINSC-SIGLAUNIDADE
           MOVE INSC-TURMA TO WSINSC-TURMA
           MOVE 1 TO WSINSC-ESTADO
           MOVE ZEROS TO WSINSC-DATA-ANULACAO
           MOVE FUNCTION CURRENT-DATE (1:4) TO WSINSC-ANO-INSC
           MOVE FUNCTION CURRENT-DATE (5:2) TO WSINSC-MES-INSC
           MOVE FUNCTION CURRENT-DATE (7:2) TO WSINSC-DIA-INSC
           ACCEPT CONFIRMACAO-DESCONTO
           EXIT SECTION.

       PAGADOR-INSCRICAO SECTION.
      ******************************************************************
      *    INDICA QUEM PAGA UMA INSCRICAO ATIVA: UM PATROCINADOR DO
      *    MESTRE DE PATROCINADORES, NA TOTALIDADE (100) OU NUMA
      *    PERCENTAGEM (FICANDO O RESTO A CARGO DO ALUNO), OU O
      *    PROPRIO ALUNO (PATROCINADOR 0, QUE RETIRA A LIGACAO). A
      *    FATURACAO MENSAL USA ESTA LIGACAO A PARTIR DO MES SEGUINTE A
      *    FATURAR; AS FATURAS JA EMITIDAS NAO MUDAM.
      ******************************************************************
           MOVE "; MENU: PAGADOR" TO WSLOG-SECTION

           OPEN I-O PAGADORES
           IF FS-PAGADORES = 35 THEN
              CLOSE PAGADORES
              OPEN OUTPUT PAGADORES
              CLOSE PAGADORES
              OPEN I-O PAGADORES
           END-IF
           OPEN INPUT PATROCINADORES
           OPEN I-O INSCRICOES
           OPEN INPUT ALUNOS
           OPEN INPUT UNIDADES

           DISPLAY PAGADOR-SCREEN

           PERFORM PEDIR-ALUNO
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE PAGADORES, PATROCINADORES, INSCRICOES, ALUNOS,
                 UNIDADES
              EXIT SECTION
           END-IF

           PERFORM PEDIR-UNIDADE
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE PAGADORES, PATROCINADORES, INSCRICOES, ALUNOS,
                 UNIDADES
              EXIT SECTION
           END-IF

           MOVE INSC-IDNUM TO FDINSC-IDNUM
           MOVE INSC-SIGLA TO FDINSC-SIGLAUNIDADE
           READ INSCRICOES RECORD
              INVALID KEY
                 ACCEPT INSCRICAO-INEXISTENTE
                 CLOSE PAGADORES, PATROCINADORES, INSCRICOES, ALUNOS,
                    UNIDADES
                 EXIT SECTION
           END-READ
           IF NOT FDINSC-ATIVA THEN
              ACCEPT INSCRICAO-INEXISTENTE
              CLOSE PAGADORES, PATROCINADORES, INSCRICOES, ALUNOS,
                 UNIDADES
              EXIT SECTION
           END-IF

      *    MOSTRA O PAGADOR ATUAL DA INSCRICAO, QUANDO EXISTE.
           MOVE INSC-IDNUM TO WSPAG-IDNUM
           MOVE INSC-SIGLA TO WSPAG-SIGLAUNIDADE
           MOVE ZEROS TO WSPAG-PATROCINADOR, WSPAG-PCT
           MOVE WSPAG-CHAVE TO FDPAG-CHAVE
           READ PAGADORES RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FDPAG-PATROCINADOR TO WSPAG-PATROCINADOR
                 MOVE FDPAG-PCT TO WSPAG-PCT
           END-READ

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              ACCEPT PAGADOR-DADOS-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE PAGADORES, PATROCINADORES, INSCRICOES, ALUNOS,
                    UNIDADES
                 EXIT SECTION
              END-IF

              IF WSPAG-O-ALUNO THEN
                 MOVE ZEROS TO WSPAG-PCT
                 MOVE "S" TO VERDADEIRO
              ELSE
                 MOVE WSPAG-PATROCINADOR TO FDPAT-CODIGO
                 READ PATROCINADORES RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DISPLAY PAGADOR-NOME-SCREEN
                       IF WSPAG-PCT-VALIDA THEN
                          MOVE "S" TO VERDADEIRO
                       END-IF
                 END-READ
              END-IF

              IF VERDADEIRO NOT = "S" THEN
                 ACCEPT PAGADOR-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE PAGADORES, PATROCINADORES, INSCRICOES,
                       ALUNOS, UNIDADES
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSPAG-DATE-TIME
           END-STRING

           MOVE WSPAG-CHAVE TO FDPAG-CHAVE
           READ PAGADORES RECORD
              INVALID KEY
                 IF NOT WSPAG-O-ALUNO THEN
                    MOVE WSPAGADOR TO FDPAGADOR
                    WRITE FDPAGADOR
                    END-WRITE
                 END-IF
              NOT INVALID KEY
                 IF WSPAG-O-ALUNO THEN
                    DELETE PAGADORES RECORD
                    END-DELETE
                 ELSE
                    MOVE WSPAGADOR TO FDPAGADOR
                    REWRITE FDPAGADOR
                    END-REWRITE
                 END-IF
           END-READ

           CLOSE PAGADORES, PATROCINADORES, INSCRICOES, ALUNOS,
              UNIDADES

           MOVE "; PAGADOR: " TO WSLOG-EDIT-HEADING
           MOVE WSPAG-PATROCINADOR TO WSLOG-EDIT-KEY
           STRING "; PAGADOR DE ", INSC-IDNUM, "/", INSC-SIGLA
              INTO WSLOG-EDIT-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-PAGADOR
           EXIT SECTION.

       TRANSFERIR-UNIDADE SECTION.
      ******************************************************************
      *    TRANSFERE UM ALUNO DE UMA UNIDADE PARA OUTRA: A INSCRICAO DE
      *    DESTINO E GRAVADA COM AS VALIDACOES DE UMA INSCRICAO NOVA
      *    (PRE-REQUISITO E CAPACIDADE) E A DE ORIGEM E ANULADA COM A
      *    MESMA DATA, PARA A FATURACAO MENSAL PASSAR DE UMA PARA A
      *    OUTRA NESSE DIA SEM SOBREPOSICAO.
      ******************************************************************
           MOVE "; MENU: TRANSFERIR" TO WSLOG-SECTION

           OPEN I-O INSCRICOES
           OPEN INPUT ALUNOS
           OPEN INPUT UNIDADES

           DISPLAY TRANSFERIR-SCREEN

           PERFORM PEDIR-ALUNO
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE INSCRICOES, ALUNOS, UNIDADES
              EXIT SECTION
           END-IF

           PERFORM PEDIR-UNIDADE
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE INSCRICOES, ALUNOS, UNIDADES
              EXIT SECTION
           END-IF

           MOVE INSC-IDNUM TO FDINSC-IDNUM
           MOVE INSC-SIGLA TO FDINSC-SIGLAUNIDADE
           READ INSCRICOES RECORD
              INVALID KEY
                 ACCEPT INSCRICAO-INEXISTENTE
                 CLOSE INSCRICOES, ALUNOS, UNIDADES
                 EXIT SECTION
           END-READ
           IF NOT FDINSC-ATIVA THEN
              ACCEPT INSCRICAO-INEXISTENTE
              CLOSE INSCRICOES, ALUNOS, UNIDADES
              EXIT SECTION
           END-IF
           MOVE INSC-SIGLA TO TRANSF-ORIGEM

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO, TRANSF-DESTINO
              ACCEPT TRANSF-DESTINO-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE INSCRICOES, ALUNOS, UNIDADES
                 EXIT SECTION
              END-IF

              MOVE TRANSF-DESTINO TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT(1:5) TO TRANSF-DESTINO

              IF TRANSF-DESTINO = TRANSF-ORIGEM THEN
                 ACCEPT TRANSF-ERRO-SCREEN
                 DISPLAY LIMPAR-LINES
              ELSE
                 MOVE TRANSF-DESTINO TO FDSIGLAUNIDADE
                 READ UNIDADES RECORD
                    INVALID KEY
                       ACCEPT UNIDADE-INEXISTENTE-SCREEN
                       DISPLAY LIMPAR-LINES
                    NOT INVALID KEY
                       DISPLAY TRANSF-NOME-SCREEN
                       MOVE "S" TO VERDADEIRO
                 END-READ
              END-IF
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL NOVA-ESCOLHA = 1 OR 2
              MOVE ZEROS TO NOVA-ESCOLHA-SCREEN3
              DISPLAY LIMPAR-LINES
              ACCEPT CONFIRMACAO-TRANSFERIR
              IF KEYSTATUS = 1003 THEN
                 CLOSE INSCRICOES, ALUNOS, UNIDADES
                 EXIT SECTION
              END-IF
           END-PERFORM

           IF NOVA-ESCOLHA NOT = 1 THEN
              DISPLAY LIMPAR-LINES
              ACCEPT NAO-ANULADA
              CLOSE INSCRICOES, ALUNOS, UNIDADES
              EXIT SECTION
           END-IF

      *    GRAVA A INSCRICAO DE DESTINO (REGISTO DA UNIDADE DE DESTINO
      *    JA LIDO EM FDUNIDADE, COMO NO MENU INSCREVER).
           MOVE TRANSF-DESTINO TO INSC-SIGLA
           MOVE SPACES TO INSC-GRAVADA
           PERFORM GRAVAR-INSCRICAO
           IF INSC-GRAVADA NOT = "S" THEN
              CLOSE INSCRICOES, ALUNOS, UNIDADES
              EXIT SECTION
           END-IF
           MOVE WSINSC-DATA-INSCRICAO TO TRANSF-DATA

      *    ANULA A INSCRICAO DE ORIGEM NA DATA DA INSCRICAO DE DESTINO.
           MOVE INSC-IDNUM TO FDINSC-IDNUM
           MOVE TRANSF-ORIGEM TO FDINSC-SIGLAUNIDADE
           READ INSCRICOES RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 2 TO FDINSC-ESTADO
                 MOVE TRANSF-DATA TO FDINSC-DATA-ANULACAO
                 REWRITE FDINSCRICAO
                 END-REWRITE
           END-READ

           CLOSE INSCRICOES, ALUNOS, UNIDADES

           PERFORM TRANSFERIR-DESCONTO-PAGADOR

           MOVE "; TRANSFERENCIA: " TO WSLOG-EDIT-HEADING
           MOVE INSC-IDNUM TO WSLOG-EDIT-KEY
           STRING "; INSCRICAO DE ", TRANSF-ORIGEM, " PARA ",
              TRANSF-DESTINO
              INTO WSLOG-EDIT-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           DISPLAY LIMPAR-LINES
           ACCEPT SIM-TRANSFERIDA
           EXIT SECTION.

       TRANSFERIR-DESCONTO-PAGADOR SECTION.
      ******************************************************************
      *    COPIA O DESCONTO E O PAGADOR DA INSCRICAO DE ORIGEM PARA A
      *    INSCRICAO DE DESTINO DA TRANSFERENCIA, QUANDO A DE DESTINO
      *    AINDA NAO TEM OS SEUS. OS DA ORIGEM FICAM COMO ESTAO, PARA
      *    OS MESES JA FATURADOS.
      ******************************************************************
           OPEN I-O DESCONTOS
           IF FS-DESCONTOS = "00" THEN
              MOVE INSC-IDNUM TO FDDESC-IDNUM
              MOVE TRANSF-ORIGEM TO FDDESC-SIGLAUNIDADE
              READ DESCONTOS RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FDDESCONTO TO WSDESCONTO
                    MOVE TRANSF-DESTINO TO WSDESC-SIGLAUNIDADE
                    MOVE WSDESCONTO TO FDDESCONTO
                    WRITE FDDESCONTO
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
              CLOSE DESCONTOS
           END-IF

           OPEN I-O PAGADORES
           IF FS-PAGADORES = "00" THEN
              MOVE INSC-IDNUM TO FDPAG-IDNUM
              MOVE TRANSF-ORIGEM TO FDPAG-SIGLAUNIDADE
              READ PAGADORES RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FDPAGADOR TO WSPAGADOR
                    MOVE TRANSF-DESTINO TO WSPAG-SIGLAUNIDADE
                    MOVE WSPAGADOR TO FDPAGADOR
                    WRITE FDPAGADOR
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
              CLOSE PAGADORES
           END-IF
           EXIT SECTION.

       LER-PARAMETROS-SEGURANCA SECTION.
      ******************************************************************
      *    LE DO FICHEIRO CENTRAL DE PARAMETROS (VER GESTORPARAMS) O
