      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA RESPONDER AOS PEDIDOS DOS
      *    TITULARES DE DADOS PESSOAIS (RGPD), ALUNOS OU DOCENTES:
      *      - EXPORTACAO: UMA SO EXECUCAO ESCREVE NUM FICHEIRO
      *        LEGIVEL (rgpdalunoNNNNNN.txt OU rgpdprofSSSS.txt) TUDO
      *        O QUE ESTA GUARDADO SOBRE O ALUNO (ALUNOS, HISTORICO DE
      *        ESTADO, INSCRICOES, NOTAS, PRESENCAS, JUSTIFICACOES,
      *        FATURAS, RECIBOS, NOTIFICACOES, RESPOSTAS A INQUERITOS,
      *        CANDIDATURAS, NOTAS DE CREDITO, PATROCINADORES E PARTES
      *        POR ELES PAGAS, PLANOS DE PAGAMENTO, NOTAS DAS
      *        COMPONENTES, LUGARES DE EXAME, ESTAGIOS, SEGUIMENTOS,
      *        DECLARACOES, DOCUMENTOS ENTREGUES, INCIDENTES
      *        DISCIPLINARES E REGISTOS DE LOG) OU SOBRE O DOCENTE
      *        (DOCENTES, AULAS DO HORARIO, NOTIFICACOES E LOG);
      *      - ANONIMIZACAO: AUTENTICADA POR UM ADMINISTRADOR, APAGA
      *        O NOME, OS CONTACTOS E AS MORADAS DO ALUNO OU DOCENTE
      *        (MESTRE, PRESENCAS, NOTIFICACOES, CANDIDATURAS,
      *        LUGARES DE EXAME, COMENTARIOS DOS INQUERITOS E TEXTOS
      *        LIVRES DOS INCIDENTES DISCIPLINARES), MANTENDO OS
      *        REGISTOS FINANCEIROS E DE CERTIFICACAO QUE A LEI OBRIGA
      *        A GUARDAR (FATURAS, RECIBOS, NOTAS, CERTIFICADOS) E O
      *        FICHEIRO DE LOG, QUE E ENCADEADO E NAO PODE SER
      *        ALTERADO. E RECUSADA
      *        SE O ALUNO TIVER FATURAS POR PAGAR.
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      *    V1.1 | 15.10.2026 | A EXPORTACAO DO ALUNO INCLUI OS
      *    FICHEIROS DE FATURACAO A PATROCINADORES, PLANOS, NOTAS DE
      *    CREDITO, COMPONENTES, EXAMES, ESTAGIOS, SEGUIMENTOS,
      *    DECLARACOES, DOCUMENTOS E INCIDENTES; A ANONIMIZACAO APAGA
      *    TAMBEM O NOME NOS LUGARES DE EXAME E OS TEXTOS LIVRES DOS
      *    INCIDENTES.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORRGPD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO "alunosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDIDNUM
              FILE STATUS FS-ALUNOS.

           SELECT PROFS ASSIGN TO "profsfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSIGLAPROF
              FILE STATUS FS-PROFS.

           SELECT HISTALUNOS ASSIGN TO "histalunos"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-HISTALUNOS.

           SELECT INSCRICOES ASSIGN TO "inscricoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINSC-CHAVE
              FILE STATUS FS-INSCRICOES.

           SELECT NOTAS ASSIGN TO "notasfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDNOTA-CHAVE
              FILE STATUS FS-NOTAS.

           SELECT PRESENCAS ASSIGN TO "presencas"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-PRESENCAS.

           SELECT JUSTIFICACOES ASSIGN TO "justificacoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDJUST-CHAVE
              FILE STATUS FS-JUSTIFICACOES.

           SELECT FATURAS ASSIGN TO "faturas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDFAT-NUMERO
              FILE STATUS FS-FATURAS.

           SELECT RECIBOS ASSIGN TO "recibos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDREC-NUMERO
              FILE STATUS FS-RECIBOS.

           SELECT NOTIFICACOES ASSIGN TO "notificacoes"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-NOTIFICACOES.

           SELECT RESPOSTAS ASSIGN TO "respostas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDRESP-CHAVE
              FILE STATUS FS-RESPOSTAS.

           SELECT CANDIDATURAS ASSIGN TO "candidaturas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCAND-NUMERO
              LOCK MODE MANUAL
              FILE STATUS FS-CANDIDATURAS.

           SELECT NOTASCREDITO ASSIGN TO "notascredito"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDNC-NUMERO
              FILE STATUS FS-NOTASCREDITO.

           SELECT FATANEXO ASSIGN TO "faturasanexo"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDANX-CHAVE
              FILE STATUS FS-FATANEXO.

           SELECT PAGADORES ASSIGN TO "pagadores"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPAG-CHAVE
              FILE STATUS FS-PAGADORES.

           SELECT PLANOS ASSIGN TO "planos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPLANO-CHAVE
              FILE STATUS FS-PLANOS.

           SELECT NOTASCOMP ASSIGN TO "notascomp"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDNCOMP-CHAVE
              FILE STATUS FS-NOTASCOMP.

           SELECT LUGARESEXAME ASSIGN TO "lugaresexame"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDLUGAR-CHAVE
              FILE STATUS FS-LUGARESEXAME.

           SELECT ESTAGIOS ASSIGN TO "estagios"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDEST-CHAVE
              FILE STATUS FS-ESTAGIOS.

           SELECT SEGUIMENTOS ASSIGN TO "seguimentos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSEG-CHAVE
              FILE STATUS FS-SEGUIMENTOS.

           SELECT DECLARACOES ASSIGN TO "declaracoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDDECL-NUMERO
              FILE STATUS FS-DECLARACOES.

           SELECT ALUNODOCS ASSIGN TO "alunodocs"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDADOC-CHAVE
              FILE STATUS FS-ALUNODOCS.

           SELECT INCIDENTES ASSIGN TO "incidentes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINC-CHAVE
              FILE STATUS FS-INCIDENTES.

           SELECT HORARIOSFILE ASSIGN TO "horariosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDDATAAULA
              FILE STATUS FS-HORARIO.

           SELECT RGPDFILE ASSIGN TO RGPD-NOME-FICHEIRO
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-RGPDFILE.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
       COPY FDALUNOS.

       FD  PROFS.
       COPY FDPROFS.

       FD  HISTALUNOS.
       COPY FDHISTALUNOS.

       FD  INSCRICOES.
       COPY FDINSCRICOES.

       FD  NOTAS.
       COPY FDNOTAS.

       FD  PRESENCAS.
       COPY FDPRESENCAS.

       FD  JUSTIFICACOES.
       COPY FDJUSTIFICACOES.

       FD  FATURAS.
       COPY FDFATURAS.

       FD  RECIBOS.
       COPY FDRECIBOS.

       FD  NOTIFICACOES.
       COPY FDNOTIFICACOES.

       FD  RESPOSTAS.
       COPY FDRESPOSTAS.

       FD  CANDIDATURAS.
       COPY FDCANDIDATURAS.

       FD  NOTASCREDITO.
       COPY FDNOTASCREDITO.

       FD  FATANEXO.
       COPY FDFATANEXO.

       FD  PAGADORES.
       COPY FDPAGADORES.

       FD  PLANOS.
       COPY FDPLANOS.

       FD  NOTASCOMP.
       COPY FDNOTASCOMP.

       FD  LUGARESEXAME.
       COPY FDLUGARESEXAME.

       FD  ESTAGIOS.
       COPY FDESTAGIOS.

       FD  SEGUIMENTOS.
       COPY FDSEGUIMENTOS.

       FD  DECLARACOES.
       COPY FDDECLARACOES.

       FD  ALUNODOCS.
       COPY FDALUNODOCS.

       FD  INCIDENTES.
       COPY FDINCIDENTES.

       FD  HORARIOSFILE.
       COPY FDHORARIOS.

       FD  RGPDFILE.
       01  RGPD-LINHA               PIC X(150).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSADMINS.
       COPY VAR-AUTH.
       COPY WSLOGRECORDS.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-EXPORTAR-ALUNO VALUE 1.
           88  OPCAO-EXPORTAR-PROF  VALUE 2.
           88  OPCAO-ANONIMIZAR-ALUNO VALUE 3.
           88  OPCAO-ANONIMIZAR-PROF VALUE 4.
           88  VALID-ESCOLHA        VALUE 0 THRU 4.

       77  FS-ALUNOS                PIC X(002).
       77  FS-PROFS                 PIC X(002).
       77  FS-HISTALUNOS            PIC X(002).
       77  FS-INSCRICOES            PIC X(002).
       77  FS-NOTAS                 PIC X(002).
       77  FS-PRESENCAS             PIC X(002).
       77  FS-JUSTIFICACOES         PIC X(002).
       77  FS-FATURAS               PIC X(002).
       77  FS-RECIBOS               PIC X(002).
       77  FS-NOTIFICACOES          PIC X(002).
       77  FS-RESPOSTAS             PIC X(002).
       77  FS-CANDIDATURAS          PIC X(002).
       77  FS-NOTASCREDITO          PIC X(002).
       77  FS-FATANEXO              PIC X(002).
       77  FS-PAGADORES             PIC X(002).
       77  FS-PLANOS                PIC X(002).
       77  FS-NOTASCOMP             PIC X(002).
       77  FS-LUGARESEXAME          PIC X(002).
       77  FS-ESTAGIOS              PIC X(002).
       77  FS-SEGUIMENTOS           PIC X(002).
       77  FS-DECLARACOES           PIC X(002).
       77  FS-ALUNODOCS             PIC X(002).
       77  FS-INCIDENTES            PIC X(002).
       77  FS-HORARIO               PIC X(002).
       77  FS-RGPDFILE              PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  RGPD-NOME-FICHEIRO       PIC X(040).
       77  RGPD-IDNUM               PIC 9(006).
       77  RGPD-SIGLA               PIC A(004).
       77  RGPD-CHAVE-LOG           PIC X(020).
       77  RGPD-NOME-ANONIMO        PIC X(050)
           VALUE "ANONIMIZADO (RGPD)".
       77  CONT-REGISTOS            PIC 9(005).
       77  CONT-ANONIMIZADOS        PIC 9(005).
       77  FATURAS-EM-DIVIDA        PIC 9(005).
       77  FIM-SEQUENCIAL           PIC X(001).
           88  FIM-SEQUENCIAL-SIM   VALUE "S".
       77  PRIMEIRA-LINHA           PIC X(001).
       77  SECCAO-TITULO            PIC X(040).
       77  DATA-FORMATAR            PIC 9(008).
       77  DATA-TXT                 PIC X(010).
       77  VALOR-EDIT               PIC ZZZZ9.99.
       77  TOTAL-EDIT               PIC ZZZZZ9.99.
       77  PREST-IDX                PIC 9(002).
       77  MARCO-IDX                PIC 9(001).
       77  LOG-MENSAGEM             PIC X(040).

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DO MENU PRINCIPAL.

       01  MENU1-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 44 VALUE "P R O T E C A O   D E   D A D O S".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 12 COL 50 VALUE "0. SAIR".
           03  LINE 14 COL 50 VALUE "1. EXPORTAR DADOS DE UM ALUNO".
           03  LINE 16 COL 50 VALUE "2. EXPORTAR DADOS DE UM DOCENTE".
           03  LINE 18 COL 50 VALUE "3. ANONIMIZAR UM ALUNO".
           03  LINE 20 COL 50 VALUE "4. ANONIMIZAR UM DOCENTE".
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
      *    SCREENS DE PEDIDO DO TITULAR DOS DADOS.

       01  PEDIDO-ALUNO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 44 VALUE "P R O T E C A O   D E   D A D O S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 08 COL 10 VALUE "NUMERO DO ALUNO:".
           03  RGPD-IDNUM-CAMPO LINE 08 COL 27 PIC 9(6) TO RGPD-IDNUM
               AUTO BLANK WHEN ZERO.

       01  PEDIDO-PROF-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 44 VALUE "P R O T E C A O   D E   D A D O S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 08 COL 10 VALUE "SIGLA DO DOCENTE:".
           03  RGPD-SIGLA-CAMPO LINE 08 COL 28 PIC A(4) TO RGPD-SIGLA
               AUTO.

      ******************************************************************
      *    SCREEN DE AUTENTICACAO DO ADMINISTRADOR PARA A
      *    ANONIMIZACAO.

       01  AUTENTICACAO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 12 COL 10 VALUE "USERNAME:".
           03  USER-SCREEN LINE 12 COL 20 PIC X(20) TO WSUSERNAME.
           03  LINE 12 COL 50 VALUE "PASSWORD:".
           03  PASSWORD-SCREEN LINE 12 COL 60 PIC X(20) TO WSPASSWORD
               SECURE.

      ******************************************************************
      *    SCREENS DE MENSAGEM DE ERRO.

       01  ALUNO-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 44 VALUE "ALUNO INEXISTENTE | PRESSIONE QUALQ
      -       "UER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  PROF-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 43 VALUE "DOCENTE INEXISTENTE | PRESSIONE QUA
      -       "LQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  FATURAS-POR-PAGAR-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 24 VALUE "ANONIMIZACAO RECUSADA: EXISTEM FATU
      -       "RAS DO ALUNO POR PAGAR | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  AUTENTC-NEGADA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 28 VALUE "CREDENCIAIS INVALIDAS - ANONIMIZACA
      -       "O NAO EFETUADA | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.
      ******************************************************************
      *    SCREENS COM O RESULTADO DA EXPORTACAO E DA ANONIMIZACAO.

       01  EXPORTACAO-FEITA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 20 VALUE "DADOS EXPORTADOS EM"
               FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  SHOW-FICHEIRO LINE 29 COL 40 PIC X(25) FROM
               RGPD-NOME-FICHEIRO
               FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 29 COL 66 VALUE "| REGISTOS:"
               FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  SHOW-REGISTOS LINE 29 COL 78 PIC ZZZZ9 FROM
               CONT-REGISTOS
               FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 29 COL 84 VALUE "| PRESSIONE QUALQUER TECLA"
               FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  ANONIMIZACAO-FEITA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 30 VALUE "ANONIMIZACAO CONCLUIDA | REGISTOS A
      -        "LTERADOS:"
               FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  SHOW-ANONIMIZADOS LINE 29 COL 75 PIC ZZZZ9 FROM
               CONT-ANONIMIZADOS
               FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 29 COL 81 VALUE "| PRESSIONE QUALQUER TECLA"
               FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************

       PROCEDURE DIVISION.

       MENU1 SECTION.
      ******************************************************************
      *    MENU PRINCIPAL ONDE O UTILIZADOR VAI ESCOLHER A OPÇÃO QUE
      *    PRETENDE REALIZAR.
      ******************************************************************
           MOVE "; GESTOR: RGPD" TO WSLOG-PROGRAM

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
                 WHEN OPCAO-EXPORTAR-ALUNO   PERFORM EXPORTAR-ALUNO
                 WHEN OPCAO-EXPORTAR-PROF    PERFORM EXPORTAR-PROF
                 WHEN OPCAO-ANONIMIZAR-ALUNO PERFORM ANONIMIZAR-ALUNO
                 WHEN OPCAO-ANONIMIZAR-PROF  PERFORM ANONIMIZAR-PROF
              END-EVALUATE

           END-PERFORM
           EXIT PROGRAM.

       EXPORTAR-ALUNO SECTION.
      ******************************************************************
      *    ESCREVE NO FICHEIRO rgpdalunoNNNNNN.txt TODOS OS DADOS
      *    GUARDADOS SOBRE O ALUNO, FICHEIRO A FICHEIRO.
      ******************************************************************
           MOVE "; MENU: EXPORTAR ALUNO" TO WSLOG-SECTION

           MOVE ZEROS TO RGPD-IDNUM
           DISPLAY PEDIDO-ALUNO-SCREEN
           ACCEPT RGPD-IDNUM-CAMPO
           IF KEYSTATUS = 1003 OR RGPD-IDNUM = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN INPUT ALUNOS
           MOVE RGPD-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 CLOSE ALUNOS
                 ACCEPT ALUNO-INEXISTENTE-SCREEN
                 EXIT SECTION
           END-READ
           CLOSE ALUNOS

           MOVE ZEROS TO CONT-REGISTOS
           MOVE SPACES TO RGPD-NOME-FICHEIRO
           STRING "rgpdaluno", RGPD-IDNUM, ".txt"
              DELIMITED BY SIZE INTO RGPD-NOME-FICHEIRO
           END-STRING
           MOVE SPACES TO RGPD-CHAVE-LOG
           MOVE RGPD-IDNUM TO RGPD-CHAVE-LOG

           OPEN OUTPUT RGPDFILE
           MOVE ALL "=" TO RGPD-LINHA
           PERFORM ESCREVER-LINHA
           STRING "DADOS PESSOAIS GUARDADOS SOBRE O ALUNO N. ",
              RGPD-IDNUM, " | EXTRAIDOS EM ",
              FUNCTION CURRENT-DATE (7:2), "/",
              FUNCTION CURRENT-DATE (5:2), "/",
              FUNCTION CURRENT-DATE (1:4)
              DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE ALL "=" TO RGPD-LINHA
           PERFORM ESCREVER-LINHA

           PERFORM EXP-ALUNO
           PERFORM EXP-HISTALUNOS
           PERFORM EXP-INSCRICOES
           PERFORM EXP-NOTAS
           PERFORM EXP-PRESENCAS
           PERFORM EXP-JUSTIFICACOES
           PERFORM EXP-FATURAS
           PERFORM EXP-RECIBOS
           PERFORM EXP-NOTIFICACOES
           PERFORM EXP-RESPOSTAS
           PERFORM EXP-CANDIDATURAS
           PERFORM EXP-NOTASCREDITO
           PERFORM EXP-PAGADORES
           PERFORM EXP-FATANEXO
           PERFORM EXP-PLANOS
           PERFORM EXP-NOTASCOMP
           PERFORM EXP-LUGARESEXAME
           PERFORM EXP-ESTAGIOS
           PERFORM EXP-SEGUIMENTOS
           PERFORM EXP-DECLARACOES
           PERFORM EXP-ALUNODOCS
           PERFORM EXP-INCIDENTES
           PERFORM EXP-LOGRECORDS

           CLOSE RGPDFILE

           MOVE "; RGPD: " TO WSLOG-VIEW-HEADING
           MOVE RGPD-IDNUM TO WSLOG-VIEW-KEY
           MOVE "; EXPORTACAO DOS DADOS DO ALUNO" TO WSLOG-VIEW-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT EXPORTACAO-FEITA-SCREEN
           EXIT SECTION.

       EXPORTAR-PROF SECTION.
      ******************************************************************
      *    ESCREVE NO FICHEIRO rgpdprofSSSS.txt TODOS OS DADOS
      *    GUARDADOS SOBRE O DOCENTE.
      ******************************************************************
           MOVE "; MENU: EXPORTAR DOCENTE" TO WSLOG-SECTION

           MOVE SPACES TO RGPD-SIGLA
           DISPLAY PEDIDO-PROF-SCREEN
           ACCEPT RGPD-SIGLA-CAMPO
           IF KEYSTATUS = 1003 OR RGPD-SIGLA = SPACES THEN
              EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE (RGPD-SIGLA) TO RGPD-SIGLA

           OPEN INPUT PROFS
           MOVE RGPD-SIGLA TO FDSIGLAPROF
           READ PROFS RECORD
              INVALID KEY
                 CLOSE PROFS
                 ACCEPT PROF-INEXISTENTE-SCREEN
                 EXIT SECTION
           END-READ
           CLOSE PROFS

           MOVE ZEROS TO CONT-REGISTOS
           MOVE SPACES TO RGPD-NOME-FICHEIRO
           STRING "rgpdprof", RGPD-SIGLA, ".txt"
              DELIMITED BY SIZE INTO RGPD-NOME-FICHEIRO
           END-STRING
           MOVE SPACES TO RGPD-CHAVE-LOG
           MOVE RGPD-SIGLA TO RGPD-CHAVE-LOG

           OPEN OUTPUT RGPDFILE
           MOVE ALL "=" TO RGPD-LINHA
           PERFORM ESCREVER-LINHA
           STRING "DADOS PESSOAIS GUARDADOS SOBRE O DOCENTE ",
              RGPD-SIGLA, " | EXTRAIDOS EM ",
              FUNCTION CURRENT-DATE (7:2), "/",
              FUNCTION CURRENT-DATE (5:2), "/",
              FUNCTION CURRENT-DATE (1:4)
              DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE ALL "=" TO RGPD-LINHA
           PERFORM ESCREVER-LINHA

           PERFORM EXP-PROF
           PERFORM EXP-HORARIOS-PROF
           PERFORM EXP-NOTIFICACOES-PROF
           PERFORM EXP-LOGRECORDS

           CLOSE RGPDFILE

           MOVE "; RGPD: " TO WSLOG-VIEW-HEADING
           MOVE RGPD-SIGLA TO WSLOG-VIEW-KEY
           MOVE "; EXPORTACAO DOS DADOS DO DOCENTE" TO
              WSLOG-VIEW-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT EXPORTACAO-FEITA-SCREEN
           EXIT SECTION.

       EXP-ALUNO SECTION.
      ******************************************************************
      *    DADOS DO MESTRE DE ALUNOS (REGISTO LIDO NA VALIDACAO).
      ******************************************************************
           MOVE "FICHA DO ALUNO" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           STRING "NOME: ", FDNOME DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           STRING "TELEFONE: ", FDTELEF OF FDALUNO, " | EMAIL: ",
              FDEMAIL OF FDALUNO DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           STRING "MORADA: ", FDMORADA OF FDALUNO
              DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           STRING "CODIGO POSTAL: ", FDCOD OF FDALUNO, "-",
              FDPOST OF FDALUNO, " ", FDLOCALIDADE OF FDALUNO
              DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE FDDATA-ESTADO OF FDALUNO TO DATA-FORMATAR
           PERFORM FORMATAR-DATA
           STRING "NIF: ", FDNIF, " | ESTADO: ", FDESTADO OF FDALUNO,
              " DESDE ", DATA-TXT DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           STRING "FATURAR A: ", FDNOME-FAT
              DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           STRING "MORADA DE FATURACAO: ", FDMORADA-FAT
              DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           STRING "CODIGO POSTAL DE FATURACAO: ", FDCOD-FAT, "-",
              FDPOST-FAT, " ", FDLOCALIDADE-FAT
              DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           ADD 1 TO CONT-REGISTOS
           EXIT SECTION.

       EXP-HISTALUNOS SECTION.
      ******************************************************************
      *    HISTORICO DE MUDANCAS DE ESTADO (A PRIMEIRA LINHA DO
      *    FICHEIRO E O CABECALHO).
      ******************************************************************
           MOVE "HISTORICO DE ESTADO" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           MOVE SPACES TO FIM-SEQUENCIAL
           MOVE "S" TO PRIMEIRA-LINHA

           OPEN INPUT HISTALUNOS
           IF FS-HISTALUNOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           PERFORM UNTIL FIM-SEQUENCIAL-SIM
              READ HISTALUNOS NEXT RECORD
                 AT END
                    SET FIM-SEQUENCIAL-SIM TO TRUE
                 NOT AT END
                    IF PRIMEIRA-LINHA = "S" THEN
                       MOVE SPACES TO PRIMEIRA-LINHA
                    ELSE
                       IF FDHIST-IDNUM = RGPD-IDNUM THEN
                          MOVE FDHIST-DATA-MUDANCA TO DATA-FORMATAR
                          PERFORM FORMATAR-DATA
                          STRING "  ", DATA-TXT, " | ESTADO ",
                             FDHIST-ESTADO-ANTERIOR, " -> ",
                             FDHIST-ESTADO-NOVO
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HISTALUNOS
           EXIT SECTION.

       EXP-INSCRICOES SECTION.
      ******************************************************************
      *    INSCRICOES DO ALUNO NAS UNIDADES.
      ******************************************************************
           MOVE "INSCRICOES" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT INSCRICOES
           IF FS-INSCRICOES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE RGPD-IDNUM TO FDINSC-IDNUM
           MOVE LOW-VALUES TO FDINSC-SIGLAUNIDADE
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
                       IF FDINSC-IDNUM NOT = RGPD-IDNUM THEN
                          SET STATUS-INSCRICAO TO TRUE
                       ELSE
                          MOVE FDINSC-DATA-INSCRICAO TO DATA-FORMATAR
                          PERFORM FORMATAR-DATA
                          STRING "  ", FDINSC-SIGLAUNIDADE,
                             " | TURMA: ", FDINSC-TURMA,
                             " | INSCRITO EM ", DATA-TXT,
                             " | ESTADO: ", FDINSC-ESTADO
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE INSCRICOES
           EXIT SECTION.

       EXP-NOTAS SECTION.
      ******************************************************************
      *    NOTAS (TODAS AS TENTATIVAS) DO ALUNO.
      ******************************************************************
           MOVE "NOTAS" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT NOTAS
           IF FS-NOTAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE RGPD-IDNUM TO FDNOTA-IDNUM
           MOVE LOW-VALUES TO FDNOTA-SIGLAUNIDADE
           MOVE ZEROS TO FDNOTA-TENTATIVA
           START NOTAS KEY IS GREATER OR EQUAL FDNOTA-CHAVE
              INVALID KEY
                 SET STATUS-NOTA TO TRUE
           END-START

           IF FS-NOTAS = "00" THEN
              PERFORM UNTIL STATUS-NOTA
                 READ NOTAS NEXT RECORD
                    AT END
                       SET STATUS-NOTA TO TRUE
                    NOT AT END
                       IF FDNOTA-IDNUM NOT = RGPD-IDNUM THEN
                          SET STATUS-NOTA TO TRUE
                       ELSE
                          MOVE FDNOTA-DATA-AVALIACAO TO DATA-FORMATAR
                          PERFORM FORMATAR-DATA
                          STRING "  ", FDNOTA-SIGLAUNIDADE,
                             " | TENTATIVA ", FDNOTA-TENTATIVA,
                             " | ", DATA-TXT,
                             " | NOTA: ", FDNOTA-VALOR,
                             " | RESULTADO: ", FDNOTA-RESULTADO
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE NOTAS
           EXIT SECTION.

       EXP-PRESENCAS SECTION.
      ******************************************************************
      *    PRESENCAS E AUSENCIAS DO ALUNO (A PRIMEIRA LINHA DO
      *    FICHEIRO E O CABECALHO).
      ******************************************************************
           MOVE "PRESENCAS" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           MOVE SPACES TO FIM-SEQUENCIAL
           MOVE "S" TO PRIMEIRA-LINHA

           OPEN INPUT PRESENCAS
           IF FS-PRESENCAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           PERFORM UNTIL FIM-SEQUENCIAL-SIM
              READ PRESENCAS NEXT RECORD
                 AT END
                    SET FIM-SEQUENCIAL-SIM TO TRUE
                 NOT AT END
                    IF PRIMEIRA-LINHA = "S" THEN
                       MOVE SPACES TO PRIMEIRA-LINHA
                    ELSE
                       IF FDPRES-IDNUM = RGPD-IDNUM THEN
                          MOVE FDPRES-DATAAULA (1:8) TO DATA-FORMATAR
                          PERFORM FORMATAR-DATA
                          STRING "  ", DATA-TXT, " ",
                             FDPRES-HORA-AULA (1:2), ":",
                             FDPRES-HORA-AULA (3:2),
                             " | NOME: ", FDPRES-NOME,
                             " | ESTADO: ", FDPRES-ESTADO
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PRESENCAS
           EXIT SECTION.

       EXP-JUSTIFICACOES SECTION.
      ******************************************************************
      *    JUSTIFICACOES DE AUSENCIA DO ALUNO (A CHAVE COMECA PELA
      *    DATA DA AULA, PELO QUE O FICHEIRO E PERCORRIDO TODO).
      ******************************************************************
           MOVE "JUSTIFICACOES DE AUSENCIA" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT JUSTIFICACOES
           IF FS-JUSTIFICACOES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDJUST-CHAVE
           START JUSTIFICACOES KEY IS GREATER OR EQUAL FDJUST-CHAVE
              INVALID KEY
                 SET STATUS-JUSTIFICACAO TO TRUE
           END-START

           IF FS-JUSTIFICACOES = "00" THEN
              PERFORM UNTIL STATUS-JUSTIFICACAO
                 READ JUSTIFICACOES NEXT RECORD
                    AT END
                       SET STATUS-JUSTIFICACAO TO TRUE
                    NOT AT END
                       IF FDJUST-IDNUM = RGPD-IDNUM THEN
                          MOVE FDJUST-DATAAULA (1:8) TO DATA-FORMATAR
                          PERFORM FORMATAR-DATA
                          STRING "  AULA DE ", DATA-TXT,
                             " | MOTIVO: ", FDJUST-MOTIVO,
                             " | DOCUMENTO DE ", FDJUST-DATA-DOC
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE JUSTIFICACOES
           EXIT SECTION.

       EXP-FATURAS SECTION.
      ******************************************************************
      *    FATURAS EMITIDAS EM NOME DO ALUNO, COM OS DADOS DE
      *    FATURACAO DO CLIENTE.
      ******************************************************************
           MOVE "FATURAS" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT FATURAS
           IF FS-FATURAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDFAT-NUMERO
           START FATURAS KEY IS GREATER OR EQUAL FDFAT-NUMERO
              INVALID KEY
                 SET STATUS-FATURA TO TRUE
           END-START

           IF FS-FATURAS = "00" THEN
              PERFORM UNTIL STATUS-FATURA
                 READ FATURAS NEXT RECORD
                    AT END
                       SET STATUS-FATURA TO TRUE
                    NOT AT END
                       IF FDFAT-IDNUM = RGPD-IDNUM THEN
                          MOVE FDFAT-VALOR TO VALOR-EDIT
                          STRING "  N. ", FDFAT-NUMERO,
                             " | ", FDFAT-SIGLAUNIDADE,
                             " | MES ", FDFAT-ANO-MES,
                             " | VALOR: ", VALOR-EDIT,
                             " | ESTADO: ", FDFAT-ESTADO,
                             " | NIF: ", FDFAT-NIF,
                             " | ", FDFAT-NOME-FAT
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE FATURAS
           EXIT SECTION.

       EXP-RECIBOS SECTION.
      ******************************************************************
      *    RECIBOS DOS PAGAMENTOS DO ALUNO.
      ******************************************************************
           MOVE "RECIBOS" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT RECIBOS
           IF FS-RECIBOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDREC-NUMERO
           START RECIBOS KEY IS GREATER OR EQUAL FDREC-NUMERO
              INVALID KEY
                 SET STATUS-RECIBO TO TRUE
           END-START

           IF FS-RECIBOS = "00" THEN
              PERFORM UNTIL STATUS-RECIBO
                 READ RECIBOS NEXT RECORD
                    AT END
                       SET STATUS-RECIBO TO TRUE
                    NOT AT END
                       IF FDREC-IDNUM = RGPD-IDNUM THEN
                          MOVE FDREC-DATA TO DATA-FORMATAR
                          PERFORM FORMATAR-DATA
                          MOVE FDREC-VALOR TO VALOR-EDIT
                          STRING "  N. ", FDREC-NUMERO,
                             " | FATURA ", FDREC-FAT-NUMERO,
                             " | ", DATA-TXT,
                             " | VALOR: ", VALOR-EDIT,
                             " | METODO: ", FDREC-METODO
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE RECIBOS
           EXIT SECTION.

       EXP-NOTIFICACOES SECTION.
      ******************************************************************
      *    NOTIFICACOES ENVIADAS AO ALUNO.
      ******************************************************************
           MOVE "NOTIFICACOES" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           MOVE SPACES TO FIM-SEQUENCIAL

           OPEN INPUT NOTIFICACOES
           IF FS-NOTIFICACOES NOT = "00" THEN
              EXIT SECTION
           END-IF

           PERFORM UNTIL FIM-SEQUENCIAL-SIM
              READ NOTIFICACOES NEXT RECORD
                 AT END
                    SET FIM-SEQUENCIAL-SIM TO TRUE
                 NOT AT END
                    IF FDNOTIF-IDNUM = RGPD-IDNUM THEN
                       STRING "  ", FDNOTIF-DATE-TIME,
                          " | PARA: ", FDNOTIF-EMAIL
                          DELIMITED BY SIZE INTO RGPD-LINHA
                       END-STRING
                       PERFORM ESCREVER-LINHA
                       STRING "    ", FDNOTIF-MENSAGEM
                          DELIMITED BY SIZE INTO RGPD-LINHA
                       END-STRING
                       PERFORM ESCREVER-LINHA
                       ADD 1 TO CONT-REGISTOS
                    END-IF
              END-READ
           END-PERFORM

           CLOSE NOTIFICACOES
           EXIT SECTION.

       EXP-RESPOSTAS SECTION.
      ******************************************************************
      *    RESPOSTAS DO ALUNO AOS INQUERITOS DE SATISFACAO.
      ******************************************************************
           MOVE "RESPOSTAS A INQUERITOS" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT RESPOSTAS
           IF FS-RESPOSTAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE RGPD-IDNUM TO FDRESP-IDNUM
           MOVE LOW-VALUES TO FDRESP-SIGLAUNIDADE
           START RESPOSTAS KEY IS GREATER OR EQUAL FDRESP-CHAVE
              INVALID KEY
                 SET STATUS-RESPOSTA TO TRUE
           END-START

           IF FS-RESPOSTAS = "00" THEN
              PERFORM UNTIL STATUS-RESPOSTA
                 READ RESPOSTAS NEXT RECORD
                    AT END
                       SET STATUS-RESPOSTA TO TRUE
                    NOT AT END
                       IF FDRESP-IDNUM NOT = RGPD-IDNUM THEN
                          SET STATUS-RESPOSTA TO TRUE
                       ELSE
                          STRING "  ", FDRESP-SIGLAUNIDADE,
                             " | AVALIACOES: ", FDRESP-NOTAS,
                             " | ", FDRESP-COMENTARIO
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE RESPOSTAS
           EXIT SECTION.

       EXP-CANDIDATURAS SECTION.
      ******************************************************************
      *    CANDIDATURAS QUE DERAM ORIGEM AO PROCESSO DO ALUNO.
      ******************************************************************
           MOVE "CANDIDATURAS" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT CANDIDATURAS
           IF FS-CANDIDATURAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDCAND-NUMERO
           START CANDIDATURAS KEY IS GREATER OR EQUAL FDCAND-NUMERO
              INVALID KEY
                 SET STATUS-CANDIDATURA TO TRUE
           END-START

           IF FS-CANDIDATURAS = "00" THEN
              PERFORM UNTIL STATUS-CANDIDATURA
                 READ CANDIDATURAS NEXT RECORD
                    AT END
                       SET STATUS-CANDIDATURA TO TRUE
                    NOT AT END
                       IF FDCAND-IDNUM-ALUNO = RGPD-IDNUM THEN
                          MOVE FDCAND-DATA TO DATA-FORMATAR
                          PERFORM FORMATAR-DATA
                          STRING "  N. ", FDCAND-NUMERO,
                             " | ", DATA-TXT,
                             " | ", FDCAND-SIGLAUNIDADE,
                             " | ", FDCAND-NOME,
                             " | ", FDCAND-TELEF,
                             " | ", FDCAND-EMAIL
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE CANDIDATURAS
           EXIT SECTION.

       EXP-NOTASCREDITO SECTION.
      ******************************************************************
      *    NOTAS DE CREDITO EMITIDAS SOBRE AS FATURAS DO ALUNO.
      ******************************************************************
           MOVE "NOTAS DE CREDITO" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT NOTASCREDITO
           IF FS-NOTASCREDITO NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDNC-NUMERO
           START NOTASCREDITO KEY IS GREATER OR EQUAL FDNC-NUMERO
              INVALID KEY
                 SET STATUS-NOTACREDITO TO TRUE
           END-START

           IF FS-NOTASCREDITO = "00" THEN
              PERFORM UNTIL STATUS-NOTACREDITO
                 READ NOTASCREDITO NEXT RECORD
                    AT END
                       SET STATUS-NOTACREDITO TO TRUE
                    NOT AT END
                       IF FDNC-IDNUM = RGPD-IDNUM THEN
                          MOVE FDNC-DATA TO DATA-FORMATAR
                          PERFORM FORMATAR-DATA
                          MOVE FDNC-VALOR TO VALOR-EDIT
                          STRING "  N. ", FDNC-NUMERO,
                             " | FATURA ", FDNC-FAT-NUMERO,
                             " | ", DATA-TXT,
                             " | VALOR: ", VALOR-EDIT,
                             " | TIPO: ", FDNC-TIPO,
                             " | MOTIVO: ", FDNC-MOTIVO,
                             " ", FDNC-MOTIVO-TEXTO
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE NOTASCREDITO
           EXIT SECTION.

       EXP-PAGADORES SECTION.
      ******************************************************************
      *    LIGACOES DO ALUNO A PATROCINADORES QUE PAGAM PARTE OU TODA
      *    A PROPINA DE UMA UNIDADE.
      ******************************************************************
           MOVE "PATROCINADORES (PAGADORES)" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT PAGADORES
           IF FS-PAGADORES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE RGPD-IDNUM TO FDPAG-IDNUM
           MOVE LOW-VALUES TO FDPAG-SIGLAUNIDADE
           START PAGADORES KEY IS GREATER OR EQUAL FDPAG-CHAVE
              INVALID KEY
                 SET STATUS-PAGADOR TO TRUE
           END-START

           IF FS-PAGADORES = "00" THEN
              PERFORM UNTIL STATUS-PAGADOR
                 READ PAGADORES NEXT RECORD
                    AT END
                       SET STATUS-PAGADOR TO TRUE
                    NOT AT END
                       IF FDPAG-IDNUM NOT = RGPD-IDNUM THEN
                          SET STATUS-PAGADOR TO TRUE
                       ELSE
                          STRING "  ", FDPAG-SIGLAUNIDADE,
                             " | PATROCINADOR: ", FDPAG-PATROCINADOR,
                             " | PERCENTAGEM: ", FDPAG-PCT
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE PAGADORES
           EXIT SECTION.

       EXP-FATANEXO SECTION.
      ******************************************************************
      *    LINHAS DO ALUNO NO ANEXO DAS FATURAS AGRUPADAS DOS
      *    PATROCINADORES (A CHAVE COMECA PELO NUMERO DA FATURA, PELO
      *    QUE O FICHEIRO E PERCORRIDO TODO).
      ******************************************************************
           MOVE "PARTES PAGAS POR PATROCINADORES" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT FATANEXO
           IF FS-FATANEXO NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDANX-CHAVE
           START FATANEXO KEY IS GREATER OR EQUAL FDANX-CHAVE
              INVALID KEY
                 SET STATUS-FATANEXO TO TRUE
           END-START

           IF FS-FATANEXO = "00" THEN
              PERFORM UNTIL STATUS-FATANEXO
                 READ FATANEXO NEXT RECORD
                    AT END
                       SET STATUS-FATANEXO TO TRUE
                    NOT AT END
                       IF FDANX-IDNUM = RGPD-IDNUM THEN
                          MOVE FDANX-VALOR TO VALOR-EDIT
                          STRING "  FATURA ", FDANX-FAT-NUMERO,
                             " | ", FDANX-SIGLAUNIDADE,
                             " | MES ", FDANX-ANO-MES,
                             " | PATROCINADOR: ", FDANX-PATROCINADOR,
                             " | PERCENTAGEM: ", FDANX-PCT,
                             " | VALOR: ", VALOR-EDIT
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE FATANEXO
           EXIT SECTION.

       EXP-PLANOS SECTION.
      ******************************************************************
      *    PLANOS DE PAGAMENTO EM PRESTACOES DO ALUNO, COM CADA
      *    PRESTACAO.
      ******************************************************************
           MOVE "PLANOS DE PAGAMENTO" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT PLANOS
           IF FS-PLANOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE RGPD-IDNUM TO FDPLANO-IDNUM
           MOVE LOW-VALUES TO FDPLANO-SIGLAUNIDADE
           START PLANOS KEY IS GREATER OR EQUAL FDPLANO-CHAVE
              INVALID KEY
                 SET STATUS-PLANO TO TRUE
           END-START

           IF FS-PLANOS = "00" THEN
              PERFORM UNTIL STATUS-PLANO
                 READ PLANOS NEXT RECORD
                    AT END
                       SET STATUS-PLANO TO TRUE
                    NOT AT END
                       IF FDPLANO-IDNUM NOT = RGPD-IDNUM THEN
                          SET STATUS-PLANO TO TRUE
                       ELSE
                          MOVE FDPLANO-TOTAL TO TOTAL-EDIT
                          STRING "  ", FDPLANO-SIGLAUNIDADE,
                             " | ESTADO: ", FDPLANO-ESTADO,
                             " | TOTAL: ", TOTAL-EDIT,
                             " | PRESTACOES: ", FDPLANO-NUM-PRESTACOES
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          PERFORM VARYING PREST-IDX FROM 1 BY 1
                             UNTIL PREST-IDX > FDPLANO-NUM-PRESTACOES
                             OR PREST-IDX > 12
                             PERFORM EXP-PRESTACAO
                          END-PERFORM
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE PLANOS
           EXIT SECTION.

       EXP-PRESTACAO SECTION.
      ******************************************************************
      *    ESCREVE A PRESTACAO PREST-IDX DO PLANO LIDO.
      ******************************************************************
           MOVE FDPLANO-DATA-VENC (PREST-IDX) TO DATA-FORMATAR
           PERFORM FORMATAR-DATA
           MOVE FDPLANO-VALOR (PREST-IDX) TO VALOR-EDIT
           STRING "    PRESTACAO ", PREST-IDX,
              " | VENCE EM ", DATA-TXT,
              " | VALOR: ", VALOR-EDIT,
              " | FATURA ", FDPLANO-FATURA (PREST-IDX)
              DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           EXIT SECTION.

       EXP-NOTASCOMP SECTION.
      ******************************************************************
      *    NOTAS DO ALUNO EM CADA COMPONENTE DE AVALIACAO.
      ******************************************************************
           MOVE "NOTAS DAS COMPONENTES DE AVALIACAO" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT NOTASCOMP
           IF FS-NOTASCOMP NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE RGPD-IDNUM TO FDNCOMP-IDNUM
           MOVE LOW-VALUES TO FDNCOMP-SIGLAUNIDADE
           MOVE ZEROS TO FDNCOMP-TENTATIVA
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
                       IF FDNCOMP-IDNUM NOT = RGPD-IDNUM THEN
                          SET STATUS-NOTACOMP TO TRUE
                       ELSE
                          STRING "  ", FDNCOMP-SIGLAUNIDADE,
                             " | TENTATIVA ", FDNCOMP-TENTATIVA,
                             " | ", FDNCOMP-DESCRICAO,
                             " | PESO: ", FDNCOMP-PESO,
                             " | NOTA: ", FDNCOMP-VALOR
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE NOTASCOMP
           EXIT SECTION.

       EXP-LUGARESEXAME SECTION.
      ******************************************************************
      *    LUGARES ATRIBUIDOS AO ALUNO NAS SALAS DE EXAME (A CHAVE
      *    COMECA PELA UNIDADE, PELO QUE O FICHEIRO E PERCORRIDO TODO).
      ******************************************************************
           MOVE "LUGARES DE EXAME" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT LUGARESEXAME
           IF FS-LUGARESEXAME NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDLUGAR-CHAVE
           START LUGARESEXAME KEY IS GREATER OR EQUAL FDLUGAR-CHAVE
              INVALID KEY
                 SET STATUS-LUGAR TO TRUE
           END-START

           IF FS-LUGARESEXAME = "00" THEN
              PERFORM UNTIL STATUS-LUGAR
                 READ LUGARESEXAME NEXT RECORD
                    AT END
                       SET STATUS-LUGAR TO TRUE
                    NOT AT END
                       IF FDLUGAR-IDNUM = RGPD-IDNUM THEN
                          STRING "  ", FDLUGAR-SIGLAUNIDADE,
                             " | TENTATIVA ", FDLUGAR-TENTATIVA,
                             " | SALA: ", FDLUGAR-SALA,
                             " | LUGAR: ", FDLUGAR-NUMERO,
                             " | NOME: ", FDLUGAR-NOME
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE LUGARESEXAME
           EXIT SECTION.

       EXP-ESTAGIOS SECTION.
      ******************************************************************
      *    ESTAGIOS DO ALUNO EM EMPRESAS, COM A AVALIACAO DO TUTOR.
      ******************************************************************
           MOVE "ESTAGIOS" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT ESTAGIOS
           IF FS-ESTAGIOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE RGPD-IDNUM TO FDEST-IDNUM
           MOVE LOW-VALUES TO FDEST-SIGLAUNIDADE
           START ESTAGIOS KEY IS GREATER OR EQUAL FDEST-CHAVE
              INVALID KEY
                 SET STATUS-ESTAGIO TO TRUE
           END-START

           IF FS-ESTAGIOS = "00" THEN
              PERFORM UNTIL STATUS-ESTAGIO
                 READ ESTAGIOS NEXT RECORD
                    AT END
                       SET STATUS-ESTAGIO TO TRUE
                    NOT AT END
                       IF FDEST-IDNUM NOT = RGPD-IDNUM THEN
                          SET STATUS-ESTAGIO TO TRUE
                       ELSE
                          MOVE FDEST-DATA-INICIO TO DATA-FORMATAR
                          PERFORM FORMATAR-DATA
                          STRING "  ", FDEST-SIGLAUNIDADE,
                             " | EMPRESA: ", FDEST-EMPRESA,
                             " | INICIO: ", DATA-TXT,
                             " | HORAS: ", FDEST-HORAS-REGISTADAS,
                             "/", FDEST-HORAS-PREVISTAS,
                             " | NOTA DO TUTOR: ", FDEST-NOTA-TUTOR,
                             " | ESTADO: ", FDEST-ESTADO
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          STRING "    OBSERVACOES: ", FDEST-OBSERVACOES
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE ESTAGIOS
           EXIT SECTION.

       EXP-SEGUIMENTOS SECTION.
      ******************************************************************
      *    SEGUIMENTOS DA SITUACAO DO ALUNO DEPOIS DE CONCLUIR UM
      *    CURSO, COM A RESPOSTA A CADA MARCO.
      ******************************************************************
           MOVE "SEGUIMENTOS POS-CURSO" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT SEGUIMENTOS
           IF FS-SEGUIMENTOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE RGPD-IDNUM TO FDSEG-IDNUM
           MOVE LOW-VALUES TO FDSEG-SIGLACURSO
           START SEGUIMENTOS KEY IS GREATER OR EQUAL FDSEG-CHAVE
              INVALID KEY
                 SET STATUS-SEGUIMENTO TO TRUE
           END-START

           IF FS-SEGUIMENTOS = "00" THEN
              PERFORM UNTIL STATUS-SEGUIMENTO
                 READ SEGUIMENTOS NEXT RECORD
                    AT END
                       SET STATUS-SEGUIMENTO TO TRUE
                    NOT AT END
                       IF FDSEG-IDNUM NOT = RGPD-IDNUM THEN
                          SET STATUS-SEGUIMENTO TO TRUE
                       ELSE
                          MOVE FDSEG-DATA-CONCLUSAO TO DATA-FORMATAR
                          PERFORM FORMATAR-DATA
                          STRING "  CURSO ", FDSEG-SIGLACURSO,
                             " | CONCLUIDO EM ", DATA-TXT
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          PERFORM VARYING MARCO-IDX FROM 1 BY 1
                             UNTIL MARCO-IDX > 2
                             PERFORM EXP-MARCO
                          END-PERFORM
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE SEGUIMENTOS
           EXIT SECTION.

       EXP-MARCO SECTION.
      ******************************************************************
      *    ESCREVE O MARCO MARCO-IDX DO SEGUIMENTO LIDO.
      ******************************************************************
           MOVE FDSEG-DATA-PREVISTA (MARCO-IDX) TO DATA-FORMATAR
           PERFORM FORMATAR-DATA
           STRING "    MARCO ", MARCO-IDX,
              " | PREVISTO PARA ", DATA-TXT,
              " | SITUACAO: ", FDSEG-SITUACAO (MARCO-IDX),
              " | RESPOSTA EM ", FDSEG-DATA-RESPOSTA (MARCO-IDX)
              DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           EXIT SECTION.

       EXP-DECLARACOES SECTION.
      ******************************************************************
      *    DECLARACOES DE MATRICULA E DE FREQUENCIA EMITIDAS AO ALUNO.
      ******************************************************************
           MOVE "DECLARACOES EMITIDAS" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT DECLARACOES
           IF FS-DECLARACOES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDDECL-NUMERO
           START DECLARACOES KEY IS GREATER OR EQUAL FDDECL-NUMERO
              INVALID KEY
                 SET STATUS-DECLARACAO TO TRUE
           END-START

           IF FS-DECLARACOES = "00" THEN
              PERFORM UNTIL STATUS-DECLARACAO
                 READ DECLARACOES NEXT RECORD
                    AT END
                       SET STATUS-DECLARACAO TO TRUE
                    NOT AT END
                       IF FDDECL-IDNUM = RGPD-IDNUM THEN
                          MOVE FDDECL-DATA-EMISSAO TO DATA-FORMATAR
                          PERFORM FORMATAR-DATA
                          STRING "  N. ", FDDECL-NUMERO,
                             " | TIPO: ", FDDECL-TIPO,
                             " | EMITIDA EM ", DATA-TXT,
                             " | POR: ", FDDECL-EMITIDA-POR,
                             " | SESSOES: ", FDDECL-ASSISTIDAS,
                             "/", FDDECL-SESSOES
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE DECLARACOES
           EXIT SECTION.

       EXP-ALUNODOCS SECTION.
      ******************************************************************
      *    DOCUMENTOS ENTREGUES PELO ALUNO E A SUA VALIDADE.
      ******************************************************************
           MOVE "DOCUMENTOS ENTREGUES" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT ALUNODOCS
           IF FS-ALUNODOCS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE RGPD-IDNUM TO FDADOC-IDNUM
           MOVE LOW-VALUES TO FDADOC-TIPO
           START ALUNODOCS KEY IS GREATER OR EQUAL FDADOC-CHAVE
              INVALID KEY
                 SET STATUS-ALUNODOC TO TRUE
           END-START

           IF FS-ALUNODOCS = "00" THEN
              PERFORM UNTIL STATUS-ALUNODOC
                 READ ALUNODOCS NEXT RECORD
                    AT END
                       SET STATUS-ALUNODOC TO TRUE
                    NOT AT END
                       IF FDADOC-IDNUM NOT = RGPD-IDNUM THEN
                          SET STATUS-ALUNODOC TO TRUE
                       ELSE
                          MOVE FDADOC-DATA-ENTREGA TO DATA-FORMATAR
                          PERFORM FORMATAR-DATA
                          STRING "  ", FDADOC-TIPO,
                             " | ENTREGUE EM ", DATA-TXT,
                             " | RECEBIDO POR: ", FDADOC-RECEBIDO-POR,
                             " | VALIDO ATE ", FDADOC-DATA-VALIDADE
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE ALUNODOCS
           EXIT SECTION.

       EXP-INCIDENTES SECTION.
      ******************************************************************
      *    INCIDENTES DISCIPLINARES DO ALUNO E AS MEDIDAS APLICADAS.
      ******************************************************************
           MOVE "INCIDENTES DISCIPLINARES" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT INCIDENTES
           IF FS-INCIDENTES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE RGPD-IDNUM TO FDINC-IDNUM
           MOVE ZEROS TO FDINC-SEQ
           START INCIDENTES KEY IS GREATER OR EQUAL FDINC-CHAVE
              INVALID KEY
                 SET STATUS-INCIDENTE TO TRUE
           END-START

           IF FS-INCIDENTES = "00" THEN
              PERFORM UNTIL STATUS-INCIDENTE
                 READ INCIDENTES NEXT RECORD
                    AT END
                       SET STATUS-INCIDENTE TO TRUE
                    NOT AT END
                       IF FDINC-IDNUM NOT = RGPD-IDNUM THEN
                          SET STATUS-INCIDENTE TO TRUE
                       ELSE
                          MOVE FDINC-DATA TO DATA-FORMATAR
                          PERFORM FORMATAR-DATA
                          STRING "  N. ", FDINC-SEQ,
                             " | ", DATA-TXT,
                             " | DOCENTE: ", FDINC-SIGLAPROF,
                             " | CATEGORIA: ", FDINC-CATEGORIA,
                             " | MEDIDA: ", FDINC-MEDIDA,
                             " | SUSPENSAO: ", FDINC-SUSP-INICIO,
                             "-", FDINC-SUSP-FIM,
                             " | SEGUIMENTO: ", FDINC-SEGUIMENTO
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          STRING "    ", FDINC-DESCRICAO
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          IF FDINC-NOTA-SEGUIMENTO NOT = SPACES THEN
                             STRING "    ", FDINC-NOTA-SEGUIMENTO
                                DELIMITED BY SIZE INTO RGPD-LINHA
                             END-STRING
                             PERFORM ESCREVER-LINHA
                          END-IF
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE INCIDENTES
           EXIT SECTION.

       EXP-PROF SECTION.
      ******************************************************************
      *    DADOS DO MESTRE DE DOCENTES (REGISTO LIDO NA VALIDACAO).
      ******************************************************************
           MOVE "FICHA DO DOCENTE" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           STRING "NOME: ", FDNOMEPROF DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           STRING "TELEFONE: ", FDTELEF OF FDPROF, " | EMAIL: ",
              FDEMAIL OF FDPROF DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           STRING "MORADA: ", FDMORADA OF FDPROF
              DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           STRING "CODIGO POSTAL: ", FDCOD OF FDPROF, "-",
              FDPOST OF FDPROF, " ", FDLOCALIDADE OF FDPROF
              DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           MOVE FDDATA-ESTADO OF FDPROF TO DATA-FORMATAR
           PERFORM FORMATAR-DATA
           STRING "ESTADO: ", FDESTADO OF FDPROF, " DESDE ", DATA-TXT
              DELIMITED BY SIZE INTO RGPD-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA
           ADD 1 TO CONT-REGISTOS
           EXIT SECTION.

       EXP-HORARIOS-PROF SECTION.
      ******************************************************************
      *    AULAS DO HORARIO ATRIBUIDAS AO DOCENTE.
      ******************************************************************
           MOVE "AULAS LECIONADAS" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           OPEN INPUT HORARIOSFILE
           IF FS-HORARIO NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDDATAAULA
           START HORARIOSFILE KEY IS GREATER OR EQUAL FDDATAAULA
              INVALID KEY
                 SET STATUS-DATAAULA TO TRUE
           END-START

           IF FS-HORARIO = "00" THEN
              PERFORM UNTIL STATUS-DATAAULA
                 READ HORARIOSFILE NEXT RECORD
                    AT END
                       SET STATUS-DATAAULA TO TRUE
                    NOT AT END
                       IF FDDATAPROF = RGPD-SIGLA THEN
                          MOVE FDDATAAULA (1:8) TO DATA-FORMATAR
                          PERFORM FORMATAR-DATA
                          STRING "  ", DATA-TXT, " ",
                             FDHORA-AULA (1:2), ":", FDHORA-AULA (3:2),
                             " | ", FDDATAUNIDADE,
                             " | SALA ", FDDATASALA,
                             " | ESTADO: ", FDESTADO-AULA
                             DELIMITED BY SIZE INTO RGPD-LINHA
                          END-STRING
                          PERFORM ESCREVER-LINHA
                          ADD 1 TO CONT-REGISTOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE HORARIOSFILE
           EXIT SECTION.

       EXP-NOTIFICACOES-PROF SECTION.
      ******************************************************************
      *    NOTIFICACOES GERADAS POR AULAS DO DOCENTE (SO A DATA E O
      *    TEXTO; O DESTINATARIO E UM ALUNO E NAO E EXPORTADO).
      ******************************************************************
           MOVE "NOTIFICACOES" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           MOVE SPACES TO FIM-SEQUENCIAL

           OPEN INPUT NOTIFICACOES
           IF FS-NOTIFICACOES NOT = "00" THEN
              EXIT SECTION
           END-IF

           PERFORM UNTIL FIM-SEQUENCIAL-SIM
              READ NOTIFICACOES NEXT RECORD
                 AT END
                    SET FIM-SEQUENCIAL-SIM TO TRUE
                 NOT AT END
                    IF FDNOTIF-SIGLAPROF = RGPD-SIGLA THEN
                       STRING "  ", FDNOTIF-DATE-TIME, " | ",
                          FDNOTIF-MENSAGEM
                          DELIMITED BY SIZE INTO RGPD-LINHA
                       END-STRING
                       PERFORM ESCREVER-LINHA
                       ADD 1 TO CONT-REGISTOS
                    END-IF
              END-READ
           END-PERFORM

           CLOSE NOTIFICACOES
           EXIT SECTION.

       EXP-LOGRECORDS SECTION.
      ******************************************************************
      *    REGISTOS DE LOG CUJA CHAVE E O NUMERO DO ALUNO OU A SIGLA
      *    DO DOCENTE (EM RGPD-CHAVE-LOG).
      ******************************************************************
           MOVE "REGISTOS DE LOG" TO SECCAO-TITULO
           PERFORM ESCREVER-TITULO

           MOVE SPACES TO FIM-SEQUENCIAL

           OPEN INPUT LOGRECORDS
           IF FS-LOGRECORDS NOT = "00" THEN
              EXIT SECTION
           END-IF

           PERFORM UNTIL FIM-SEQUENCIAL-SIM
              READ LOGRECORDS NEXT RECORD
                 AT END
                    SET FIM-SEQUENCIAL-SIM TO TRUE
                 NOT AT END
                    MOVE SPACES TO LOG-MENSAGEM
                    EVALUATE RGPD-CHAVE-LOG
                       WHEN FDLOG-ADD-KEY
                          MOVE FDLOG-ADD-MESSAGE TO LOG-MENSAGEM
                       WHEN FDLOG-VIEW-KEY
                          MOVE FDLOG-VIEW-MESSAGE TO LOG-MENSAGEM
                       WHEN FDLOG-DELETE-KEY
                          MOVE FDLOG-DELETE-MESSAGE TO LOG-MENSAGEM
                       WHEN FDLOG-EDIT-KEY
                          MOVE FDLOG-EDIT-MESSAGE TO LOG-MENSAGEM
                       WHEN FDLOG-CREDENTIAL-KEY
                          MOVE FDLOG-CREDENTIAL-MESSAGE TO LOG-MENSAGEM
                    END-EVALUATE
                    IF LOG-MENSAGEM NOT = SPACES THEN
                       STRING "  ", FDLOG-DATE-TIME, FDLOG-PROGRAM,
                          LOG-MENSAGEM
                          DELIMITED BY SIZE INTO RGPD-LINHA
                       END-STRING
                       PERFORM ESCREVER-LINHA
                       ADD 1 TO CONT-REGISTOS
                    END-IF
              END-READ
           END-PERFORM

           CLOSE LOGRECORDS
           EXIT SECTION.

       ANONIMIZAR-ALUNO SECTION.
      ******************************************************************
      *    ANONIMIZA O ALUNO: RECUSA SE HOUVER FATURAS POR PAGAR,
      *    AUTENTICA O ADMINISTRADOR E APAGA O NOME, OS CONTACTOS E
      *    AS MORADAS EM TODOS OS FICHEIROS QUE OS GUARDAM.
      ******************************************************************
           MOVE "; MENU: ANONIMIZAR ALUNO" TO WSLOG-SECTION

           MOVE ZEROS TO RGPD-IDNUM
           DISPLAY PEDIDO-ALUNO-SCREEN
           ACCEPT RGPD-IDNUM-CAMPO
           IF KEYSTATUS = 1003 OR RGPD-IDNUM = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN INPUT ALUNOS
           MOVE RGPD-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 CLOSE ALUNOS
                 ACCEPT ALUNO-INEXISTENTE-SCREEN
                 EXIT SECTION
           END-READ
           CLOSE ALUNOS

           PERFORM CONTAR-FATURAS-POR-PAGAR
           IF FATURAS-EM-DIVIDA > ZEROS THEN
              MOVE "; RGPD: " TO WSLOG-DELETE-HEADING
              MOVE RGPD-IDNUM TO WSLOG-DELETE-KEY
              MOVE "; ANONIMIZACAO RECUSADA: FATURAS POR PAGAR" TO
                 WSLOG-DELETE-DENIED-MESSAGE
              PERFORM SAVE-LOGRECORDS
              ACCEPT FATURAS-POR-PAGAR-SCREEN
              EXIT SECTION
           END-IF

           PERFORM AUTENTICAR-ADMIN
           IF AUTH-FALHOU THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO CONT-ANONIMIZADOS
           PERFORM ANON-ALUNO
           PERFORM ANON-PRESENCAS
           PERFORM ANON-NOTIFICACOES
           PERFORM ANON-RESPOSTAS
           PERFORM ANON-CANDIDATURAS
           PERFORM ANON-LUGARESEXAME
           PERFORM ANON-INCIDENTES

           MOVE "; RGPD: " TO WSLOG-DELETE-HEADING
           MOVE RGPD-IDNUM TO WSLOG-DELETE-KEY
           STRING "; ALUNO ANONIMIZADO; REGISTOS: ",
              CONT-ANONIMIZADOS INTO WSLOG-DELETE-MESSAGE
           END-STRING
           MOVE "; USER: " TO WSLOG-USER-HEADING
           MOVE WSUSERNAME TO WSLOG-USER
           PERFORM SAVE-LOGRECORDS

           ACCEPT ANONIMIZACAO-FEITA-SCREEN
           EXIT SECTION.

       ANONIMIZAR-PROF SECTION.
      ******************************************************************
      *    ANONIMIZA O DOCENTE NO MESTRE DE DOCENTES. A SIGLA MANTEM-SE
      *    NO HORARIO, QUE SUPORTA OS HONORARIOS JA PAGOS.
      ******************************************************************
           MOVE "; MENU: ANONIMIZAR DOCENTE" TO WSLOG-SECTION

           MOVE SPACES TO RGPD-SIGLA
           DISPLAY PEDIDO-PROF-SCREEN
           ACCEPT RGPD-SIGLA-CAMPO
           IF KEYSTATUS = 1003 OR RGPD-SIGLA = SPACES THEN
              EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE (RGPD-SIGLA) TO RGPD-SIGLA

           OPEN INPUT PROFS
           MOVE RGPD-SIGLA TO FDSIGLAPROF
           READ PROFS RECORD
              INVALID KEY
                 CLOSE PROFS
                 ACCEPT PROF-INEXISTENTE-SCREEN
                 EXIT SECTION
           END-READ
           CLOSE PROFS

           PERFORM AUTENTICAR-ADMIN
           IF AUTH-FALHOU THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO CONT-ANONIMIZADOS
           OPEN I-O PROFS
           MOVE RGPD-SIGLA TO FDSIGLAPROF
           READ PROFS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE RGPD-NOME-ANONIMO TO FDNOMEPROF
                 MOVE ZEROS TO FDTELEF OF FDPROF,
                    FDCOD-POSTAL OF FDPROF
                 MOVE SPACES TO FDEMAIL OF FDPROF,
                    FDMORADA OF FDPROF, FDLOCALIDADE OF FDPROF
                 ACCEPT FDDATA-ATUAL OF FDPROF FROM DATE YYYYMMDD
                 REWRITE FDPROF
                 END-REWRITE
                 ADD 1 TO CONT-ANONIMIZADOS
           END-READ
           CLOSE PROFS

           MOVE "; RGPD: " TO WSLOG-DELETE-HEADING
           MOVE RGPD-SIGLA TO WSLOG-DELETE-KEY
           MOVE "; DOCENTE ANONIMIZADO" TO WSLOG-DELETE-MESSAGE
           MOVE "; USER: " TO WSLOG-USER-HEADING
           MOVE WSUSERNAME TO WSLOG-USER
           PERFORM SAVE-LOGRECORDS

           ACCEPT ANONIMIZACAO-FEITA-SCREEN
           EXIT SECTION.

       CONTAR-FATURAS-POR-PAGAR SECTION.
      ******************************************************************
      *    CONTA AS FATURAS POR PAGAR EMITIDAS EM NOME DO ALUNO.
      ******************************************************************
           MOVE ZEROS TO FATURAS-EM-DIVIDA

           OPEN INPUT FATURAS
           IF FS-FATURAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDFAT-NUMERO
           START FATURAS KEY IS GREATER OR EQUAL FDFAT-NUMERO
              INVALID KEY
                 SET STATUS-FATURA TO TRUE
           END-START

           IF FS-FATURAS = "00" THEN
              PERFORM UNTIL STATUS-FATURA
                 READ FATURAS NEXT RECORD
                    AT END
                       SET STATUS-FATURA TO TRUE
                    NOT AT END
                       IF FDFAT-IDNUM = RGPD-IDNUM
                       AND FDFAT-POR-PAGAR THEN
                          ADD 1 TO FATURAS-EM-DIVIDA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE FATURAS
           EXIT SECTION.

       AUTENTICAR-ADMIN SECTION.
      ******************************************************************
      *    PEDE E VALIDA AS CREDENCIAIS DO ADMINISTRADOR QUE AUTORIZA A
      *    ANONIMIZACAO (AUTH-FALHOU FICA LIGADO SE FOREM RECUSADAS OU
      *    SE O UTILIZADOR SAIR).
      ******************************************************************
           SET AUTH-FALHOU TO TRUE

           MOVE SPACES TO USER-SCREEN, PASSWORD-SCREEN
           DISPLAY AUTENTICACAO-SCREEN
           ACCEPT USER-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF
           ACCEPT PASSWORD-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           MOVE WSUSERNAME TO AUTH-USERNAME
           MOVE WSPASSWORD TO AUTH-PASSWORD
           CALL "GESTORAUTH" USING AUTH-PEDIDO
           IF AUTH-FALHOU THEN
              MOVE "; RGPD: " TO WSLOG-CREDENTIAL-HEADING
              MOVE WSUSERNAME TO WSLOG-CREDENTIAL-KEY
              MOVE "; ANONIMIZACAO NEGADA: CREDENCIAIS" TO
                 WSLOG-CREDENTIAL-MESSAGE
              PERFORM SAVE-LOGRECORDS
              ACCEPT AUTENTC-NEGADA-SCREEN
           END-IF
           EXIT SECTION.

       ANON-ALUNO SECTION.
      ******************************************************************
      *    APAGA NO MESTRE DE ALUNOS O NOME, OS CONTACTOS E AS MORADAS
      *    (PESSOAL E DE FATURACAO). O NIF MANTEM-SE, POR SUPORTAR AS
      *    FATURAS QUE A LEI OBRIGA A GUARDAR.
      ******************************************************************
           OPEN I-O ALUNOS
           MOVE RGPD-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 CLOSE ALUNOS
                 EXIT SECTION
           END-READ

           MOVE RGPD-NOME-ANONIMO TO FDNOME
           MOVE ZEROS TO FDTELEF OF FDALUNO, FDCOD-POSTAL OF FDALUNO,
              FDCOD-POSTAL-FAT
           MOVE SPACES TO FDEMAIL OF FDALUNO, FDMORADA OF FDALUNO,
              FDLOCALIDADE OF FDALUNO, FDNOME-FAT, FDMORADA-FAT,
              FDLOCALIDADE-FAT
           ACCEPT FDDATA-ATUAL OF FDALUNO FROM DATE YYYYMMDD
           REWRITE FDALUNO
           END-REWRITE
           ADD 1 TO CONT-ANONIMIZADOS
           CLOSE ALUNOS
           EXIT SECTION.

       ANON-PRESENCAS SECTION.
      ******************************************************************
      *    SUBSTITUI O NOME DO ALUNO NAS LINHAS DE PRESENCAS,
      *    REESCREVENDO-AS NO PROPRIO FICHEIRO (REGISTOS DE
      *    COMPRIMENTO FIXO).
      ******************************************************************
           MOVE SPACES TO FIM-SEQUENCIAL
           MOVE "S" TO PRIMEIRA-LINHA

           OPEN I-O PRESENCAS
           IF FS-PRESENCAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           PERFORM UNTIL FIM-SEQUENCIAL-SIM
              READ PRESENCAS NEXT RECORD
                 AT END
                    SET FIM-SEQUENCIAL-SIM TO TRUE
                 NOT AT END
                    IF PRIMEIRA-LINHA = "S" THEN
                       MOVE SPACES TO PRIMEIRA-LINHA
                    ELSE
                       IF FDPRES-IDNUM = RGPD-IDNUM THEN
                          MOVE RGPD-NOME-ANONIMO TO FDPRES-NOME
                          REWRITE FDPRESENCA
                          END-REWRITE
                          ADD 1 TO CONT-ANONIMIZADOS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PRESENCAS
           EXIT SECTION.

       ANON-NOTIFICACOES SECTION.
      ******************************************************************
      *    APAGA O NOME E O E-MAIL DO ALUNO NAS NOTIFICACOES,
      *    REESCREVENDO AS LINHAS NO PROPRIO FICHEIRO.
      ******************************************************************
           MOVE SPACES TO FIM-SEQUENCIAL

           OPEN I-O NOTIFICACOES
           IF FS-NOTIFICACOES NOT = "00" THEN
              EXIT SECTION
           END-IF

           PERFORM UNTIL FIM-SEQUENCIAL-SIM
              READ NOTIFICACOES NEXT RECORD
                 AT END
                    SET FIM-SEQUENCIAL-SIM TO TRUE
                 NOT AT END
                    IF FDNOTIF-IDNUM = RGPD-IDNUM THEN
                       MOVE RGPD-NOME-ANONIMO TO FDNOTIF-NOME
                       MOVE SPACES TO FDNOTIF-EMAIL
                       REWRITE FDNOTIFICACAO
                       END-REWRITE
                       ADD 1 TO CONT-ANONIMIZADOS
                    END-IF
              END-READ
           END-PERFORM

           CLOSE NOTIFICACOES
           EXIT SECTION.

       ANON-RESPOSTAS SECTION.
      ******************************************************************
      *    APAGA OS COMENTARIOS LIVRES DO ALUNO NOS INQUERITOS (AS
      *    AVALIACOES NUMERICAS MANTEM-SE PARA AS ESTATISTICAS).
      ******************************************************************
           OPEN I-O RESPOSTAS
           IF FS-RESPOSTAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE RGPD-IDNUM TO FDRESP-IDNUM
           MOVE LOW-VALUES TO FDRESP-SIGLAUNIDADE
           START RESPOSTAS KEY IS GREATER OR EQUAL FDRESP-CHAVE
              INVALID KEY
                 SET STATUS-RESPOSTA TO TRUE
           END-START

           IF FS-RESPOSTAS = "00" THEN
              PERFORM UNTIL STATUS-RESPOSTA
                 READ RESPOSTAS NEXT RECORD
                    AT END
                       SET STATUS-RESPOSTA TO TRUE
                    NOT AT END
                       IF FDRESP-IDNUM NOT = RGPD-IDNUM THEN
                          SET STATUS-RESPOSTA TO TRUE
                       ELSE
                          IF FDRESP-COMENTARIO NOT = SPACES THEN
                             MOVE SPACES TO FDRESP-COMENTARIO
                             REWRITE FDRESPOSTA
                             END-REWRITE
                             ADD 1 TO CONT-ANONIMIZADOS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE RESPOSTAS
           EXIT SECTION.

       ANON-CANDIDATURAS SECTION.
      ******************************************************************
      *    APAGA O NOME E OS CONTACTOS NAS CANDIDATURAS QUE DERAM
      *    ORIGEM AO PROCESSO DO ALUNO.
      ******************************************************************
           OPEN I-O CANDIDATURAS
           IF FS-CANDIDATURAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDCAND-NUMERO
           START CANDIDATURAS KEY IS GREATER OR EQUAL FDCAND-NUMERO
              INVALID KEY
                 SET STATUS-CANDIDATURA TO TRUE
           END-START

           IF FS-CANDIDATURAS = "00" THEN
              PERFORM UNTIL STATUS-CANDIDATURA
                 READ CANDIDATURAS NEXT RECORD
                    AT END
                       SET STATUS-CANDIDATURA TO TRUE
                    NOT AT END
                       IF FDCAND-IDNUM-ALUNO = RGPD-IDNUM THEN
                          MOVE RGPD-NOME-ANONIMO TO FDCAND-NOME
                          MOVE ZEROS TO FDCAND-TELEF
                          MOVE SPACES TO FDCAND-EMAIL
                          REWRITE FDCANDIDATURA
                          END-REWRITE
                          ADD 1 TO CONT-ANONIMIZADOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE CANDIDATURAS
           EXIT SECTION.

       ANON-LUGARESEXAME SECTION.
      ******************************************************************
      *    SUBSTITUI O NOME DO ALUNO NOS SEUS LUGARES DE EXAME (A CHAVE
      *    COMECA PELA UNIDADE, PELO QUE O FICHEIRO E PERCORRIDO TODO).
      ******************************************************************
           OPEN I-O LUGARESEXAME
           IF FS-LUGARESEXAME NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDLUGAR-CHAVE
           START LUGARESEXAME KEY IS GREATER OR EQUAL FDLUGAR-CHAVE
              INVALID KEY
                 SET STATUS-LUGAR TO TRUE
           END-START

           IF FS-LUGARESEXAME = "00" THEN
              PERFORM UNTIL STATUS-LUGAR
                 READ LUGARESEXAME NEXT RECORD
                    AT END
                       SET STATUS-LUGAR TO TRUE
                    NOT AT END
                       IF FDLUGAR-IDNUM = RGPD-IDNUM THEN
                          MOVE RGPD-NOME-ANONIMO TO FDLUGAR-NOME
                          REWRITE FDLUGAR
                          END-REWRITE
                          ADD 1 TO CONT-ANONIMIZADOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE LUGARESEXAME
           EXIT SECTION.

       ANON-INCIDENTES SECTION.
      ******************************************************************
      *    APAGA OS TEXTOS LIVRES DOS INCIDENTES DISCIPLINARES DO ALUNO
      *    (DESCRICAO E NOTA DE SEGUIMENTO). A CATEGORIA, A MEDIDA E AS
      *    DATAS MANTEM-SE, PARA QUE UMA SUSPENSAO OU EXCLUSAO EM CURSO
      *    CONTINUE A PRODUZIR EFEITO.
      ******************************************************************
           OPEN I-O INCIDENTES
           IF FS-INCIDENTES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE RGPD-IDNUM TO FDINC-IDNUM
           MOVE ZEROS TO FDINC-SEQ
           START INCIDENTES KEY IS GREATER OR EQUAL FDINC-CHAVE
              INVALID KEY
                 SET STATUS-INCIDENTE TO TRUE
           END-START

           IF FS-INCIDENTES = "00" THEN
              PERFORM UNTIL STATUS-INCIDENTE
                 READ INCIDENTES NEXT RECORD
                    AT END
                       SET STATUS-INCIDENTE TO TRUE
                    NOT AT END
                       IF FDINC-IDNUM NOT = RGPD-IDNUM THEN
                          SET STATUS-INCIDENTE TO TRUE
                       ELSE
                          MOVE SPACES TO FDINC-DESCRICAO,
                             FDINC-NOTA-SEGUIMENTO
                          REWRITE FDINCIDENTE
                          END-REWRITE
                          ADD 1 TO CONT-ANONIMIZADOS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE INCIDENTES
           EXIT SECTION.

       ESCREVER-TITULO SECTION.
      ******************************************************************
      *    ESCREVE O TITULO DE UMA SECCAO DO FICHEIRO EXPORTADO.
      ******************************************************************
           MOVE SPACES TO RGPD-LINHA
           PERFORM ESCREVER-LINHA
           MOVE SECCAO-TITULO TO RGPD-LINHA
           PERFORM ESCREVER-LINHA
           MOVE ALL "-" TO RGPD-LINHA (1:40)
           PERFORM ESCREVER-LINHA
           EXIT SECTION.

       ESCREVER-LINHA SECTION.
      ******************************************************************
      *    ESCREVE A LINHA PREPARADA E LIMPA-A PARA A SEGUINTE.
      ******************************************************************
           WRITE RGPD-LINHA
           END-WRITE
           MOVE SPACES TO RGPD-LINHA
           EXIT SECTION.

       FORMATAR-DATA SECTION.
      ******************************************************************
      *    CONVERTE A DATA AAAAMMDD EM DATA-FORMATAR PARA DD/MM/AAAA
      *    EM DATA-TXT.
      ******************************************************************
           MOVE SPACES TO DATA-TXT
           STRING DATA-FORMATAR (7:2), "/", DATA-FORMATAR (5:2), "/",
              DATA-FORMATAR (1:4) DELIMITED BY SIZE INTO DATA-TXT
           END-STRING
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

       END PROGRAM GESTORRGPD.
