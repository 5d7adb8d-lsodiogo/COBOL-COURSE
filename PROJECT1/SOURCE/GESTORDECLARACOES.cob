      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA EMITIR, A PEDIDO DO ALUNO,
      *    DECLARACOES NUMERADAS PARA ENTIDADES PATRONAIS, SEGURANCA
      *    SOCIAL OU PASSES DE TRANSPORTE:
      *      - DECLARACAO DE MATRICULA: DADOS DO ALUNO (FICHEIRO DE
      *        ALUNOS) E AS SUAS INSCRICOES ATIVAS NAS UNIDADES;
      *      - DECLARACAO DE FREQUENCIA: ENTRE DUAS DATAS, AS AULAS
      *        NAO CANCELADAS DO ALUNO (FICHEIRO PRESENCAS CRUZADO COM
      *        O HORARIO), AS AULAS ASSISTIDAS E AS HORAS (DURACAO DA
      *        AULA NO HORARIO), POR UNIDADE E NO TOTAL. AS AUSENCIAS
      *        JUSTIFICADAS NAO CONTAM, COMO NOS CERTIFICADOS;
      *      - CADA DECLARACAO RECEBE UM NUMERO SEQUENCIAL, FICA NO
      *        REGISTO DE DECLARACOES (NUMERO, TIPO, ALUNO, DATA DE
      *        EMISSAO E ADMINISTRADOR QUE A EMITIU, AUTENTICADO NA
      *        EMISSAO) E PRODUZ O FICHEIRO declNNNNNNNN.txt;
      *      - A VERIFICACAO POR NUMERO MOSTRA O REGISTO, PARA
      *        CONFIRMAR UMA DECLARACAO QUANDO UMA ENTIDADE TELEFONA.
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORDECLARACOES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECLARACOES ASSIGN TO "declaracoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDDECL-NUMERO
              LOCK MODE MANUAL
              FILE STATUS FS-DECLARACOES.

           SELECT ALUNOS ASSIGN TO "alunosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDIDNUM
              FILE STATUS FS-ALUNOS.

           SELECT INSCRICOES ASSIGN TO "inscricoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINSC-CHAVE
              FILE STATUS FS-INSCRICOES.

           SELECT UNIDADES ASSIGN TO "unidadesfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSIGLAUNIDADE
              FILE STATUS FS-UNIDADES.

           SELECT HORARIOSFILE ASSIGN TO "horariosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDDATAAULA
              FILE STATUS FS-HORARIO.

           SELECT PRESENCAS ASSIGN TO "presencas"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-PRESENCAS.

           SELECT JUSTIFICACOES ASSIGN TO "justificacoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDJUST-CHAVE
              FILE STATUS FS-JUSTIFICACOES.

           SELECT ADMINS ASSIGN TO "adminsfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDADMIN
              FILE STATUS FS-ADMINS.

           SELECT DECLFILE ASSIGN TO DECL-NOME-FICHEIRO
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-DECLFILE.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECLARACOES.
       COPY FDDECLARACOES.

       FD  ALUNOS.
       COPY FDALUNOS.

       FD  INSCRICOES.
       COPY FDINSCRICOES.

       FD  UNIDADES.
       COPY FDUNIDADES.

       FD  HORARIOSFILE.
       COPY FDHORARIOS.

       FD  PRESENCAS.
       COPY FDPRESENCAS.

       FD  JUSTIFICACOES.
       COPY FDJUSTIFICACOES.

       FD  ADMINS.
       COPY FDADMINS.

       FD  DECLFILE.
       01  DECL-LINHA               PIC X(100).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSDECLARACOES.
       COPY WSADMINS.
       COPY VAR-AUTH.
       COPY WSLOGRECORDS.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-MATRICULA      VALUE 1.
           88  OPCAO-FREQUENCIA     VALUE 2.
           88  OPCAO-VERIFICAR      VALUE 3.
           88  OPCAO-LISTAR         VALUE 4.
           88  VALID-ESCOLHA        VALUE 0 THRU 4.

       77  FS-DECLARACOES           PIC X(002).
       77  FS-ALUNOS                PIC X(002).
       77  FS-INSCRICOES            PIC X(002).
       77  FS-UNIDADES              PIC X(002).
       77  FS-HORARIO               PIC X(002).
       77  FS-PRESENCAS             PIC X(002).
       77  FS-JUSTIFICACOES         PIC X(002).
       77  FS-ADMINS                PIC X(002).
       77  FS-DECLFILE              PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  VERDADEIRO               PIC X(001).
       77  LINHA                    PIC 9(004).
       77  COLUNA                   PIC 9(004).
       77  DECL-NOME-FICHEIRO       PIC X(040).
       77  DECL-NUMERO-PEDIDO       PIC 9(008).
       77  PROX-NUMERO              PIC 9(008).
       77  CONT-LISTADOS            PIC 9(005).
       77  NOME-ALUNO-DECL          PIC X(050).
       77  TIPO-TXT                 PIC X(010).
       77  DATA-FORMATAR            PIC 9(008).
       77  DATA-TXT                 PIC X(010).
       77  DATA-EMISSAO-TXT         PIC X(010).
       77  DATA-DE-TXT              PIC X(010).
       77  DATA-ATE-TXT             PIC X(010).
       77  DATA-AULA-NUM            PIC 9(008).
       77  HOJE-DATA                PIC 9(008).
       77  JUST-ENCONTRADA          PIC X(001).
       77  FIM-PRESENCAS            PIC X(001).
           88  FIM-PRESENCAS-SIM    VALUE "S".
       77  HORAS-PREVISTAS          PIC 9(005)V9.
       77  HORAS-ASSISTIDAS         PIC 9(005)V9.
       77  HORAS-EDIT               PIC ZZZZ9.9.
       77  HORAS-EDIT2              PIC ZZZZ9.9.
       77  TAB-IDX                  PIC 9(002).
       77  TAB-MAX                  PIC 9(002).
       77  TAB-ENCONTRADA           PIC X(001).

       01  TAB-INSCRICOES.
           03  TAB-INSC             OCCURS 20 TIMES.
             05  TAB-INSC-SIGLA     PIC X(005).
             05  TAB-INSC-TURMA     PIC X(003).
             05  TAB-INSC-DATA      PIC 9(008).

       01  TAB-FREQUENCIA.
           03  TAB-FREQ             OCCURS 20 TIMES.
             05  TAB-FREQ-SIGLA     PIC X(005).
             05  TAB-FREQ-SESSOES   PIC 9(005).
             05  TAB-FREQ-ASSISTIDAS PIC 9(005).
             05  TAB-FREQ-MIN-PREV  PIC 9(007).
             05  TAB-FREQ-MIN-ASSIST PIC 9(007).

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DO MENU PRINCIPAL.

       01  MENU1-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 52 VALUE "D E C L A R A C O E S".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 12 COL 50 VALUE "0. SAIR".
           03  LINE 14 COL 50 VALUE "1. DECLARACAO DE MATRICULA".
           03  LINE 16 COL 50 VALUE "2. DECLARACAO DE FREQUENCIA".
           03  LINE 18 COL 50 VALUE "3. VERIFICAR DECLARACAO".
           03  LINE 20 COL 50 VALUE "4. LISTAR DECLARACOES EMITIDAS".
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
      *    SCREEN DE EMISSAO: ALUNO, PERIODO (SO NA FREQUENCIA) E
      *    CREDENCIAIS DO ADMINISTRADOR QUE EMITE.

       01  EMITIR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 52 VALUE "D E C L A R A C O E S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 06 COL 10 VALUE "TIPO:".
           03  SHOW-TIPO LINE 06 COL 16 PIC X(10) FROM TIPO-TXT.
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "NUMERO DO ALUNO:".
           03  DECL-IDNUM-CAMPO LINE 09 COL 27 PIC 9(6) TO
               WSDECL-IDNUM AUTO BLANK WHEN ZERO.
           03  SHOW-NOME-ALUNO LINE 09 COL 40 PIC X(50) FROM
               NOME-ALUNO-DECL.

       01  PERIODO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 11 COL 10 VALUE "AULAS DE (AAAAMMDD):".
           03  DECL-DE-CAMPO LINE 11 COL 31 PIC 9(8) TO WSDECL-DATA-DE
               AUTO BLANK WHEN ZERO.
           03  LINE 11 COL 45 VALUE "ATE (AAAAMMDD, VAZIO = HOJE):".
           03  DECL-ATE-CAMPO LINE 11 COL 75 PIC 9(8) TO
               WSDECL-DATA-ATE AUTO BLANK WHEN ZERO.

       01  CREDENCIAIS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 14 COL 10 VALUE "ADMINISTRADOR QUE EMITE:".
           03  USER-SCREEN LINE 14 COL 35 PIC X(20) TO WSUSERNAME.
           03  LINE 15 COL 10 VALUE "PASSWORD:".
           03  PASSWORD-SCREEN LINE 15 COL 35 PIC X(20) TO WSPASSWORD
               SECURE.

      ******************************************************************
      *    SCREEN DE VERIFICACAO DE UMA DECLARACAO PELO NUMERO.

       01  VERIFICAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 58 VALUE "V E R I F I C A R".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "NUMERO DA DECLARACAO:".
           03  DECL-NUMERO-CAMPO LINE 09 COL 32 PIC 9(8) TO
               DECL-NUMERO-PEDIDO AUTO BLANK WHEN ZERO.

       01  DETALHE-DECLARACAO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 12 COL 10 VALUE "TIPO:".
           03  LINE 12 COL 30 PIC X(10) FROM TIPO-TXT.
           03  LINE 13 COL 10 VALUE "ALUNO:".
           03  LINE 13 COL 30 PIC 9(6) FROM FDDECL-IDNUM.
           03  LINE 13 COL 38 PIC X(50) FROM NOME-ALUNO-DECL.
           03  LINE 14 COL 10 VALUE "EMITIDA EM:".
           03  LINE 14 COL 30 PIC X(10) FROM DATA-EMISSAO-TXT.
           03  LINE 15 COL 10 VALUE "EMITIDA POR:".
           03  LINE 15 COL 30 PIC X(20) FROM FDDECL-EMITIDA-POR.

       01  DETALHE-MATRICULA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 16 COL 10 VALUE "INSCRICOES ATIVAS:".
           03  LINE 16 COL 30 PIC ZZ9 FROM FDDECL-INSCRICOES.

       01  DETALHE-FREQUENCIA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 16 COL 10 VALUE "PERIODO:".
           03  LINE 16 COL 30 PIC X(10) FROM DATA-DE-TXT.
           03  LINE 16 COL 41 VALUE "A".
           03  LINE 16 COL 43 PIC X(10) FROM DATA-ATE-TXT.
           03  LINE 17 COL 10 VALUE "AULAS / ASSISTIDAS:".
           03  LINE 17 COL 30 PIC ZZZZ9 FROM FDDECL-SESSOES.
           03  LINE 17 COL 36 VALUE "/".
           03  LINE 17 COL 38 PIC ZZZZ9 FROM FDDECL-ASSISTIDAS.
           03  LINE 18 COL 10 VALUE "HORAS ASSISTIDAS:".
           03  LINE 18 COL 30 PIC X(07) FROM HORAS-EDIT.
           03  LINE 18 COL 38 VALUE "DE".
           03  LINE 18 COL 41 PIC X(07) FROM HORAS-EDIT2.

      ******************************************************************
      *    SCREENS DA LISTA DE DECLARACOES EMITIDAS.

       01  LISTAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 52 VALUE "D E C L A R A C O E S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 06 COL 10 VALUE "NUMERO    | TIPO       | ALUNO  | E
      -        "MITIDA EM | EMITIDA POR".

       01  LINHA-DECL-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL COLUNA.
               05  SHOW-DECL-NUMERO PIC 9(8) FROM FDDECL-NUMERO.
               05  VALUE "  | ".
               05  SHOW-DECL-TIPO PIC X(10) FROM TIPO-TXT.
               05  VALUE " | ".
               05  SHOW-DECL-IDNUM PIC 9(6) FROM FDDECL-IDNUM.
               05  VALUE " | ".
               05  SHOW-DECL-DATA PIC X(10) FROM DATA-EMISSAO-TXT.
               05  VALUE " | ".
               05  SHOW-DECL-ADMIN PIC X(20) FROM FDDECL-EMITIDA-POR.

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

       01  SEM-INSCRICOES-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 36 VALUE "O ALUNO NAO TEM INSCRICOES ATIVAS |
      -       " PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  SEM-AULAS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 31 VALUE "SEM AULAS REGISTADAS PARA O ALUNO N
      -       "O PERIODO | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  PERIODO-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 27 VALUE "PERIODO INVALIDO: DATA INICIAL DEPO
      -       "IS DA DATA FINAL | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  AUTENTC-NEGADA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 31 VALUE "CREDENCIAIS NEGADAS - DECLARACAO NA
      -       "O EMITIDA | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  DECLARACAO-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 30 VALUE "DECLARACAO INEXISTENTE - NUMERO NAO
      -       " REGISTADO | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  SEM-DECLARACOES-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 35 VALUE "AINDA NAO FORAM EMITIDAS DECLARACOE
      -       "S | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.
      ******************************************************************
      *    SCREEN DE CONFIRMACAO DA EMISSAO.

       01  DECLARACAO-EMITIDA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 25 VALUE "DECLARACAO N."
               FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  SHOW-NUMERO LINE 29 COL 39 PIC 9(8) FROM WSDECL-NUMERO
               FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 29 COL 48 VALUE "EMITIDA EM"
               FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  SHOW-FICHEIRO LINE 29 COL 59 PIC X(20) FROM
               DECL-NOME-FICHEIRO
               FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 29 COL 80 VALUE "| PRESSIONE QUALQUER TECLA"
               FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM NO FIM DE UMA LISTA OU DE UMA CONSULTA.

       01  FIM-LISTA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 26 COL 44 VALUE "FIM DA LISTA | PRESSIONE QUALQUER T
      -        "ECLA PARA CONTINUAR" HIGHLIGHT.
           03  LINE 01 COL 01 PIC X(001) TO PRESS-KEY AUTO.

       01  FIM-CONSULTA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 26 COL 43 VALUE "DECLARACAO VALIDA | PRESSIONE QUALQ
      -        "UER TECLA PARA CONTINUAR" HIGHLIGHT.
           03  LINE 01 COL 01 PIC X(001) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN PARA LIMPAR A ZONA DA LISTA.

       01  LIMPAR-LISTA FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 08 COL 01 PIC X(133) VALUE ALL SPACES.
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
      *    VERIFICAÇÃO SE O FICHEIRO DE DECLARACOES EXISTE.
      ******************************************************************
           OPEN I-O DECLARACOES
           IF FS-DECLARACOES = 35
              OPEN OUTPUT DECLARACOES
              CLOSE DECLARACOES
           ELSE
              CLOSE DECLARACOES
           END-IF

           MOVE "; GESTOR: DECLARACOES" TO WSLOG-PROGRAM
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
                 WHEN OPCAO-MATRICULA   PERFORM EMITIR
                 WHEN OPCAO-FREQUENCIA  PERFORM EMITIR
                 WHEN OPCAO-VERIFICAR   PERFORM VERIFICAR
                 WHEN OPCAO-LISTAR      PERFORM LISTAR
              END-EVALUATE

           END-PERFORM
           EXIT PROGRAM.

       EMITIR SECTION.
      ******************************************************************
      *    EMITE UMA DECLARACAO DO TIPO ESCOLHIDO NO MENU (1 MATRICULA,
      *    2 FREQUENCIA): PEDE O ALUNO E, NA FREQUENCIA, O PERIODO;
      *    APURA OS DADOS, AUTENTICA O ADMINISTRADOR QUE EMITE, GRAVA
      *    O REGISTO E PRODUZ O FICHEIRO DA DECLARACAO.
      ******************************************************************
           MOVE ESCOLHA TO WSDECL-TIPO
           IF WSDECL-MATRICULA THEN
              MOVE "; MENU: MATRICULA" TO WSLOG-SECTION
              MOVE "MATRICULA" TO TIPO-TXT
           ELSE
              MOVE "; MENU: FREQUENCIA" TO WSLOG-SECTION
              MOVE "FREQUENCIA" TO TIPO-TXT
           END-IF

           MOVE ZEROS TO WSDECL-IDNUM, WSDECL-DATA-DE, WSDECL-DATA-ATE,
                         WSDECL-INSCRICOES, WSDECL-SESSOES,
                         WSDECL-ASSISTIDAS, WSDECL-MIN-PREVISTOS,
                         WSDECL-MIN-ASSISTIDOS
           MOVE SPACES TO NOME-ALUNO-DECL
           DISPLAY EMITIR-SCREEN

           ACCEPT DECL-IDNUM-CAMPO
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           OPEN INPUT ALUNOS
           MOVE WSDECL-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 CLOSE ALUNOS
                 ACCEPT ALUNO-INEXISTENTE-SCREEN
                 EXIT SECTION
           END-READ
           MOVE FDNOME TO NOME-ALUNO-DECL
           CLOSE ALUNOS
           DISPLAY EMITIR-SCREEN

           IF WSDECL-MATRICULA THEN
              PERFORM APURAR-MATRICULA
              IF WSDECL-INSCRICOES = ZEROS THEN
                 ACCEPT SEM-INSCRICOES-SCREEN
                 EXIT SECTION
              END-IF
           ELSE
              DISPLAY PERIODO-SCREEN
              ACCEPT DECL-DE-CAMPO
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF
              ACCEPT DECL-ATE-CAMPO
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF
              IF WSDECL-DATA-ATE = ZEROS THEN
                 ACCEPT WSDECL-DATA-ATE FROM DATE YYYYMMDD
              END-IF
              IF WSDECL-DATA-DE > WSDECL-DATA-ATE THEN
                 ACCEPT PERIODO-ERRO-SCREEN
                 EXIT SECTION
              END-IF

              PERFORM APURAR-FREQUENCIA
              IF WSDECL-SESSOES = ZEROS THEN
                 ACCEPT SEM-AULAS-SCREEN
                 EXIT SECTION
              END-IF
           END-IF

           PERFORM ADMIN-AUTENTICACAO
           IF VERDADEIRO NOT = "S" THEN
              EXIT SECTION
           END-IF

           PERFORM GRAVAR-DECLARACAO
           IF FS-DECLARACOES NOT = "00" THEN
              EXIT SECTION
           END-IF

           IF WSDECL-MATRICULA THEN
              PERFORM ESCREVER-MATRICULA
           ELSE
              PERFORM ESCREVER-FREQUENCIA
           END-IF

           MOVE "; DECLARACAO: " TO WSLOG-ADD-HEADING
           MOVE WSDECL-NUMERO TO WSLOG-ADD-KEY
           STRING "; ", TIPO-TXT, " DO ALUNO ", WSDECL-IDNUM
              DELIMITED BY SIZE INTO WSLOG-ADD-MESSAGE
           END-STRING
           MOVE "; USER: " TO WSLOG-USER-HEADING
           MOVE WSDECL-EMITIDA-POR TO WSLOG-USER
           PERFORM SAVE-LOGRECORDS

           DISPLAY LIMPAR-LINES
           ACCEPT DECLARACAO-EMITIDA-SCREEN
           EXIT SECTION.

       APURAR-MATRICULA SECTION.
      ******************************************************************
      *    CARREGA NA TABELA AS INSCRICOES ATIVAS DO ALUNO (UNIDADE,
      *    TURMA E DATA DE INSCRICAO), ATE 20.
      ******************************************************************
           MOVE ZEROS TO TAB-MAX, WSDECL-INSCRICOES

           OPEN INPUT INSCRICOES
           IF FS-INSCRICOES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE WSDECL-IDNUM TO FDINSC-IDNUM
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
                       IF FDINSC-IDNUM NOT = WSDECL-IDNUM THEN
                          SET STATUS-INSCRICAO TO TRUE
                       ELSE
                          IF FDINSC-ATIVA AND TAB-MAX < 20 THEN
                             ADD 1 TO TAB-MAX
                             MOVE FDINSC-SIGLAUNIDADE TO
                                TAB-INSC-SIGLA (TAB-MAX)
                             MOVE FDINSC-TURMA TO
                                TAB-INSC-TURMA (TAB-MAX)
                             MOVE FDINSC-DATA-INSCRICAO TO
                                TAB-INSC-DATA (TAB-MAX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE INSCRICOES
           MOVE TAB-MAX TO WSDECL-INSCRICOES
           EXIT SECTION.

       APURAR-FREQUENCIA SECTION.
      ******************************************************************
      *    PERCORRE O FICHEIRO DE PRESENCAS (IGNORANDO O CABECALHO) E
      *    ACUMULA, POR UNIDADE E NO TOTAL, AS AULAS DO ALUNO NO
      *    PERIODO, AS ASSISTIDAS E OS MINUTOS (DURACAO NO HORARIO).
      ******************************************************************
           MOVE ZEROS TO TAB-MAX
           MOVE SPACES TO FIM-PRESENCAS

           OPEN INPUT PRESENCAS
           IF FS-PRESENCAS NOT = "00" THEN
              EXIT SECTION
           END-IF
           OPEN INPUT HORARIOSFILE
           IF FS-HORARIO NOT = "00" THEN
              CLOSE PRESENCAS
              EXIT SECTION
           END-IF
           OPEN INPUT JUSTIFICACOES

           READ PRESENCAS NEXT RECORD
              AT END SET FIM-PRESENCAS-SIM TO TRUE
           END-READ

           PERFORM UNTIL FIM-PRESENCAS-SIM
              READ PRESENCAS NEXT RECORD
                 AT END SET FIM-PRESENCAS-SIM TO TRUE
                 NOT AT END
                    IF FDPRES-IDNUM = WSDECL-IDNUM THEN
                       PERFORM ACUMULAR-PRESENCA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PRESENCAS, HORARIOSFILE, JUSTIFICACOES
           EXIT SECTION.

       ACUMULAR-PRESENCA SECTION.
      ******************************************************************
      *    ACUMULA A PRESENCA LIDA SE A AULA ESTIVER NO PERIODO, NAO
      *    ESTIVER CANCELADA E NAO FOR UMA AUSENCIA JUSTIFICADA.
      ******************************************************************
           MOVE FDPRES-DATAAULA (1:8) TO DATA-AULA-NUM
           IF DATA-AULA-NUM < WSDECL-DATA-DE
           OR DATA-AULA-NUM > WSDECL-DATA-ATE THEN
              EXIT SECTION
           END-IF

           IF FDPRES-AUSENTE THEN
              PERFORM VERIFICAR-JUSTIFICACAO
              IF JUST-ENCONTRADA = "S" THEN
                 EXIT SECTION
              END-IF
           END-IF

           MOVE FDPRES-DATAAULA TO FDDATAAULA
           READ HORARIOSFILE RECORD
              INVALID KEY
                 EXIT SECTION
           END-READ
           IF FDAULA-CANCELADA THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO TAB-ENCONTRADA
           PERFORM VARYING TAB-IDX FROM 1 BY 1
              UNTIL TAB-IDX > TAB-MAX OR TAB-ENCONTRADA = "S"
              IF TAB-FREQ-SIGLA (TAB-IDX) = FDDATAUNIDADE THEN
                 MOVE "S" TO TAB-ENCONTRADA
              END-IF
           END-PERFORM
           IF TAB-ENCONTRADA = "S" THEN
              SUBTRACT 1 FROM TAB-IDX
           ELSE
              IF TAB-MAX < 20 THEN
                 ADD 1 TO TAB-MAX
                 MOVE TAB-MAX TO TAB-IDX
                 MOVE FDDATAUNIDADE TO TAB-FREQ-SIGLA (TAB-IDX)
                 MOVE ZEROS TO TAB-FREQ-SESSOES (TAB-IDX),
                    TAB-FREQ-ASSISTIDAS (TAB-IDX),
                    TAB-FREQ-MIN-PREV (TAB-IDX),
                    TAB-FREQ-MIN-ASSIST (TAB-IDX)
              ELSE
                 MOVE ZEROS TO TAB-IDX
              END-IF
           END-IF

           ADD 1 TO WSDECL-SESSOES
           ADD FDDURACAO-AULA TO WSDECL-MIN-PREVISTOS
           IF FDPRES-PRESENTE THEN
              ADD 1 TO WSDECL-ASSISTIDAS
              ADD FDDURACAO-AULA TO WSDECL-MIN-ASSISTIDOS
           END-IF

           IF TAB-IDX > ZEROS THEN
              ADD 1 TO TAB-FREQ-SESSOES (TAB-IDX)
              ADD FDDURACAO-AULA TO TAB-FREQ-MIN-PREV (TAB-IDX)
              IF FDPRES-PRESENTE THEN
                 ADD 1 TO TAB-FREQ-ASSISTIDAS (TAB-IDX)
                 ADD FDDURACAO-AULA TO TAB-FREQ-MIN-ASSIST (TAB-IDX)
              END-IF
           END-IF
           EXIT SECTION.

       VERIFICAR-JUSTIFICACAO SECTION.
      ******************************************************************
      *    VERIFICA SE A AUSENCIA ATUALMENTE LIDA TEM JUSTIFICACAO
      *    REGISTADA (O FICHEIRO DE JUSTIFICACOES ESTA ABERTO PELO
      *    APURAMENTO DA FREQUENCIA).
      ******************************************************************
           MOVE SPACES TO JUST-ENCONTRADA

           IF FS-JUSTIFICACOES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE FDPRES-DATAAULA TO FDJUST-DATAAULA
           MOVE FDPRES-IDNUM TO FDJUST-IDNUM
           READ JUSTIFICACOES RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO JUST-ENCONTRADA
           END-READ
           EXIT SECTION.

       ADMIN-AUTENTICACAO SECTION.
      ******************************************************************
      *    AUTENTICA O ADMINISTRADOR QUE EMITE A DECLARACAO; O SEU
      *    UTILIZADOR FICA NO REGISTO DA DECLARACAO. VERDADEIRO FICA
      *    "S" COM A AUTENTICACAO ACEITE.
      ******************************************************************
           MOVE SPACES TO VERDADEIRO

           OPEN INPUT ADMINS
           IF FS-ADMINS NOT = "00" THEN
              ACCEPT AUTENTC-NEGADA-SCREEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO USER-SCREEN, PASSWORD-SCREEN
           DISPLAY CREDENCIAIS-SCREEN
           ACCEPT USER-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE ADMINS
              EXIT SECTION
           END-IF
           ACCEPT PASSWORD-SCREEN
           IF KEYSTATUS = 1003 THEN
              CLOSE ADMINS
              EXIT SECTION
           END-IF

           PERFORM AUTENTICAR-CREDENCIAIS
           READ ADMINS RECORD
              INVALID KEY
                 MOVE "; ACESSO FOI NEGADO"
                 TO WSLOG-DELETE-DENIED-MESSAGE
                 MOVE "; USER: " TO WSLOG-USER-HEADING-DENIED
                 MOVE WSUSERNAME TO WSLOG-USER-DENIED
                 PERFORM SAVE-LOGRECORDS
                 ACCEPT AUTENTC-NEGADA-SCREEN
              NOT INVALID KEY
                 MOVE WSUSERNAME TO WSDECL-EMITIDA-POR
                 MOVE "S" TO VERDADEIRO
           END-READ
           CLOSE ADMINS
           EXIT SECTION.

       AUTENTICAR-CREDENCIAIS SECTION.
      ******************************************************************
      *    AUTENTICA AS CREDENCIAIS DIGITADAS ATRAVES DO GESTORAUTH
      *    (PASSWORDS GUARDADAS CIFRADAS, COM MIGRACAO DOS REGISTOS
      *    ANTIGOS EM TEXTO SIMPLES NO PRIMEIRO LOGIN) E PREPARA A
      *    CHAVE DO REGISTO PARA A LEITURA QUE SE SEGUE: COM A
      *    AUTENTICACAO NEGADA A CHAVE FICA SEM PASSWORD E A LEITURA
      *    FALHA.
      ******************************************************************
           MOVE WSUSERNAME TO AUTH-USERNAME
           MOVE WSPASSWORD TO AUTH-PASSWORD
           CALL "GESTORAUTH" USING AUTH-PEDIDO
           MOVE WSUSERNAME TO FDUSERNAME
           MOVE AUTH-PASSWORD-FICHEIRO TO FDPASSWORD
           EXIT SECTION.

       GRAVAR-DECLARACAO SECTION.
      ******************************************************************
      *    ATRIBUI O PROXIMO NUMERO SEQUENCIAL E GRAVA A DECLARACAO NO
      *    REGISTO DE DECLARACOES.
      ******************************************************************
           OPEN I-O DECLARACOES
           PERFORM PROXIMO-NUMERO-DECL

           MOVE PROX-NUMERO TO WSDECL-NUMERO
           MOVE FUNCTION CURRENT-DATE (1:8) TO WSDECL-DATA-EMISSAO
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSDECL-DATE-TIME
           END-STRING

           WRITE FDDECLARACAO FROM WSDECLARACAO
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE DECLARACOES
           EXIT SECTION.

       PROXIMO-NUMERO-DECL SECTION.
      ******************************************************************
      *    DETERMINA O PROXIMO NUMERO SEQUENCIAL DE DECLARACAO.
      ******************************************************************
           MOVE 1 TO PROX-NUMERO

           MOVE HIGH-VALUES TO FDDECL-NUMERO
           START DECLARACOES KEY IS LESS THAN FDDECL-NUMERO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ DECLARACOES PREVIOUS RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       COMPUTE PROX-NUMERO = FDDECL-NUMERO + 1
                 END-READ
           END-START
           EXIT SECTION.

       ESCREVER-CABECALHO SECTION.
      ******************************************************************
      *    ABRE O FICHEIRO declNNNNNNNN.txt E ESCREVE O CABECALHO COMUM
      *    AOS DOIS TIPOS DE DECLARACAO.
      ******************************************************************
           MOVE SPACES TO DECL-NOME-FICHEIRO
           STRING "decl", WSDECL-NUMERO, ".txt"
              INTO DECL-NOME-FICHEIRO
           END-STRING

           OPEN OUTPUT DECLFILE

           MOVE WSDECL-DATA-EMISSAO TO DATA-FORMATAR
           PERFORM FORMATAR-DATA
           MOVE DATA-TXT TO DATA-EMISSAO-TXT

           MOVE ALL "=" TO DECL-LINHA
           WRITE DECL-LINHA
           END-WRITE
           MOVE SPACES TO DECL-LINHA
           STRING "DECLARACAO DE ", TIPO-TXT DELIMITED BY SIZE
              INTO DECL-LINHA
           END-STRING
           WRITE DECL-LINHA
           END-WRITE
           MOVE SPACES TO DECL-LINHA
           STRING "DECLARACAO N. ", WSDECL-NUMERO DELIMITED BY SIZE
              INTO DECL-LINHA
           END-STRING
           WRITE DECL-LINHA
           END-WRITE
           MOVE SPACES TO DECL-LINHA
           WRITE DECL-LINHA
           END-WRITE
           MOVE SPACES TO DECL-LINHA
           STRING "DECLARA-SE QUE ", NOME-ALUNO-DECL DELIMITED BY SIZE
              INTO DECL-LINHA
           END-STRING
           WRITE DECL-LINHA
           END-WRITE
           EXIT SECTION.

       ESCREVER-RODAPE SECTION.
      ******************************************************************
      *    ESCREVE O RODAPE COMUM (DATA, EMISSOR E INDICACAO DE
      *    VERIFICACAO) E FECHA O FICHEIRO DA DECLARACAO.
      ******************************************************************
           MOVE SPACES TO DECL-LINHA
           WRITE DECL-LINHA
           END-WRITE
           MOVE SPACES TO DECL-LINHA
           STRING "EMITIDA EM: ", DATA-EMISSAO-TXT,
              " | POR: ", WSDECL-EMITIDA-POR DELIMITED BY SIZE
              INTO DECL-LINHA
           END-STRING
           WRITE DECL-LINHA
           END-WRITE
           MOVE SPACES TO DECL-LINHA
           STRING "A AUTENTICIDADE DESTA DECLARACAO PODE SER ",
              "CONFIRMADA JUNTO DOS SERVICOS PELO SEU NUMERO."
              DELIMITED BY SIZE
              INTO DECL-LINHA
           END-STRING
           WRITE DECL-LINHA
           END-WRITE
           MOVE ALL "=" TO DECL-LINHA
           WRITE DECL-LINHA
           END-WRITE

           CLOSE DECLFILE
           EXIT SECTION.

       ESCREVER-MATRICULA SECTION.
      ******************************************************************
      *    PRODUZ A DECLARACAO DE MATRICULA COM AS INSCRICOES ATIVAS.
      ******************************************************************
           PERFORM ESCREVER-CABECALHO

           MOVE SPACES TO DECL-LINHA
           STRING "(PROCESSO N. ", WSDECL-IDNUM,
              ") SE ENCONTRA MATRICULADO NAS SEGUINTES UNIDADES:"
              DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING
           WRITE DECL-LINHA
           END-WRITE
           MOVE SPACES TO DECL-LINHA
           WRITE DECL-LINHA
           END-WRITE

           OPEN INPUT UNIDADES
           PERFORM VARYING TAB-IDX FROM 1 BY 1 UNTIL TAB-IDX > TAB-MAX
              MOVE TAB-INSC-SIGLA (TAB-IDX) TO FDSIGLAUNIDADE
              READ UNIDADES RECORD
                 INVALID KEY
                    MOVE SPACES TO FDNOMEUNIDADE
              END-READ
              MOVE TAB-INSC-DATA (TAB-IDX) TO DATA-FORMATAR
              PERFORM FORMATAR-DATA
              MOVE SPACES TO DECL-LINHA
              STRING "  ", TAB-INSC-SIGLA (TAB-IDX), " - ",
                 FDNOMEUNIDADE, " | TURMA: ", TAB-INSC-TURMA (TAB-IDX),
                 " | INSCRITO DESDE ", DATA-TXT
                 DELIMITED BY SIZE INTO DECL-LINHA
              END-STRING
              WRITE DECL-LINHA
              END-WRITE
           END-PERFORM
           CLOSE UNIDADES

           PERFORM ESCREVER-RODAPE
           EXIT SECTION.

       ESCREVER-FREQUENCIA SECTION.
      ******************************************************************
      *    PRODUZ A DECLARACAO DE FREQUENCIA COM AS AULAS E HORAS DO
      *    PERIODO, POR UNIDADE E NO TOTAL.
      ******************************************************************
           PERFORM ESCREVER-CABECALHO

           MOVE WSDECL-DATA-DE TO DATA-FORMATAR
           PERFORM FORMATAR-DATA
           MOVE DATA-TXT TO DATA-DE-TXT
           MOVE WSDECL-DATA-ATE TO DATA-FORMATAR
           PERFORM FORMATAR-DATA
           MOVE DATA-TXT TO DATA-ATE-TXT

           MOVE SPACES TO DECL-LINHA
           STRING "(PROCESSO N. ", WSDECL-IDNUM,
              ") FREQUENTOU, ENTRE ", DATA-DE-TXT, " E ",
              DATA-ATE-TXT, ", AS SEGUINTES AULAS:"
              DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING
           WRITE DECL-LINHA
           END-WRITE
           MOVE SPACES TO DECL-LINHA
           WRITE DECL-LINHA
           END-WRITE

           PERFORM VARYING TAB-IDX FROM 1 BY 1 UNTIL TAB-IDX > TAB-MAX
              COMPUTE HORAS-ASSISTIDAS ROUNDED =
                 TAB-FREQ-MIN-ASSIST (TAB-IDX) / 60
              COMPUTE HORAS-PREVISTAS ROUNDED =
                 TAB-FREQ-MIN-PREV (TAB-IDX) / 60
              MOVE HORAS-ASSISTIDAS TO HORAS-EDIT
              MOVE HORAS-PREVISTAS TO HORAS-EDIT2
              MOVE SPACES TO DECL-LINHA
              STRING "  ", TAB-FREQ-SIGLA (TAB-IDX),
                 " | AULAS: ", TAB-FREQ-SESSOES (TAB-IDX),
                 " | ASSISTIDAS: ", TAB-FREQ-ASSISTIDAS (TAB-IDX),
                 " | HORAS: ", HORAS-EDIT, " DE ", HORAS-EDIT2
                 DELIMITED BY SIZE INTO DECL-LINHA
              END-STRING
              WRITE DECL-LINHA
              END-WRITE
           END-PERFORM

           COMPUTE HORAS-ASSISTIDAS ROUNDED = WSDECL-MIN-ASSISTIDOS / 60
           COMPUTE HORAS-PREVISTAS ROUNDED = WSDECL-MIN-PREVISTOS / 60
           MOVE HORAS-ASSISTIDAS TO HORAS-EDIT
           MOVE HORAS-PREVISTAS TO HORAS-EDIT2
           MOVE SPACES TO DECL-LINHA
           WRITE DECL-LINHA
           END-WRITE
           MOVE SPACES TO DECL-LINHA
           STRING "TOTAL | AULAS: ", WSDECL-SESSOES,
              " | ASSISTIDAS: ", WSDECL-ASSISTIDAS,
              " | HORAS: ", HORAS-EDIT, " DE ", HORAS-EDIT2
              DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING
           WRITE DECL-LINHA
           END-WRITE

           PERFORM ESCREVER-RODAPE
           EXIT SECTION.

       VERIFICAR SECTION.
      ******************************************************************
      *    MENU ONDE O UTILIZADOR CONFIRMA UMA DECLARACAO PELO NUMERO,
      *    MOSTRANDO O REGISTO (TIPO, ALUNO, DATA E EMISSOR).
      ******************************************************************
           MOVE "; MENU: VERIFICAR" TO WSLOG-SECTION

           MOVE ZEROS TO DECL-NUMERO-PEDIDO
           DISPLAY VERIFICAR-SCREEN
           ACCEPT DECL-NUMERO-CAMPO
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           OPEN INPUT DECLARACOES
           MOVE DECL-NUMERO-PEDIDO TO FDDECL-NUMERO
           READ DECLARACOES RECORD
              INVALID KEY
                 CLOSE DECLARACOES
                 ACCEPT DECLARACAO-INEXISTENTE-SCREEN
                 EXIT SECTION
           END-READ
           CLOSE DECLARACOES

           PERFORM PREPARAR-LINHA-DECL

           MOVE SPACES TO NOME-ALUNO-DECL
           OPEN INPUT ALUNOS
           MOVE FDDECL-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FDNOME TO NOME-ALUNO-DECL
           END-READ
           CLOSE ALUNOS

           DISPLAY DETALHE-DECLARACAO-SCREEN
           IF FDDECL-MATRICULA THEN
              DISPLAY DETALHE-MATRICULA-SCREEN
           ELSE
              MOVE FDDECL-DATA-DE TO DATA-FORMATAR
              PERFORM FORMATAR-DATA
              MOVE DATA-TXT TO DATA-DE-TXT
              MOVE FDDECL-DATA-ATE TO DATA-FORMATAR
              PERFORM FORMATAR-DATA
              MOVE DATA-TXT TO DATA-ATE-TXT
              COMPUTE HORAS-ASSISTIDAS ROUNDED =
                 FDDECL-MIN-ASSISTIDOS / 60
              COMPUTE HORAS-PREVISTAS ROUNDED =
                 FDDECL-MIN-PREVISTOS / 60
              MOVE HORAS-ASSISTIDAS TO HORAS-EDIT
              MOVE HORAS-PREVISTAS TO HORAS-EDIT2
              DISPLAY DETALHE-FREQUENCIA-SCREEN
           END-IF

           MOVE "; DECLARACAO: " TO WSLOG-VIEW-HEADING
           MOVE FDDECL-NUMERO TO WSLOG-VIEW-KEY
           MOVE "; DECLARACAO VERIFICADA" TO WSLOG-VIEW-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT FIM-CONSULTA-SCREEN
           EXIT SECTION.

       LISTAR SECTION.
      ******************************************************************
      *    LISTA TODAS AS DECLARACOES EMITIDAS.
      ******************************************************************
           MOVE "; MENU: LISTAR" TO WSLOG-SECTION

           OPEN INPUT DECLARACOES
           DISPLAY LISTAR-SCREEN

           MOVE ZEROS TO CONT-LISTADOS
           MOVE 08 TO LINHA
           MOVE 10 TO COLUNA

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
                       ADD 1 TO CONT-LISTADOS
                       PERFORM PREPARAR-LINHA-DECL
                       DISPLAY LINHA-DECL-SCREEN
                       ADD 1 TO LINHA
                       IF LINHA > 24 THEN
                          ACCEPT FIM-LISTA-SCREEN
                          DISPLAY LIMPAR-LISTA
                          MOVE 08 TO LINHA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE DECLARACOES

           IF CONT-LISTADOS = ZEROS THEN
              ACCEPT SEM-DECLARACOES-SCREEN
           ELSE
              ACCEPT FIM-LISTA-SCREEN
           END-IF
           EXIT SECTION.

       PREPARAR-LINHA-DECL SECTION.
      ******************************************************************
      *    PREPARA O TIPO E A DATA DE EMISSAO DA DECLARACAO LIDA PARA
      *    A LISTA E PARA A VERIFICACAO.
      ******************************************************************
           IF FDDECL-MATRICULA THEN
              MOVE "MATRICULA" TO TIPO-TXT
           ELSE
              MOVE "FREQUENCIA" TO TIPO-TXT
           END-IF
           MOVE FDDECL-DATA-EMISSAO TO DATA-FORMATAR
           PERFORM FORMATAR-DATA
           MOVE DATA-TXT TO DATA-EMISSAO-TXT
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

       END PROGRAM GESTORDECLARACOES.
