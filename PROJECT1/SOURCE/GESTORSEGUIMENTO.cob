      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA FAZER O SEGUIMENTO DA SITUACAO
      *    PROFISSIONAL DOS FORMANDOS 3 E 6 MESES DEPOIS DE CONCLUIREM
      *    UM CURSO (PEDIDO DA ENTIDADE FINANCIADORA):
      *      - UM CURSO ESTA CONCLUIDO QUANDO O ALUNO TEM CERTIFICADO
      *        (FICHEIRO CERTIFICADOS, VER GESTORCERT) EM TODAS AS
      *        UNIDADES DO CURSO; A DATA DE CONCLUSAO E A DO ULTIMO
      *        CERTIFICADO. O SEGUIMENTO DOS 3 MESES FICA PREVISTO 91
      *        DIAS DEPOIS DA CONCLUSAO E O DOS 6 MESES 182 DIAS DEPOIS;
      *      - A EXECUCAO DOS SEGUIMENTOS A FAZER CRIA O REGISTO DE
      *        SEGUIMENTO (UM POR ALUNO E CURSO CONCLUIDO), LISTA EM
      *        seguimentos.txt OS SEGUIMENTOS JA DEVIDOS E SEM RESPOSTA
      *        E ESCREVE NA CAIXA DE SAIDA DE NOTIFICACOES (EXPEDIDA
      *        PELO GESTORNOTIFY) UM AVISO POR SEGUIMENTO, UMA SO VEZ;
      *      - REGISTAR A SITUACAO PROFISSIONAL RESPONDIDA: EMPREGADO,
      *        POR CONTA PROPRIA, EM FORMACAO OU DESEMPREGADO;
      *      - O RELATORIO DE TAXAS DE RESULTADO POR CURSO E GRAVADO EM
      *        seguimentotaxas.txt; AS MESMAS TAXAS SEGUEM NA EXPORTACAO
      *        PARA O MINISTERIO (GESTOREXPORT).
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORSEGUIMENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGUIMENTOS ASSIGN TO "seguimentos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSEG-CHAVE
              LOCK MODE MANUAL
              FILE STATUS FS-SEGUIMENTOS.

           SELECT CERTIFICADOS ASSIGN TO "certificados"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCERT-NUMERO
              FILE STATUS FS-CERTIFICADOS.

           SELECT CURSOS ASSIGN TO "cursosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCURSO-SIGLA
              FILE STATUS FS-CURSOS.

           SELECT ALUNOS ASSIGN TO "alunosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDIDNUM
              FILE STATUS FS-ALUNOS.

           SELECT NOTIFICACOES ASSIGN TO "notificacoes"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-NOTIFICACOES.

           SELECT RELATORIO ASSIGN TO "seguimentos.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-RELATORIO.

           SELECT TAXASREL ASSIGN TO "seguimentotaxas.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-TAXASREL.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGUIMENTOS.
       COPY FDSEGUIMENTOS.

       FD  CERTIFICADOS.
       COPY FDCERTIFICADOS.

       FD  CURSOS.
       COPY FDCURSOS.

       FD  ALUNOS.
       COPY FDALUNOS.

       FD  NOTIFICACOES.
       COPY FDNOTIFICACOES.

       FD  RELATORIO.
       01  RELATORIO-LINHA          PIC X(132).

       FD  TAXASREL.
       01  TAXAS-LINHA              PIC X(132).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSSEGUIMENTOS.
       COPY WSLOGRECORDS.
       COPY VAR-SPACEUPPER.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-DEVIDOS        VALUE 1.
           88  OPCAO-SITUACAO       VALUE 2.
           88  OPCAO-TAXAS          VALUE 3.
           88  VALID-ESCOLHA        VALUE 0 THRU 3.

       77  FS-SEGUIMENTOS           PIC X(002).
       77  FS-CERTIFICADOS          PIC X(002).
       77  FS-CURSOS                PIC X(002).
       77  FS-ALUNOS                PIC X(002).
       77  FS-NOTIFICACOES          PIC X(002).
       77  FS-RELATORIO             PIC X(002).
       77  FS-TAXASREL              PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  VERDADEIRO               PIC X(001).
       77  LINHA                    PIC 9(004).
       77  COLUNA                   PIC 9(004).
       77  HOJE-DATA                PIC 9(008).
       77  CONT-DEVIDOS             PIC 9(005).
       77  CONT-AVISOS              PIC 9(005).
       77  CONT-LISTADOS            PIC 9(005).
       77  CERT-TOTAL               PIC 9(005).
       77  CERT-MAX                 PIC 9(005) VALUE 5000.
       77  CERT-IDX                 PIC 9(005).
       77  CERT-IDX2                PIC 9(005).
       77  UNI-IDX                  PIC 9(002).
       77  PRIMEIRA-IDX             PIC 9(002).
       77  MARCO-IDX                PIC 9(001).
       77  SIT-IDX                  PIC 9(001).
       77  CURSO-CONCLUIDO          PIC X(001).
       77  CERT-ENCONTRADO          PIC X(001).
       77  ALUNO-ENCONTRADO         PIC X(001).
       77  SEG-ALTERADO             PIC X(001).
       77  DATA-CONCLUSAO           PIC 9(008).
       77  DATA-CERT-UNIDADE        PIC 9(008).
       77  SEG-MARCO                PIC 9(001).
           88  SEG-MARCO-VALIDO     VALUE 1 THRU 2.
       77  SEG-SITUACAO             PIC 9(001).
           88  SEG-SITUACAO-VALIDA  VALUE 1 THRU 4.
       77  MARCO-TXT                PIC X(007).
       77  NOME-ALUNO-SEG           PIC X(050).
       77  LIN-CURSO                PIC X(005).
       77  LIN-CONCLUIDOS           PIC 9(005).
       77  LIN-RESPOSTAS            PIC 9(005).
       77  LIN-PCT-EMPREGO          PIC 9(003).
       77  LIN-PCT-PROPRIA          PIC 9(003).
       77  LIN-PCT-FORMACAO         PIC 9(003).
       77  LIN-PCT-DESEMPREGO       PIC 9(003).
       77  LIN-PCT-EMPREGABILIDADE  PIC 9(003).

       01  TAB-CERTIFICADOS.
           03  TAB-CERT             OCCURS 5000 TIMES.
             05  TAB-CERT-IDNUM     PIC 9(006).
             05  TAB-CERT-SIGLA     PIC X(005).
             05  TAB-CERT-DATA      PIC 9(008).

       01  TAX-CONTAGENS.
           03  TAX-CONCLUIDOS       PIC 9(005).
           03  TAX-MARCO            OCCURS 2 TIMES.
             05  TAX-RESPOSTAS      PIC 9(005).
             05  TAX-SITUACAO       PIC 9(005) OCCURS 4 TIMES.
             05  TAX-PCT            PIC 9(003) OCCURS 4 TIMES.
             05  TAX-EMPREGABILIDADE PIC 9(003).

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DO MENU PRINCIPAL.

       01  MENU1-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 47 VALUE "S E G U I M E N T O   P O S - C U R
      -        " S O".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 13 COL 50 VALUE "0. SAIR".
           03  LINE 15 COL 50 VALUE "1. SEGUIMENTOS A FAZER (AVISOS)".
           03  LINE 17 COL 50 VALUE "2. REGISTAR SITUACAO PROFISSIONAL".
           03  LINE 19 COL 50 VALUE "3. TAXAS DE RESULTADO POR CURSO".
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
      *    SCREENS DE CABECALHO DE CADA OPCAO.

       01  DEVIDOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 57 VALUE "S E G U I M E N T O S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".

       01  REGISTAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 59 VALUE "R E G I S T A R".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

       01  TAXAS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 62 VALUE "T A X A S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR REGISTA A SITUACAO PROFISSIONAL
      *    RESPONDIDA PELO FORMANDO.

       01  SITUACAO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "NUMERO DO ALUNO:".
           03  SEG-IDNUM-CAMPO LINE 09 COL 27 PIC 9(6) TO
               WSSEG-IDNUM AUTO BLANK WHEN ZERO.
           03  LINE 09 COL 40 VALUE "SIGLA DO CURSO:".
           03  SEG-CURSO-CAMPO LINE 09 COL 56 PIC X(5) TO
               WSSEG-SIGLACURSO AUTO.
           03  LINE 11 COL 10
               VALUE "MARCO (1 - 3 MESES | 2 - 6 MESES):".
           03  SEG-MARCO-CAMPO LINE 11 COL 45 PIC 9(1) TO
               SEG-MARCO AUTO BLANK WHEN ZERO.
           03  LINE 13 COL 10 VALUE "SITUACAO (1 - EMPREGADO | 2 - CONTA
      -        " PROPRIA | 3 - EM FORMACAO | 4 - DESEMPREGADO):".
           03  SEG-SITUACAO-CAMPO LINE 13 COL 94 PIC 9(1) TO
               SEG-SITUACAO AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREENS DE MENSAGEM DE ERRO E DE CONFIRMACAO.

       01  SEGUIMENTO-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 19 VALUE "SEGUIMENTO INEXISTENTE: CURSO NAO C
      -       "ONCLUIDO OU AINDA NAO PROCESSADO | PRESSIONE QUALQUER TEC
      -       "LA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  CAMPO-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 24 VALUE "MARCO (1 OU 2) OU SITUACAO PROFISSI
      -       "ONAL (1 A 4) INVALIDOS | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  SEM-SEGUIMENTOS-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 33 VALUE "AINDA NAO EXISTEM SEGUIMENTOS REGIS
      -       "TADOS | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  CONFIRMACAO-SITUACAO FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 31 VALUE "SITUACAO PROFISSIONAL REGISTADA COM
      -       " SUCESSO | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN COM O RESULTADO DA EXECUCAO DOS SEGUIMENTOS.

       01  DEVIDOS-FEITO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 12 VALUE "SEGUIMENTOS DEVIDOS:".
           03  SHOW-DEVIDOS LINE 29 COL 33 PIC ZZZZ9 FROM CONT-DEVIDOS.
           03  LINE 29 COL 40 VALUE "| AVISOS EM FILA:".
           03  SHOW-AVISOS LINE 29 COL 58 PIC ZZZZ9 FROM CONT-AVISOS.
           03  LINE 29 COL 65 VALUE "| LISTA EM SEGUIMENTOS.TXT | PRESSI
      -       "ONE QUALQUER TECLA"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN QUE MOSTRA AS TAXAS DE UM CURSO NUM DOS MARCOS.

       01  LINHA-TAXA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL COLUNA.
               05  SHOW-TAXA-CURSO PIC X(5) FROM LIN-CURSO.
               05  VALUE " | ".
               05  SHOW-TAXA-MARCO PIC X(7) FROM MARCO-TXT.
               05  VALUE " | CONCLUIDOS: ".
               05  SHOW-TAXA-CONCLUIDOS PIC ZZZZ9 FROM LIN-CONCLUIDOS.
               05  VALUE " | RESPOSTAS: ".
               05  SHOW-TAXA-RESPOSTAS PIC ZZZZ9 FROM LIN-RESPOSTAS.
               05  VALUE " | EMPREGO: ".
               05  SHOW-TAXA-EMPREGO PIC ZZ9 FROM LIN-PCT-EMPREGO.
               05  VALUE "% | C/PROPRIA: ".
               05  SHOW-TAXA-PROPRIA PIC ZZ9 FROM LIN-PCT-PROPRIA.
               05  VALUE "% | FORMACAO: ".
               05  SHOW-TAXA-FORMACAO PIC ZZ9 FROM LIN-PCT-FORMACAO.
               05  VALUE "% | DESEMPREGO: ".
               05  SHOW-TAXA-DESEMPREGO PIC ZZ9 FROM
                   LIN-PCT-DESEMPREGO.
               05  VALUE "%".

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
      *    VERIFICAÇÃO SE O FICHEIRO DE SEGUIMENTOS EXISTE.
      ******************************************************************
           OPEN I-O SEGUIMENTOS
           IF FS-SEGUIMENTOS = 35
              OPEN OUTPUT SEGUIMENTOS
              CLOSE SEGUIMENTOS
           ELSE
              CLOSE SEGUIMENTOS
           END-IF

           MOVE "; GESTOR: SEGUIMENTO" TO WSLOG-PROGRAM
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
                 WHEN OPCAO-DEVIDOS     PERFORM SEGUIMENTOS-DEVIDOS
                 WHEN OPCAO-SITUACAO    PERFORM REGISTAR-SITUACAO
                 WHEN OPCAO-TAXAS       PERFORM TAXAS
              END-EVALUATE

           END-PERFORM
           EXIT PROGRAM.

       SEGUIMENTOS-DEVIDOS SECTION.
      ******************************************************************
      *    PERCORRE OS CURSOS E, PARA CADA ALUNO QUE OS CONCLUIU, CRIA
      *    O REGISTO DE SEGUIMENTO (SE AINDA NAO EXISTIR), LISTA OS
      *    MARCOS DE 3 E 6 MESES JA DEVIDOS E SEM RESPOSTA E ENVIA UM
      *    AVISO POR MARCO PARA A CAIXA DE SAIDA DE NOTIFICACOES.
      ******************************************************************
           MOVE "; MENU: SEGUIMENTOS" TO WSLOG-SECTION

           DISPLAY DEVIDOS-SCREEN
           ACCEPT HOJE-DATA FROM DATE YYYYMMDD
           MOVE ZEROS TO CONT-DEVIDOS, CONT-AVISOS

           PERFORM CARREGAR-CERTIFICADOS

           OPEN I-O SEGUIMENTOS
           OPEN INPUT CURSOS
           OPEN INPUT ALUNOS
           OPEN EXTEND NOTIFICACOES
           IF FS-NOTIFICACOES NOT = "00" THEN
              OPEN OUTPUT NOTIFICACOES
           END-IF
           OPEN OUTPUT RELATORIO

           MOVE SPACES TO RELATORIO-LINHA
           STRING "SEGUIMENTOS POS-CURSO DEVIDOS EM ", HOJE-DATA,
              " (3 MESES = 91 DIAS | 6 MESES = 182 DIAS)"
              INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           END-WRITE
           MOVE ALL "-" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           END-WRITE

           MOVE LOW-VALUES TO FDCURSO-SIGLA
           START CURSOS KEY IS GREATER OR EQUAL FDCURSO-SIGLA
              INVALID KEY
                 SET STATUS-CURSO TO TRUE
           END-START

           IF FS-CURSOS = "00" THEN
              PERFORM UNTIL STATUS-CURSO
                 READ CURSOS NEXT RECORD
                    AT END
                       SET STATUS-CURSO TO TRUE
                    NOT AT END
                       PERFORM AVALIAR-CURSO
                 END-READ
              END-PERFORM
           END-IF

           MOVE ALL "-" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           END-WRITE
           MOVE SPACES TO RELATORIO-LINHA
           STRING "SEGUIMENTOS DEVIDOS: ", CONT-DEVIDOS,
              " | AVISOS COLOCADOS EM FILA: ", CONT-AVISOS
              INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           END-WRITE

           CLOSE SEGUIMENTOS, CURSOS, ALUNOS, NOTIFICACOES, RELATORIO

           MOVE "; SEGUIMENTOS: " TO WSLOG-ADD-HEADING
           MOVE CONT-DEVIDOS TO WSLOG-ADD-KEY
           STRING "; AVISOS DE SEGUIMENTO: ", CONT-AVISOS
              INTO WSLOG-ADD-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT DEVIDOS-FEITO-SCREEN
           EXIT SECTION.

       CARREGAR-CERTIFICADOS SECTION.
      ******************************************************************
      *    CARREGA OS CERTIFICADOS EMITIDOS (ALUNO, UNIDADE E DATA DE
      *    EMISSAO) NA TABELA TAB-CERTIFICADOS, ATE CERT-MAX.
      ******************************************************************
           MOVE ZEROS TO CERT-TOTAL

           OPEN INPUT CERTIFICADOS
           IF FS-CERTIFICADOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDCERT-NUMERO
           START CERTIFICADOS KEY IS GREATER OR EQUAL FDCERT-NUMERO
              INVALID KEY
                 SET STATUS-CERTIFICADO TO TRUE
           END-START

           IF FS-CERTIFICADOS = "00" THEN
              PERFORM UNTIL STATUS-CERTIFICADO
                 READ CERTIFICADOS NEXT RECORD
                    AT END
                       SET STATUS-CERTIFICADO TO TRUE
                    NOT AT END
                       IF CERT-TOTAL < CERT-MAX THEN
                          ADD 1 TO CERT-TOTAL
                          MOVE FDCERT-IDNUM TO
                             TAB-CERT-IDNUM (CERT-TOTAL)
                          MOVE FDCERT-SIGLAUNIDADE TO
                             TAB-CERT-SIGLA (CERT-TOTAL)
                          MOVE FDCERT-DATA-EMISSAO TO
                             TAB-CERT-DATA (CERT-TOTAL)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE CERTIFICADOS
           EXIT SECTION.

       AVALIAR-CURSO SECTION.
      ******************************************************************
      *    PARA O CURSO LIDO, CADA CERTIFICADO NA PRIMEIRA UNIDADE DO
      *    CURSO IDENTIFICA UM ALUNO QUE PODE TER CONCLUIDO O CURSO
      *    (ASSIM CADA ALUNO E AVALIADO UMA SO VEZ POR CURSO).
      ******************************************************************
           MOVE ZEROS TO PRIMEIRA-IDX
           PERFORM VARYING UNI-IDX FROM 8 BY -1 UNTIL UNI-IDX < 1
              IF FDCURSO-UNIDADE (UNI-IDX) NOT = SPACES THEN
                 MOVE UNI-IDX TO PRIMEIRA-IDX
              END-IF
           END-PERFORM
           IF PRIMEIRA-IDX = ZEROS THEN
              EXIT SECTION
           END-IF

           PERFORM VARYING CERT-IDX FROM 1 BY 1
              UNTIL CERT-IDX > CERT-TOTAL
              IF TAB-CERT-SIGLA (CERT-IDX) =
                 FDCURSO-UNIDADE (PRIMEIRA-IDX) THEN
                 PERFORM VERIFICAR-CONCLUSAO
              END-IF
           END-PERFORM
           EXIT SECTION.

       VERIFICAR-CONCLUSAO SECTION.
      ******************************************************************
      *    O ALUNO DO CERTIFICADO CERT-IDX CONCLUIU O CURSO SE TEM
      *    CERTIFICADO EM TODAS AS OUTRAS UNIDADES; A DATA DE CONCLUSAO
      *    E A DO CERTIFICADO MAIS RECENTE.
      ******************************************************************
           MOVE "S" TO CURSO-CONCLUIDO
           MOVE TAB-CERT-DATA (CERT-IDX) TO DATA-CONCLUSAO

           PERFORM VARYING UNI-IDX FROM PRIMEIRA-IDX BY 1
              UNTIL UNI-IDX > 8 OR CURSO-CONCLUIDO NOT = "S"
              IF FDCURSO-UNIDADE (UNI-IDX) NOT = SPACES
              AND UNI-IDX NOT = PRIMEIRA-IDX THEN
                 PERFORM PROCURAR-CERT-UNIDADE
                 IF CERT-ENCONTRADO NOT = "S" THEN
                    MOVE SPACES TO CURSO-CONCLUIDO
                 ELSE
                    IF DATA-CERT-UNIDADE > DATA-CONCLUSAO THEN
                       MOVE DATA-CERT-UNIDADE TO DATA-CONCLUSAO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF CURSO-CONCLUIDO = "S" THEN
              PERFORM TRATAR-SEGUIMENTO
           END-IF
           EXIT SECTION.

       PROCURAR-CERT-UNIDADE SECTION.
      ******************************************************************
      *    PROCURA NA TABELA O CERTIFICADO DO ALUNO DE CERT-IDX NA
      *    UNIDADE UNI-IDX DO CURSO.
      ******************************************************************
           MOVE SPACES TO CERT-ENCONTRADO
           PERFORM VARYING CERT-IDX2 FROM 1 BY 1
              UNTIL CERT-IDX2 > CERT-TOTAL OR CERT-ENCONTRADO = "S"
              IF TAB-CERT-IDNUM (CERT-IDX2) = TAB-CERT-IDNUM (CERT-IDX)
              AND TAB-CERT-SIGLA (CERT-IDX2) =
                  FDCURSO-UNIDADE (UNI-IDX) THEN
                 MOVE "S" TO CERT-ENCONTRADO
                 MOVE TAB-CERT-DATA (CERT-IDX2) TO DATA-CERT-UNIDADE
              END-IF
           END-PERFORM
           EXIT SECTION.

       TRATAR-SEGUIMENTO SECTION.
      ******************************************************************
      *    LE OU CRIA O REGISTO DE SEGUIMENTO DO ALUNO NO CURSO E
      *    AVALIA OS DOIS MARCOS (3 E 6 MESES).
      ******************************************************************
           MOVE SPACES TO SEG-ALTERADO
           MOVE TAB-CERT-IDNUM (CERT-IDX) TO FDSEG-IDNUM
           MOVE FDCURSO-SIGLA TO FDSEG-SIGLACURSO
           READ SEGUIMENTOS RECORD
              INVALID KEY
                 INITIALIZE FDSEGUIMENTO
                 MOVE TAB-CERT-IDNUM (CERT-IDX) TO FDSEG-IDNUM
                 MOVE FDCURSO-SIGLA TO FDSEG-SIGLACURSO
                 MOVE DATA-CONCLUSAO TO FDSEG-DATA-CONCLUSAO
                 COMPUTE FDSEG-DATA-PREVISTA (1) =
                    FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (DATA-CONCLUSAO) + 91)
                 COMPUTE FDSEG-DATA-PREVISTA (2) =
                    FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (DATA-CONCLUSAO) + 182)
                 STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                        FUNCTION CURRENT-DATE (5:2), "/",
                        FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                        FUNCTION CURRENT-DATE (9:2), ":",
                        FUNCTION CURRENT-DATE (11:2)
                        INTO FDSEG-DATE-TIME
                 END-STRING
                 WRITE FDSEGUIMENTO
                    INVALID KEY
                       EXIT SECTION
                 END-WRITE
           END-READ

           PERFORM VARYING MARCO-IDX FROM 1 BY 1 UNTIL MARCO-IDX > 2
              PERFORM AVALIAR-MARCO
           END-PERFORM

           IF SEG-ALTERADO = "S" THEN
              REWRITE FDSEGUIMENTO
              END-REWRITE
           END-IF
           EXIT SECTION.

       AVALIAR-MARCO SECTION.
      ******************************************************************
      *    O MARCO MARCO-IDX ESTA DEVIDO SE JA PASSOU A DATA PREVISTA E
      *    AINDA NAO HA RESPOSTA: ENTRA NA LISTA E, NA PRIMEIRA VEZ,
      *    GERA O AVISO AO ALUNO.
      ******************************************************************
           IF NOT FDSEG-SEM-RESPOSTA (MARCO-IDX)
           OR FDSEG-DATA-PREVISTA (MARCO-IDX) > HOJE-DATA THEN
              EXIT SECTION
           END-IF

           IF MARCO-IDX = 1 THEN
              MOVE "3 MESES" TO MARCO-TXT
           ELSE
              MOVE "6 MESES" TO MARCO-TXT
           END-IF

           MOVE SPACES TO ALUNO-ENCONTRADO, NOME-ALUNO-SEG
           MOVE FDSEG-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO ALUNO-ENCONTRADO
                 MOVE FDNOME TO NOME-ALUNO-SEG
           END-READ

           ADD 1 TO CONT-DEVIDOS
           IF FDSEG-DATA-AVISO (MARCO-IDX) = ZEROS
           AND ALUNO-ENCONTRADO = "S" THEN
              PERFORM ENVIAR-AVISO-SEGUIMENTO
              MOVE HOJE-DATA TO FDSEG-DATA-AVISO (MARCO-IDX)
              MOVE "S" TO SEG-ALTERADO
              ADD 1 TO CONT-AVISOS
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           STRING "ALUNO ", FDSEG-IDNUM, " | CURSO ", FDSEG-SIGLACURSO,
              " | ", MARCO-TXT, " | CONCLUSAO ", FDSEG-DATA-CONCLUSAO,
              " | PREVISTO ", FDSEG-DATA-PREVISTA (MARCO-IDX),
              " | AVISO ", FDSEG-DATA-AVISO (MARCO-IDX), " | ",
              NOME-ALUNO-SEG DELIMITED BY SIZE
              INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           END-WRITE
           EXIT SECTION.

       ENVIAR-AVISO-SEGUIMENTO SECTION.
      ******************************************************************
      *    ESCREVE NA CAIXA DE SAIDA A NOTIFICACAO QUE PEDE AO ALUNO A
      *    SUA SITUACAO PROFISSIONAL NO MARCO MARCO-IDX.
      ******************************************************************
           MOVE FDIDNUM TO FDNOTIF-IDNUM
           MOVE FDNOME TO FDNOTIF-NOME
           MOVE FDEMAIL TO FDNOTIF-EMAIL
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO FDNOTIF-DATE-TIME
           END-STRING
           MOVE SPACES TO FDNOTIF-SIGLAPROF, FDNOTIF-MENSAGEM
           STRING "SEGUIMENTO POS-CURSO ", FDSEG-SIGLACURSO, " (",
              MARCO-TXT, "): INDIQUE A SUA SITUACAO PROFISSIONAL"
              DELIMITED BY SIZE
              INTO FDNOTIF-MENSAGEM
           END-STRING
           MOVE 1 TO FDNOTIF-ESTADO
           WRITE FDNOTIFICACAO
           END-WRITE
           EXIT SECTION.

       REGISTAR-SITUACAO SECTION.
      ******************************************************************
      *    REGISTA A SITUACAO PROFISSIONAL RESPONDIDA PELO FORMANDO NUM
      *    DOS MARCOS DO SEGUIMENTO. UMA NOVA RESPOSTA NO MESMO MARCO
      *    SUBSTITUI A ANTERIOR.
      ******************************************************************
           MOVE "; MENU: SITUACAO" TO WSLOG-SECTION

           OPEN I-O SEGUIMENTOS
           DISPLAY REGISTAR-SCREEN

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              INITIALIZE WSSEGUIMENTO
              MOVE ZEROS TO SEG-IDNUM-CAMPO, SEG-MARCO-CAMPO,
                 SEG-SITUACAO-CAMPO
              MOVE SPACES TO SEG-CURSO-CAMPO
              ACCEPT SITUACAO-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE SEGUIMENTOS
                 EXIT SECTION
              END-IF

              MOVE WSSEG-SIGLACURSO TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:5) TO WSSEG-SIGLACURSO

              MOVE WSSEG-CHAVE TO FDSEG-CHAVE
              READ SEGUIMENTOS RECORD
                 INVALID KEY
                    ACCEPT SEGUIMENTO-INEXISTENTE-SCREEN
                    CLOSE SEGUIMENTOS
                    EXIT SECTION
              END-READ

              IF SEG-MARCO-VALIDO AND SEG-SITUACAO-VALIDA THEN
                 MOVE "S" TO VERDADEIRO
              ELSE
                 ACCEPT CAMPO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE SEGUIMENTOS
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           MOVE SEG-SITUACAO TO FDSEG-SITUACAO (SEG-MARCO)
           ACCEPT FDSEG-DATA-RESPOSTA (SEG-MARCO) FROM DATE YYYYMMDD
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO FDSEG-DATE-TIME
           END-STRING
           REWRITE FDSEGUIMENTO
           END-REWRITE

           CLOSE SEGUIMENTOS

           MOVE "; SEGUIMENTO: " TO WSLOG-EDIT-HEADING
           MOVE FDSEG-CHAVE TO WSLOG-EDIT-KEY
           MOVE "; SITUACAO PROFISSIONAL REGISTADA" TO
              WSLOG-EDIT-MESSAGE
           STRING "MARCO: ", SEG-MARCO, "; SITUACAO: ", SEG-SITUACAO
              INTO WSLOG-EDIT-CAMPO
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-SITUACAO
           EXIT SECTION.

       TAXAS SECTION.
      ******************************************************************
      *    RELATORIO DAS TAXAS DE RESULTADO POR CURSO E MARCO: ALUNOS
      *    QUE CONCLUIRAM, RESPOSTAS E PERCENTAGEM DE CADA SITUACAO
      *    SOBRE AS RESPOSTAS (EMPREGABILIDADE = EMPREGADOS + CONTA
      *    PROPRIA). GRAVADO EM seguimentotaxas.txt.
      ******************************************************************
           MOVE "; MENU: TAXAS" TO WSLOG-SECTION

           DISPLAY TAXAS-SCREEN
           ACCEPT HOJE-DATA FROM DATE YYYYMMDD

           OPEN INPUT CURSOS, SEGUIMENTOS
           OPEN OUTPUT TAXASREL

           MOVE SPACES TO TAXAS-LINHA
           STRING "TAXAS DE RESULTADO DO SEGUIMENTO POS-CURSO EM ",
              HOJE-DATA INTO TAXAS-LINHA
           END-STRING
           WRITE TAXAS-LINHA
           END-WRITE
           MOVE ALL "-" TO TAXAS-LINHA
           WRITE TAXAS-LINHA
           END-WRITE

           MOVE ZEROS TO CONT-LISTADOS
           MOVE 07 TO LINHA
           MOVE 05 TO COLUNA

           MOVE LOW-VALUES TO FDCURSO-SIGLA
           START CURSOS KEY IS GREATER OR EQUAL FDCURSO-SIGLA
              INVALID KEY
                 SET STATUS-CURSO TO TRUE
           END-START

           IF FS-CURSOS = "00" THEN
              PERFORM UNTIL STATUS-CURSO
                 READ CURSOS NEXT RECORD
                    AT END
                       SET STATUS-CURSO TO TRUE
                    NOT AT END
                       PERFORM CONTAR-SEGUIMENTOS-CURSO
                       IF TAX-CONCLUIDOS > ZEROS THEN
                          ADD 1 TO CONT-LISTADOS
                          PERFORM VARYING MARCO-IDX FROM 1 BY 1
                             UNTIL MARCO-IDX > 2
                             PERFORM MOSTRAR-TAXA
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE CURSOS, SEGUIMENTOS, TAXASREL

           MOVE "; SEGUIMENTOS: " TO WSLOG-VIEW-HEADING
           MOVE "TAXAS" TO WSLOG-VIEW-KEY
           STRING "; CURSOS NO RELATORIO: ", CONT-LISTADOS
              INTO WSLOG-VIEW-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           IF CONT-LISTADOS = ZEROS THEN
              ACCEPT SEM-SEGUIMENTOS-SCREEN
           ELSE
              ACCEPT FIM-LISTA-SCREEN
           END-IF
           EXIT SECTION.

       CONTAR-SEGUIMENTOS-CURSO SECTION.
      ******************************************************************
      *    CONTA OS SEGUIMENTOS DO CURSO LIDO E AS RESPOSTAS DE CADA
      *    SITUACAO POR MARCO, E CALCULA AS PERCENTAGENS.
      ******************************************************************
           INITIALIZE TAX-CONTAGENS

           MOVE LOW-VALUES TO FDSEG-CHAVE
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
                       IF FDSEG-SIGLACURSO = FDCURSO-SIGLA THEN
                          ADD 1 TO TAX-CONCLUIDOS
                          PERFORM VARYING MARCO-IDX FROM 1 BY 1
                             UNTIL MARCO-IDX > 2
                             MOVE FDSEG-SITUACAO (MARCO-IDX) TO SIT-IDX
                             IF SIT-IDX > ZEROS THEN
                                ADD 1 TO TAX-RESPOSTAS (MARCO-IDX)
                                ADD 1 TO
                                   TAX-SITUACAO (MARCO-IDX, SIT-IDX)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           PERFORM VARYING MARCO-IDX FROM 1 BY 1 UNTIL MARCO-IDX > 2
              IF TAX-RESPOSTAS (MARCO-IDX) > ZEROS THEN
                 PERFORM VARYING SIT-IDX FROM 1 BY 1 UNTIL SIT-IDX > 4
                    COMPUTE TAX-PCT (MARCO-IDX, SIT-IDX) ROUNDED =
                       TAX-SITUACAO (MARCO-IDX, SIT-IDX) * 100
                       / TAX-RESPOSTAS (MARCO-IDX)
                 END-PERFORM
                 COMPUTE TAX-EMPREGABILIDADE (MARCO-IDX) ROUNDED =
                    (TAX-SITUACAO (MARCO-IDX, 1)
                     + TAX-SITUACAO (MARCO-IDX, 2)) * 100
                    / TAX-RESPOSTAS (MARCO-IDX)
              END-IF
           END-PERFORM
           EXIT SECTION.

       MOSTRAR-TAXA SECTION.
      ******************************************************************
      *    MOSTRA E GRAVA A LINHA DE TAXAS DO CURSO NO MARCO MARCO-IDX.
      ******************************************************************
           IF MARCO-IDX = 1 THEN
              MOVE "3 MESES" TO MARCO-TXT
           ELSE
              MOVE "6 MESES" TO MARCO-TXT
           END-IF
           MOVE FDCURSO-SIGLA TO LIN-CURSO
           MOVE TAX-CONCLUIDOS TO LIN-CONCLUIDOS
           MOVE TAX-RESPOSTAS (MARCO-IDX) TO LIN-RESPOSTAS
           MOVE TAX-PCT (MARCO-IDX, 1) TO LIN-PCT-EMPREGO
           MOVE TAX-PCT (MARCO-IDX, 2) TO LIN-PCT-PROPRIA
           MOVE TAX-PCT (MARCO-IDX, 3) TO LIN-PCT-FORMACAO
           MOVE TAX-PCT (MARCO-IDX, 4) TO LIN-PCT-DESEMPREGO
           MOVE TAX-EMPREGABILIDADE (MARCO-IDX) TO
              LIN-PCT-EMPREGABILIDADE

           DISPLAY LINHA-TAXA-SCREEN
           ADD 1 TO LINHA
           IF LINHA > 24 THEN
              ACCEPT FIM-LISTA-SCREEN
              DISPLAY LIMPAR-LISTA
              MOVE 09 TO LINHA
           END-IF

           MOVE SPACES TO TAXAS-LINHA
           STRING LIN-CURSO, " | ", MARCO-TXT, " | CONCLUIDOS ",
              LIN-CONCLUIDOS, " | RESPOSTAS ", LIN-RESPOSTAS,
              " | EMPREGADOS ", LIN-PCT-EMPREGO,
              "% | CONTA PROPRIA ", LIN-PCT-PROPRIA,
              "% | FORMACAO ", LIN-PCT-FORMACAO,
              "% | DESEMPREGADOS ", LIN-PCT-DESEMPREGO,
              "% | EMPREGABILIDADE ", LIN-PCT-EMPREGABILIDADE, "%"
              DELIMITED BY SIZE
              INTO TAXAS-LINHA
           END-STRING
           WRITE TAXAS-LINHA
           END-WRITE
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

       END PROGRAM GESTORSEGUIMENTO.
