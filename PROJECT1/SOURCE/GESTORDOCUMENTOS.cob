      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA FAZER A GESTÃO DOS DOCUMENTOS
      *    DOS ALUNOS (CARTAO DE CIDADAO, CERTIFICADO DE HABILITACOES,
      *    FOTOGRAFIA, DECLARACAO DE CONSENTIMENTO...):
      *      - MESTRE DE TIPOS DE DOCUMENTO (FICHEIRO doctipos), COM A
      *        INDICACAO DOS TIPOS QUE TEM VALIDADE (IDENTIFICACAO);
      *      - TIPOS OBRIGATORIOS EM CADA CURSO (FICHEIRO cursodocs);
      *      - DOCUMENTOS ENTREGUES POR CADA ALUNO (FICHEIRO alunodocs)
      *        COM A DATA DE ENTREGA, QUEM RECEBEU E A VALIDADE;
      *      - LISTA DE DOCUMENTOS PENDENTES PARA A SECRETARIA: EM
      *        FALTA, EXPIRADOS OU A EXPIRAR NOS PROXIMOS 30 DIAS (ECRA
      *        E documentospendentes.rel).
      *    A VERIFICACAO DOS DOCUMENTOS OBRIGATORIOS E FEITA PELO
      *    GESTORDOCCHECK, TAMBEM CHAMADO NA INSCRICAO E NA EXPORTACAO
      *    PARA O MINISTERIO.
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORDOCUMENTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCTIPOS ASSIGN TO "doctipos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDDOCT-CODIGO
              FILE STATUS FS-DOCTIPOS.

           SELECT CURSODOCS ASSIGN TO "cursodocs"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCDOC-CHAVE
              FILE STATUS FS-CURSODOCS.

           SELECT ALUNODOCS ASSIGN TO "alunodocs"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDADOC-CHAVE
              FILE STATUS FS-ALUNODOCS.

           SELECT ALUNOS ASSIGN TO "alunosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDIDNUM
              FILE STATUS FS-ALUNOS.

           SELECT CURSOS ASSIGN TO "cursosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCURSO-SIGLA
              FILE STATUS FS-CURSOS.

           SELECT PENDREL ASSIGN TO "documentospendentes.rel"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-PENDREL.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCTIPOS.
       COPY FDDOCTIPOS.

       FD  CURSODOCS.
       COPY FDCURSODOCS.

       FD  ALUNODOCS.
       COPY FDALUNODOCS.

       FD  ALUNOS.
       COPY FDALUNOS.

       FD  CURSOS.
       COPY FDCURSOS.

       FD  PENDREL.
       01  PENDREL-LINHA            PIC X(110).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSDOCTIPOS.
       COPY WSCURSODOCS.
       COPY WSALUNODOCS.
       COPY WSLOGRECORDS.
       COPY VAR-SPACEUPPER.
       COPY VAR-DOCS.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-TIPOS          VALUE 1.
           88  OPCAO-OBRIGATORIOS   VALUE 2.
           88  OPCAO-ENTREGA        VALUE 3.
           88  OPCAO-ALUNO          VALUE 4.
           88  OPCAO-PENDENTES      VALUE 5.
           88  VALID-ESCOLHA        VALUE 0 THRU 5.

       01  DATA-VERIF.
           03  DATA-VERIF-ANO       PIC 9(004).
           03  DATA-VERIF-MES       PIC 9(002).
             88  DATA-VERIF-MES-OK  VALUE 01 THRU 12.
           03  DATA-VERIF-DIA       PIC 9(002).
             88  DATA-VERIF-DIA-OK  VALUE 01 THRU 31.
       01  DATA-VERIF-NUM REDEFINES DATA-VERIF PIC 9(008).

       77  FS-DOCTIPOS              PIC X(002).
       77  FS-CURSODOCS             PIC X(002).
       77  FS-ALUNODOCS             PIC X(002).
       77  FS-ALUNOS                PIC X(002).
       77  FS-CURSOS                PIC X(002).
       77  FS-PENDREL               PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  VERDADEIRO               PIC X(001).
       77  VERDADEIRO-DOC           PIC X(001).
       77  LINHA                    PIC 9(004).
       77  COLUNA                   PIC 9(004).
       77  CONT-LISTADOS            PIC 9(004).
       77  DOC-NOVO                 PIC X(001).
       77  DOC-ESCOLHA              PIC 9(001).
       77  DOC-LINHA                PIC X(110).
       77  DOC-SITUACAO-TXT         PIC X(030).
       77  PEND-IDX                 PIC 9(002).
       77  DATA-HOJE                PIC 9(008).
       77  DIAS-AVISO-PENDENTES     PIC 9(003) VALUE 30.

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DO MENU PRINCIPAL.

       01  MENU1-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 47 VALUE "D O C U M E N T O S   D O S   A L
      -        " U N O S".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 12 COL 45 VALUE "0. SAIR".
           03  LINE 14 COL 45 VALUE "1. TIPOS DE DOCUMENTO".
           03  LINE 16 COL 45 VALUE
               "2. DOCUMENTOS OBRIGATORIOS POR CURSO".
           03  LINE 18 COL 45 VALUE "3. REGISTAR DOCUMENTO ENTREGUE".
           03  LINE 20 COL 45 VALUE "4. DOCUMENTOS DO ALUNO".
           03  LINE 22 COL 45 VALUE "5. LISTA DE DOCUMENTOS PENDENTES".
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
      *    SCREEN DE MENSAGEM ERRO SE O UTILIZADOR REGISTAR UM CAMPO
      *    QUE ESTEJA FORA DOS PARAMETROS DEFINIDOS NO PROGRAMA.

       01  CAMPO-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 31 VALUE "CAMPO INVALIDO. INTRODUZA OUTRO | P
      -       "RESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DO MESTRE DE TIPOS DE DOCUMENTO.

       01  TIPOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 50 VALUE "T I P O S   D E   D O C U M E N T
      -        " O".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "CODIGO DO TIPO:".
           03  DOCT-CODIGO-CAMPO LINE 09 COL 26 PIC X(6) TO
               WSDOCT-CODIGO AUTO REQUIRED.
           03  LINE 11 COL 10 VALUE "DESCRICAO:".
           03  DOCT-DESC-CAMPO LINE 11 COL 21 PIC X(40) USING
               WSDOCT-DESCRICAO AUTO.
           03  LINE 13 COL 10 VALUE "TEM VALIDADE (DOCUMENTO DE IDENTIFI
      -        "CACAO)? S/N:".
           03  DOCT-VALIDADE-CAMPO LINE 13 COL 58 PIC X(1) USING
               WSDOCT-VALIDADE AUTO.

      ******************************************************************
      *    SCREEN DOS DOCUMENTOS OBRIGATORIOS DE UM CURSO.

       01  CURSODOCS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 35 VALUE "D O C U M E N T O S   O B R I G A
      -        " T O R I O S   P O R   C U R S O".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 07 COL 10 VALUE "CURSO:".
           03  CDOC-CURSO-CAMPO LINE 07 COL 17 PIC X(5) TO WSCDOC-CURSO
               AUTO REQUIRED.
           03  LINE 07 COL 30 VALUE "TIPO DE DOCUMENTO:".
           03  CDOC-TIPO-CAMPO LINE 07 COL 49 PIC X(6) TO WSCDOC-TIPO
               AUTO REQUIRED.

      ******************************************************************
      *    SCREEN COM O CURSO E O TIPO ESCOLHIDOS E A PERGUNTA SE O
      *    DOCUMENTO E OBRIGATORIO NO CURSO.

       01  CURSODOCS-ESCOLHA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  SHOW-CDOC-CURSO LINE 09 COL 10 PIC X(30) FROM
               FDCURSO-NOME.
           03  SHOW-CDOC-TIPO LINE 09 COL 45 PIC X(40) FROM
               FDDOCT-DESCRICAO.
           03  LINE 11 COL 10 VALUE "OBRIGATORIO NO CURSO? 1 - SIM | 2 -
      -        " NAO:".
           03  CDOC-ESCOLHA-CAMPO LINE 11 COL 50 PIC 9(1) TO DOC-ESCOLHA
               AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN DO REGISTO DE UM DOCUMENTO ENTREGUE PELO ALUNO.

       01  ENTREGA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 41 VALUE "R E G I S T A R   D O C U M E N T
      -        " O   E N T R E G U E".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 07 COL 10 VALUE "NUMERO DO ALUNO:".
           03  ADOC-IDNUM-CAMPO LINE 07 COL 27 PIC 9(6) TO WSADOC-IDNUM
               AUTO BLANK WHEN ZERO.
           03  LINE 07 COL 40 VALUE "TIPO DE DOCUMENTO:".
           03  ADOC-TIPO-CAMPO LINE 07 COL 59 PIC X(6) TO WSADOC-TIPO
               AUTO REQUIRED.

      ******************************************************************
      *    SCREEN COM O ALUNO E O TIPO ESCOLHIDOS E OS DADOS DA ENTREGA.

       01  ENTREGA-DADOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW-ADOC-NOME LINE 09 COL 10 PIC X(50) FROM FDNOME.
           03  SHOW-ADOC-TIPO LINE 09 COL 65 PIC X(40) FROM
               FDDOCT-DESCRICAO.
           03  LINE 11 COL 10 VALUE "DATA DE ENTREGA (AAAAMMDD):".
           03  ADOC-ENTREGA-CAMPO LINE 11 COL 38 PIC 9(8) USING
               WSADOC-DATA-ENTREGA AUTO.
           03  LINE 11 COL 50 VALUE "RECEBIDO POR:".
           03  ADOC-RECEBIDO-CAMPO LINE 11 COL 64 PIC X(20) USING
               WSADOC-RECEBIDO-POR AUTO.

      ******************************************************************
      *    SCREEN DA VALIDADE, SO PARA OS TIPOS COM VALIDADE.

       01  ENTREGA-VALIDADE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 13 COL 10 VALUE "VALIDO ATE (AAAAMMDD):".
           03  ADOC-VALIDADE-CAMPO LINE 13 COL 33 PIC 9(8) USING
               WSADOC-DATA-VALIDADE AUTO.

      ******************************************************************
      *    SCREEN DA CONSULTA DOS DOCUMENTOS DE UM ALUNO.

       01  ALUNO-DOCS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 49 VALUE "D O C U M E N T O S   D O   A L U
      -        " N O".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 06 COL 10 VALUE "NUMERO DO ALUNO:".
           03  CONS-IDNUM-CAMPO LINE 06 COL 27 PIC 9(6) TO WSADOC-IDNUM
               AUTO BLANK WHEN ZERO.
           03  LINE 07 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN DA LISTA DE DOCUMENTOS PENDENTES.

       01  PENDENTES-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 48 VALUE "D O C U M E N T O S   P E N D E N
      -        " T E S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 06 COL 10 VALUE "DOCUMENTOS OBRIGATORIOS EM FALTA, E
      -        "XPIRADOS OU A EXPIRAR NOS PROXIMOS 30 DIAS".
           03  LINE 07 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN QUE MOSTRA CADA LINHA DAS LISTAS DE DOCUMENTOS.

       01  LINHA-DOC-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW-DOC LINE LINHA COL COLUNA PIC X(110) FROM DOC-LINHA.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO O TIPO DE DOCUMENTO NAO EXISTE.

       01  TIPO-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 31 VALUE "TIPO DE DOCUMENTO INEXISTENTE | PRE
      -       "SSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO O CURSO NAO EXISTE.

       01  CURSO-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 37 VALUE "CURSO INEXISTENTE | PRESSIONE QUALQ
      -       "UER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO O ALUNO NAO EXISTE.

       01  ALUNO-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 37 VALUE "ALUNO INEXISTENTE | PRESSIONE QUALQ
      -       "UER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMACAO DO TIPO DE DOCUMENTO GRAVADO.

       01  CONFIRMACAO-TIPO FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 27 VALUE "TIPO DE DOCUMENTO GRAVADO COM SUCES
      -       "SO | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMACAO DO DOCUMENTO OBRIGATORIO GRAVADO.

       01  CONFIRMACAO-OBRIGATORIO FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 25 VALUE "DOCUMENTO OBRIGATORIO GRAVADO COM S
      -       "UCESSO | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMACAO DO DOCUMENTO RETIRADO DO CURSO.

       01  CONFIRMACAO-OBRIG-RETIRADO FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 23 VALUE "DOCUMENTO RETIRADO DOS OBRIGATORIOS
      -       " DO CURSO | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMACAO DO DOCUMENTO ENTREGUE GRAVADO.

       01  CONFIRMACAO-DOCUMENTO FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 26 VALUE "DOCUMENTO ENTREGUE GRAVADO COM SUCE
      -       "SSO | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO O ALUNO NAO TEM DOCUMENTOS.

       01  SEM-DOCUMENTOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 26 VALUE "O ALUNO NAO TEM DOCUMENTOS ENTREGUE
      -       "S NEM OBRIGATORIOS | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO NAO HA DOCUMENTOS PENDENTES.

       01  SEM-PENDENTES-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 25 VALUE "NAO HA DOCUMENTOS EM FALTA NEM A EX
      -       "PIRAR | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM NO FIM DA LISTA DE PENDENTES.

       01  FIM-PENDENTES-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 25 VALUE "LISTA GRAVADA EM documentospendente
      -       "s.rel | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

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
      *    VERIFICAÇÃO SE OS FICHEIROS DE DOCUMENTOS EXISTEM.
      ******************************************************************
           OPEN I-O DOCTIPOS
           IF FS-DOCTIPOS = 35
              OPEN OUTPUT DOCTIPOS
              CLOSE DOCTIPOS
           ELSE
              CLOSE DOCTIPOS
           END-IF

           OPEN I-O CURSODOCS
           IF FS-CURSODOCS = 35
              OPEN OUTPUT CURSODOCS
              CLOSE CURSODOCS
           ELSE
              CLOSE CURSODOCS
           END-IF

           OPEN I-O ALUNODOCS
           IF FS-ALUNODOCS = 35
              OPEN OUTPUT ALUNODOCS
              CLOSE ALUNODOCS
           ELSE
              CLOSE ALUNODOCS
           END-IF

           MOVE "; GESTOR: DOCUMENTOS" TO WSLOG-PROGRAM
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
                 WHEN OPCAO-TIPOS        PERFORM TIPOS-DOCUMENTO
                 WHEN OPCAO-OBRIGATORIOS PERFORM OBRIGATORIOS-CURSO
                 WHEN OPCAO-ENTREGA      PERFORM REGISTAR-ENTREGA
                 WHEN OPCAO-ALUNO        PERFORM DOCUMENTOS-ALUNO
                 WHEN OPCAO-PENDENTES    PERFORM LISTA-PENDENTES
              END-EVALUATE

           END-PERFORM
           EXIT PROGRAM.

       TIPOS-DOCUMENTO SECTION.
      ******************************************************************
      *    REGISTA OU ALTERA UM TIPO DE DOCUMENTO: CODIGO, DESCRICAO E
      *    SE TEM VALIDADE. UM CODIGO JA REGISTADO MOSTRA OS VALORES
      *    ATUAIS PARA ALTERAR.
      ******************************************************************
           MOVE "; MENU: TIPOS DE DOCUMENTO" TO WSLOG-SECTION

           OPEN I-O DOCTIPOS

           MOVE SPACES TO WSDOCT-CODIGO, WSDOCT-DESCRICAO
           MOVE "N" TO WSDOCT-VALIDADE
           DISPLAY TIPOS-SCREEN

           ACCEPT DOCT-CODIGO-CAMPO
           IF KEYSTATUS = 1003 THEN
              CLOSE DOCTIPOS
              EXIT SECTION
           END-IF

           MOVE WSDOCT-CODIGO TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT(1:6) TO WSDOCT-CODIGO

           MOVE WSDOCT-CODIGO TO FDDOCT-CODIGO
           READ DOCTIPOS RECORD
              INVALID KEY
                 MOVE "S" TO DOC-NOVO
              NOT INVALID KEY
                 MOVE "N" TO DOC-NOVO
                 MOVE FDDOCT-DESCRICAO TO WSDOCT-DESCRICAO
                 MOVE FDDOCT-VALIDADE TO WSDOCT-VALIDADE
           END-READ

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              ACCEPT DOCT-DESC-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE DOCTIPOS
                 EXIT SECTION
              END-IF
              ACCEPT DOCT-VALIDADE-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE DOCTIPOS
                 EXIT SECTION
              END-IF

              MOVE FUNCTION UPPER-CASE (WSDOCT-VALIDADE) TO
                 WSDOCT-VALIDADE
              IF WSDOCT-DESCRICAO NOT = SPACES
              AND WSDOCT-VALIDADE-OK THEN
                 MOVE "S" TO VERDADEIRO
              ELSE
                 ACCEPT CAMPO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE DOCTIPOS
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           MOVE WSDOCT-DESCRICAO TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT(1:40) TO WSDOCT-DESCRICAO

           MOVE WSDOCTIPO TO FDDOCTIPO
           IF DOC-NOVO = "S" THEN
              WRITE FDDOCTIPO
                 INVALID KEY
                    CONTINUE
              END-WRITE
              MOVE "; TIPO DOCUMENTO: " TO WSLOG-ADD-HEADING
              MOVE WSDOCT-CODIGO TO WSLOG-ADD-KEY
              MOVE "; TIPO DE DOCUMENTO REGISTADO" TO WSLOG-ADD-MESSAGE
           ELSE
              REWRITE FDDOCTIPO
              END-REWRITE
              MOVE "; TIPO DOCUMENTO: " TO WSLOG-EDIT-HEADING
              MOVE WSDOCT-CODIGO TO WSLOG-EDIT-KEY
              MOVE "; TIPO DE DOCUMENTO ALTERADO" TO WSLOG-EDIT-MESSAGE
           END-IF

           CLOSE DOCTIPOS
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-TIPO
           EXIT SECTION.

       OBRIGATORIOS-CURSO SECTION.
      ******************************************************************
      *    MARCA (1 - SIM) OU RETIRA (2 - NAO) UM TIPO DE DOCUMENTO
      *    COMO OBRIGATORIO NUM CURSO DO MESTRE DE CURSOS.
      ******************************************************************
           MOVE "; MENU: DOCUMENTOS OBRIGATORIOS" TO WSLOG-SECTION

           OPEN I-O CURSODOCS
           OPEN INPUT CURSOS
           OPEN INPUT DOCTIPOS

           DISPLAY CURSODOCS-SCREEN

      *    O CURSO E O TIPO TEM DE EXISTIR NOS RESPETIVOS MESTRES.
           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO, WSCDOC-CURSO, WSCDOC-TIPO
              ACCEPT CDOC-CURSO-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE CURSODOCS, CURSOS, DOCTIPOS
                 EXIT SECTION
              END-IF
              ACCEPT CDOC-TIPO-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE CURSODOCS, CURSOS, DOCTIPOS
                 EXIT SECTION
              END-IF

              MOVE WSCDOC-CURSO TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT(1:5) TO WSCDOC-CURSO
              MOVE WSCDOC-TIPO TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT(1:6) TO WSCDOC-TIPO

              MOVE WSCDOC-CURSO TO FDCURSO-SIGLA
              READ CURSOS RECORD
                 INVALID KEY
                    ACCEPT CURSO-INEXISTENTE-SCREEN
                 NOT INVALID KEY
                    MOVE WSCDOC-TIPO TO FDDOCT-CODIGO
                    READ DOCTIPOS RECORD
                       INVALID KEY
                          ACCEPT TIPO-INEXISTENTE-SCREEN
                       NOT INVALID KEY
                          MOVE "S" TO VERDADEIRO
                    END-READ
              END-READ
              IF KEYSTATUS = 1003 THEN
                 CLOSE CURSODOCS, CURSOS, DOCTIPOS
                 EXIT SECTION
              END-IF
              DISPLAY LIMPAR-LINES
           END-PERFORM

           MOVE "S" TO DOC-NOVO
           MOVE WSCDOC-CHAVE TO FDCDOC-CHAVE
           READ CURSODOCS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "N" TO DOC-NOVO
           END-READ

           PERFORM WITH TEST AFTER UNTIL DOC-ESCOLHA = 1 OR 2
              MOVE ZEROS TO DOC-ESCOLHA
              ACCEPT CURSODOCS-ESCOLHA-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE CURSODOCS, CURSOS, DOCTIPOS
                 EXIT SECTION
              END-IF
              IF DOC-ESCOLHA NOT = 1 AND DOC-ESCOLHA NOT = 2 THEN
                 ACCEPT CAMPO-ERRO-SCREEN
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           MOVE "; CURSO: " TO WSLOG-EDIT-HEADING
           MOVE WSCDOC-CURSO TO WSLOG-EDIT-KEY
           IF DOC-ESCOLHA = 1 THEN
              IF DOC-NOVO = "S" THEN
                 MOVE FUNCTION CURRENT-DATE (1:8) TO
                    WSCDOC-DATA-REGISTO
                 MOVE WSCURSODOC TO FDCURSODOC
                 WRITE FDCURSODOC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF
              STRING "; DOCUMENTO OBRIGATORIO: ", WSCDOC-TIPO
                 INTO WSLOG-EDIT-MESSAGE
              END-STRING
           ELSE
              IF DOC-NOVO = "N" THEN
                 DELETE CURSODOCS RECORD
                 END-DELETE
              END-IF
              STRING "; DOCUMENTO NAO OBRIGATORIO: ", WSCDOC-TIPO
                 INTO WSLOG-EDIT-MESSAGE
              END-STRING
           END-IF

           CLOSE CURSODOCS, CURSOS, DOCTIPOS
           PERFORM SAVE-LOGRECORDS

           IF DOC-ESCOLHA = 1 THEN
              ACCEPT CONFIRMACAO-OBRIGATORIO
           ELSE
              ACCEPT CONFIRMACAO-OBRIG-RETIRADO
           END-IF
           EXIT SECTION.

       REGISTAR-ENTREGA SECTION.
      ******************************************************************
      *    REGISTA UM DOCUMENTO ENTREGUE PELO ALUNO: DATA DE ENTREGA,
      *    QUEM RECEBEU E, NOS TIPOS COM VALIDADE, A DATA DE VALIDADE.
      *    UMA NOVA ENTREGA DO MESMO TIPO (POR EXEMPLO UM CARTAO DE
      *    CIDADAO RENOVADO) SUBSTITUI A ANTERIOR.
      ******************************************************************
           MOVE "; MENU: REGISTAR DOCUMENTO" TO WSLOG-SECTION

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATA-HOJE

           OPEN I-O ALUNODOCS
           OPEN INPUT ALUNOS
           OPEN INPUT DOCTIPOS

           DISPLAY ENTREGA-SCREEN

      *    O ALUNO E O TIPO TEM DE EXISTIR NOS RESPETIVOS MESTRES.
           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO, WSADOC-TIPO
              MOVE ZEROS TO WSADOC-IDNUM
              ACCEPT ADOC-IDNUM-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE ALUNODOCS, ALUNOS, DOCTIPOS
                 EXIT SECTION
              END-IF
              ACCEPT ADOC-TIPO-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE ALUNODOCS, ALUNOS, DOCTIPOS
                 EXIT SECTION
              END-IF

              MOVE WSADOC-TIPO TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT(1:6) TO WSADOC-TIPO

              MOVE WSADOC-IDNUM TO FDIDNUM
              READ ALUNOS RECORD
                 INVALID KEY
                    ACCEPT ALUNO-INEXISTENTE-SCREEN
                 NOT INVALID KEY
                    MOVE WSADOC-TIPO TO FDDOCT-CODIGO
                    READ DOCTIPOS RECORD
                       INVALID KEY
                          ACCEPT TIPO-INEXISTENTE-SCREEN
                       NOT INVALID KEY
                          MOVE "S" TO VERDADEIRO
                    END-READ
              END-READ
              IF KEYSTATUS = 1003 THEN
                 CLOSE ALUNODOCS, ALUNOS, DOCTIPOS
                 EXIT SECTION
              END-IF
              DISPLAY LIMPAR-LINES
           END-PERFORM

      *    UM DOCUMENTO JA ENTREGUE MOSTRA OS VALORES ATUAIS.
           MOVE DATA-HOJE TO WSADOC-DATA-ENTREGA
           MOVE SPACES TO WSADOC-RECEBIDO-POR
           MOVE ZEROS TO WSADOC-DATA-VALIDADE
           MOVE "S" TO DOC-NOVO
           MOVE WSADOC-CHAVE TO FDADOC-CHAVE
           READ ALUNODOCS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "N" TO DOC-NOVO
                 MOVE FDADOC-DATA-ENTREGA TO WSADOC-DATA-ENTREGA
                 MOVE FDADOC-RECEBIDO-POR TO WSADOC-RECEBIDO-POR
                 MOVE FDADOC-DATA-VALIDADE TO WSADOC-DATA-VALIDADE
           END-READ

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO-DOC = "S"
              MOVE SPACES TO VERDADEIRO-DOC
              ACCEPT ENTREGA-DADOS-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE ALUNODOCS, ALUNOS, DOCTIPOS
                 EXIT SECTION
              END-IF
              IF FDDOCT-COM-VALIDADE THEN
                 ACCEPT ENTREGA-VALIDADE-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE ALUNODOCS, ALUNOS, DOCTIPOS
                    EXIT SECTION
                 END-IF
              ELSE
                 MOVE ZEROS TO WSADOC-DATA-VALIDADE
              END-IF

              PERFORM VALIDAR-ENTREGA
              IF VERDADEIRO-DOC NOT = "S" THEN
                 ACCEPT CAMPO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE ALUNODOCS, ALUNOS, DOCTIPOS
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           MOVE WSADOC-RECEBIDO-POR TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT(1:20) TO WSADOC-RECEBIDO-POR

           MOVE SPACES TO WSADOC-DATE-TIME
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSADOC-DATE-TIME
           END-STRING

           MOVE WSALUNODOC TO FDALUNODOC
           IF DOC-NOVO = "S" THEN
              WRITE FDALUNODOC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           ELSE
              REWRITE FDALUNODOC
              END-REWRITE
           END-IF

           CLOSE ALUNODOCS, ALUNOS, DOCTIPOS

           MOVE "; ALUNO: " TO WSLOG-EDIT-HEADING
           MOVE WSADOC-IDNUM TO WSLOG-EDIT-KEY
           STRING "; DOCUMENTO ENTREGUE: ", WSADOC-TIPO
              INTO WSLOG-EDIT-MESSAGE
           END-STRING
           STRING "ENTREGA: ", WSADOC-DATA-ENTREGA, "; RECEBIDO POR: ",
              WSADOC-RECEBIDO-POR, "; VALIDADE: ",
              WSADOC-DATA-VALIDADE
              INTO WSLOG-EDIT-CAMPO
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-DOCUMENTO
           EXIT SECTION.

       VALIDAR-ENTREGA SECTION.
      ******************************************************************
      *    A DATA DE ENTREGA TEM DE SER VALIDA E NAO FUTURA, QUEM
      *    RECEBEU E OBRIGATORIO E, NOS TIPOS COM VALIDADE, A DATA DE
      *    VALIDADE TEM DE SER VALIDA.
      ******************************************************************
           MOVE "S" TO VERDADEIRO-DOC

           MOVE WSADOC-DATA-ENTREGA TO DATA-VERIF-NUM
           IF NOT DATA-VERIF-MES-OK OR NOT DATA-VERIF-DIA-OK
           OR WSADOC-DATA-ENTREGA > DATA-HOJE
           OR WSADOC-RECEBIDO-POR = SPACES THEN
              MOVE SPACES TO VERDADEIRO-DOC
              EXIT SECTION
           END-IF

           IF FDDOCT-COM-VALIDADE THEN
              MOVE WSADOC-DATA-VALIDADE TO DATA-VERIF-NUM
              IF NOT DATA-VERIF-MES-OK OR NOT DATA-VERIF-DIA-OK THEN
                 MOVE SPACES TO VERDADEIRO-DOC
              END-IF
           END-IF
           EXIT SECTION.

       DOCUMENTOS-ALUNO SECTION.
      ******************************************************************
      *    MOSTRA OS DOCUMENTOS ENTREGUES PELO ALUNO E, A SEGUIR, OS
      *    DOCUMENTOS OBRIGATORIOS EM FALTA, EXPIRADOS OU A EXPIRAR
      *    NOS CURSOS DAS UNIDADES EM QUE ESTA INSCRITO.
      ******************************************************************
           MOVE "; MENU: DOCUMENTOS DO ALUNO" TO WSLOG-SECTION

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATA-HOJE

           OPEN INPUT ALUNOS
           DISPLAY ALUNO-DOCS-SCREEN

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              MOVE ZEROS TO WSADOC-IDNUM
              ACCEPT CONS-IDNUM-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE ALUNOS
                 EXIT SECTION
              END-IF

              MOVE WSADOC-IDNUM TO FDIDNUM
              READ ALUNOS RECORD
                 INVALID KEY
                    ACCEPT ALUNO-INEXISTENTE-SCREEN
                    IF KEYSTATUS = 1003 THEN
                       CLOSE ALUNOS
                       EXIT SECTION
                    END-IF
                    DISPLAY LIMPAR-LINES
                 NOT INVALID KEY
                    MOVE "S" TO VERDADEIRO
              END-READ
           END-PERFORM

           CLOSE ALUNOS

           MOVE ZEROS TO CONT-LISTADOS
           MOVE 09 TO LINHA
           MOVE 10 TO COLUNA

           OPEN INPUT ALUNODOCS
           OPEN INPUT DOCTIPOS

           MOVE WSADOC-IDNUM TO FDADOC-IDNUM
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
                       IF FDADOC-IDNUM NOT = WSADOC-IDNUM THEN
                          SET STATUS-ALUNODOC TO TRUE
                       ELSE
                          PERFORM LINHA-DOC-ENTREGUE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE ALUNODOCS

      *    DOCUMENTOS OBRIGATORIOS AINDA PENDENTES.
           MOVE WSADOC-IDNUM TO DOCS-IDNUM
           MOVE SPACES TO DOCS-UNIDADE, DOCS-CURSO
           MOVE DATA-HOJE TO DOCS-DATA
           MOVE DIAS-AVISO-PENDENTES TO DOCS-DIAS-AVISO
           CALL "GESTORDOCCHECK" USING DOCS-PEDIDO

           PERFORM VARYING PEND-IDX FROM 1 BY 1
              UNTIL PEND-IDX > DOCS-NUM-PENDENTES
              PERFORM MONTAR-SITUACAO
              MOVE SPACES TO DOC-LINHA
              STRING "PENDENTE: ", DOCS-P-TIPO (PEND-IDX), " | ",
                 FDDOCT-DESCRICAO, " | ", DOC-SITUACAO-TXT
                 INTO DOC-LINHA
              END-STRING
              PERFORM MOSTRAR-LINHA-DOC
           END-PERFORM

           CLOSE DOCTIPOS

           MOVE "; ALUNO: " TO WSLOG-VIEW-HEADING
           MOVE WSADOC-IDNUM TO WSLOG-VIEW-KEY
           MOVE "; DOCUMENTOS DO ALUNO CONSULTADOS" TO
              WSLOG-VIEW-MESSAGE
           PERFORM SAVE-LOGRECORDS

           IF CONT-LISTADOS = ZEROS THEN
              ACCEPT SEM-DOCUMENTOS-SCREEN
           ELSE
              ACCEPT FIM-LISTA-SCREEN
           END-IF
           EXIT SECTION.

       LINHA-DOC-ENTREGUE SECTION.
      ******************************************************************
      *    MONTA A LINHA DE UM DOCUMENTO ENTREGUE PELO ALUNO.
      ******************************************************************
           MOVE SPACES TO FDDOCT-DESCRICAO
           MOVE FDADOC-TIPO TO FDDOCT-CODIGO
           IF FS-DOCTIPOS = "00" THEN
              READ DOCTIPOS RECORD
                 INVALID KEY
                    MOVE SPACES TO FDDOCT-DESCRICAO
              END-READ
           END-IF

           MOVE SPACES TO DOC-SITUACAO-TXT
           IF FDADOC-DATA-VALIDADE NOT = ZEROS THEN
              STRING "VALIDO ATE ",
                 FDADOC-DATA-VALIDADE (7:2), "/",
                 FDADOC-DATA-VALIDADE (5:2), "/",
                 FDADOC-DATA-VALIDADE (1:4)
                 INTO DOC-SITUACAO-TXT
              END-STRING
           END-IF

           MOVE SPACES TO DOC-LINHA
           STRING "ENTREGUE: ", FDADOC-TIPO, " | ", FDDOCT-DESCRICAO,
              " | ", FDADOC-DATA-ENTREGA (7:2), "/",
              FDADOC-DATA-ENTREGA (5:2), "/",
              FDADOC-DATA-ENTREGA (1:4), " | ", FDADOC-RECEBIDO-POR,
              " | ", DOC-SITUACAO-TXT
              INTO DOC-LINHA
           END-STRING
           PERFORM MOSTRAR-LINHA-DOC
           EXIT SECTION.

       LISTA-PENDENTES SECTION.
      ******************************************************************
      *    LISTA PARA A SECRETARIA DOS DOCUMENTOS OBRIGATORIOS EM
      *    FALTA, EXPIRADOS OU A EXPIRAR NOS PROXIMOS 30 DIAS, DE TODOS
      *    OS ALUNOS COM INSCRICOES ATIVAS. A MESMA LISTA E GRAVADA EM
      *    documentospendentes.rel.
      ******************************************************************
           MOVE "; MENU: DOCUMENTOS PENDENTES" TO WSLOG-SECTION

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATA-HOJE

           OPEN INPUT ALUNOS
           OPEN INPUT DOCTIPOS
           OPEN OUTPUT PENDREL

           MOVE SPACES TO PENDREL-LINHA
           STRING "DOCUMENTOS PENDENTES DOS ALUNOS - DATA: ",
              DATA-HOJE (7:2), "/", DATA-HOJE (5:2), "/",
              DATA-HOJE (1:4)
              INTO PENDREL-LINHA
           END-STRING
           WRITE PENDREL-LINHA
           END-WRITE

           DISPLAY PENDENTES-SCREEN
           MOVE ZEROS TO CONT-LISTADOS
           MOVE 09 TO LINHA
           MOVE 10 TO COLUNA

           MOVE LOW-VALUES TO FDIDNUM
           START ALUNOS KEY IS GREATER OR EQUAL FDIDNUM
              INVALID KEY
                 SET STATUS-IDNUM TO TRUE
           END-START

           IF FS-ALUNOS = "00" THEN
              PERFORM UNTIL STATUS-IDNUM
                 READ ALUNOS NEXT RECORD
                    AT END
                       SET STATUS-IDNUM TO TRUE
                    NOT AT END
                       PERFORM PENDENTES-ALUNO
                 END-READ
              END-PERFORM
           END-IF

           CLOSE ALUNOS, DOCTIPOS, PENDREL

           MOVE "; DOCUMENTOS: " TO WSLOG-VIEW-HEADING
           MOVE "documentospendentes" TO WSLOG-VIEW-KEY
           MOVE "; LISTA DE PENDENTES GERADA" TO WSLOG-VIEW-MESSAGE
           PERFORM SAVE-LOGRECORDS

           IF CONT-LISTADOS = ZEROS THEN
              ACCEPT SEM-PENDENTES-SCREEN
           ELSE
              ACCEPT FIM-LISTA-SCREEN
              ACCEPT FIM-PENDENTES-SCREEN
           END-IF
           EXIT SECTION.

       PENDENTES-ALUNO SECTION.
      ******************************************************************
      *    VERIFICA OS DOCUMENTOS DO ALUNO ATUALMENTE LIDO E ESCREVE
      *    UMA LINHA POR DOCUMENTO PENDENTE.
      ******************************************************************
           MOVE FDIDNUM TO DOCS-IDNUM
           MOVE SPACES TO DOCS-UNIDADE, DOCS-CURSO
           MOVE DATA-HOJE TO DOCS-DATA
           MOVE DIAS-AVISO-PENDENTES TO DOCS-DIAS-AVISO
           CALL "GESTORDOCCHECK" USING DOCS-PEDIDO

           PERFORM VARYING PEND-IDX FROM 1 BY 1
              UNTIL PEND-IDX > DOCS-NUM-PENDENTES
              PERFORM MONTAR-SITUACAO
              MOVE SPACES TO DOC-LINHA
              STRING FDIDNUM, " | ", FDNOME (1:30), " | ",
                 DOCS-P-TIPO (PEND-IDX), " | ", FDDOCT-DESCRICAO (1:30),
                 " | ", DOC-SITUACAO-TXT
                 INTO DOC-LINHA
              END-STRING
              MOVE DOC-LINHA TO PENDREL-LINHA
              WRITE PENDREL-LINHA
              END-WRITE
              PERFORM MOSTRAR-LINHA-DOC
           END-PERFORM
           EXIT SECTION.

       MONTAR-SITUACAO SECTION.
      ******************************************************************
      *    DESCRICAO DO TIPO E TEXTO DA SITUACAO DO DOCUMENTO PENDENTE
      *    NA POSICAO PEND-IDX.
      ******************************************************************
           MOVE SPACES TO FDDOCT-DESCRICAO
           MOVE DOCS-P-TIPO (PEND-IDX) TO FDDOCT-CODIGO
           IF FS-DOCTIPOS = "00" THEN
              READ DOCTIPOS RECORD
                 INVALID KEY
                    MOVE SPACES TO FDDOCT-DESCRICAO
              END-READ
           END-IF

           MOVE SPACES TO DOC-SITUACAO-TXT
           EVALUATE TRUE
              WHEN DOCS-P-FALTA (PEND-IDX)
                 MOVE "EM FALTA" TO DOC-SITUACAO-TXT
              WHEN DOCS-P-EXPIRADO (PEND-IDX)
                 STRING "EXPIRADO EM ",
                    DOCS-P-VALIDADE (PEND-IDX) (7:2), "/",
                    DOCS-P-VALIDADE (PEND-IDX) (5:2), "/",
                    DOCS-P-VALIDADE (PEND-IDX) (1:4)
                    INTO DOC-SITUACAO-TXT
                 END-STRING
              WHEN DOCS-P-A-EXPIRAR (PEND-IDX)
                 STRING "EXPIRA EM ",
                    DOCS-P-VALIDADE (PEND-IDX) (7:2), "/",
                    DOCS-P-VALIDADE (PEND-IDX) (5:2), "/",
                    DOCS-P-VALIDADE (PEND-IDX) (1:4)
                    INTO DOC-SITUACAO-TXT
                 END-STRING
           END-EVALUATE
           EXIT SECTION.

       MOSTRAR-LINHA-DOC SECTION.
      ******************************************************************
      *    MOSTRA A LINHA NO ECRA COM PAGINACAO.
      ******************************************************************
           ADD 1 TO CONT-LISTADOS
           DISPLAY LINHA-DOC-SCREEN
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

       END PROGRAM GESTORDOCUMENTOS.
