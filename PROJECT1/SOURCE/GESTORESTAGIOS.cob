      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA FAZER A GESTÃO DOS ESTAGIOS EM
      *    CONTEXTO DE TRABALHO: UM ESTAGIO POR ALUNO E UNIDADE, NUMA
      *    EMPRESA DE ACOLHIMENTO (GESTOREMPRESAS), COM TUTOR, DATAS DE
      *    INICIO E FIM, HORAS PREVISTAS E HORAS CUMPRIDAS, E A
      *    AVALIACAO DO TUTOR. O ESTAGIO FICA CONCLUIDO QUANDO AS HORAS
      *    ESTAO CUMPRIDAS E A AVALIACAO DO TUTOR E POSITIVA; ATE LA, A
      *    EMISSAO DE CERTIFICADOS (GESTORCERT) RETEM OS CERTIFICADOS
      *    DO ALUNO NAS UNIDADES DOS CURSOS QUE INCLUEM O ESTAGIO. O
      *    RELATORIO DE PRAZOS LISTA OS ESTAGIOS A INICIAR, A TERMINAR
      *    OU EM ATRASO NAS PROXIMAS SEMANAS (estagiosprazos.txt).
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORESTAGIOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTAGIOS ASSIGN TO "estagios"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDEST-CHAVE
              LOCK MODE MANUAL
              FILE STATUS FS-ESTAGIOS.

           SELECT EMPRESAS ASSIGN TO "empresas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDEMP-CODIGO
              FILE STATUS FS-EMPRESAS.

           SELECT ALUNOS ASSIGN TO "alunosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDIDNUM
              FILE STATUS FS-ALUNOS.

           SELECT UNIDADES ASSIGN TO "unidadesfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSIGLAUNIDADE
              FILE STATUS FS-UNIDADES.

           SELECT INSCRICOES ASSIGN TO "inscricoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINSC-CHAVE
              FILE STATUS FS-INSCRICOES.

           SELECT RELATORIO ASSIGN TO "estagiosprazos.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-RELATORIO.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTAGIOS.
       COPY FDESTAGIOS.

       FD  EMPRESAS.
       COPY FDEMPRESAS.

       FD  ALUNOS.
       COPY FDALUNOS.

       FD  UNIDADES.
       COPY FDUNIDADES.

       FD  INSCRICOES.
       COPY FDINSCRICOES.

       FD  RELATORIO.
       01  RELATORIO-LINHA          PIC X(132).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSESTAGIOS.
       COPY WSLOGRECORDS.
       COPY VAR-VALIDDATE.
       COPY VAR-SPACEUPPER.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-REGISTAR       VALUE 1.
           88  OPCAO-HORAS          VALUE 2.
           88  OPCAO-AVALIACAO      VALUE 3.
           88  OPCAO-LISTAR         VALUE 4.
           88  OPCAO-PRAZOS         VALUE 5.
           88  OPCAO-ANULAR         VALUE 6.
           88  VALID-ESCOLHA        VALUE 0 THRU 6.

       01  NOVA-ESCOLHA             PIC 9(001).
           88  OPCAO-SIM            VALUE 1.
           88  OPCAO-NAO            VALUE 2.

       77  FS-ESTAGIOS              PIC X(002).
       77  FS-EMPRESAS              PIC X(002).
       77  FS-ALUNOS                PIC X(002).
       77  FS-UNIDADES              PIC X(002).
       77  FS-INSCRICOES            PIC X(002).
       77  FS-RELATORIO             PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  VERDADEIRO               PIC X(001).
       77  LINHA                    PIC 9(004).
       77  COLUNA                   PIC 9(004).
       77  CONT-LISTADOS            PIC 9(003).
       77  ESTAGIO-EXISTE           PIC X(001).
       77  HORAS-NOVAS              PIC 9(003).
       77  HOJE-DATA                PIC 9(008).
       77  LIMITE-DATA              PIC 9(008).
       77  PRAZO-SEMANAS            PIC 9(002).
       77  PRAZO-TIPO               PIC X(010).
       77  EST-ESTADO-TXT           PIC X(009).
       77  EST-EMPRESA-NOME         PIC X(030).

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DO MENU PRINCIPAL.

       01  MENU1-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 48 VALUE "G E S T O R   D E   E S T A G I O S
      -        "".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 12 COL 52 VALUE "0. SAIR".
           03  LINE 14 COL 52 VALUE "1. REGISTAR ESTAGIO".
           03  LINE 16 COL 52 VALUE "2. REGISTAR HORAS CUMPRIDAS".
           03  LINE 18 COL 52 VALUE "3. REGISTAR AVALIACAO DO TUTOR".
           03  LINE 20 COL 52 VALUE "4. LISTAR ESTAGIOS".
           03  LINE 22 COL 52 VALUE "5. RELATORIO DE PRAZOS".
           03  LINE 24 COL 52 VALUE "6. ANULAR ESTAGIO".
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

       01  REGISTAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 59 VALUE "R E G I S T A R".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

       01  LISTAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 61 VALUE "L I S T A R".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

       01  PRAZOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 61 VALUE "P R A Z O S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

       01  ANULAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 62 VALUE "A N U L A R".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INTRODUZ A CHAVE DO ESTAGIO (ALUNO
      *    E UNIDADE).

       01  ESTAGIO-CHAVE-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "NUMERO DO ALUNO:".
           03  EST-IDNUM-CAMPO LINE 09 COL 27 PIC 9(6) TO
               WSEST-IDNUM AUTO BLANK WHEN ZERO.
           03  LINE 09 COL 40 VALUE "SIGLA DA UNIDADE:".
           03  EST-UNIDADE-CAMPO LINE 09 COL 58 PIC X(5) TO
               WSEST-SIGLAUNIDADE AUTO.

      ******************************************************************
      *    SCREEN COM OS RESTANTES CAMPOS DO ESTAGIO.

       01  ESTAGIO-DADOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 11 COL 10 VALUE "EMPRESA DE ACOLHIMENTO (CODIGO):".
           03  EST-EMPRESA-CAMPO LINE 11 COL 43 PIC 9(5) USING
               WSEST-EMPRESA AUTO BLANK WHEN ZERO.
           03  LINE 13 COL 10 VALUE "TUTOR:".
           03  EST-TUTOR-CAMPO LINE 13 COL 17 PIC X(50) USING
               WSEST-TUTOR AUTO.
           03  LINE 13 COL 70 VALUE "TELEFONE DO TUTOR:".
           03  EST-TELEFONE-CAMPO LINE 13 COL 89 PIC 9(9) USING
               WSEST-TUTOR-TELEFONE AUTO BLANK WHEN ZERO.
           03  LINE 15 COL 10 VALUE "INICIO (AAAAMMDD):".
           03  EST-INICIO-CAMPO LINE 15 COL 29 PIC 9(8) USING
               WSEST-DATA-INICIO AUTO BLANK WHEN ZERO.
           03  LINE 15 COL 43 VALUE "FIM (AAAAMMDD):".
           03  EST-FIM-CAMPO LINE 15 COL 59 PIC 9(8) USING
               WSEST-DATA-FIM AUTO BLANK WHEN ZERO.
           03  LINE 15 COL 72 VALUE "HORAS PREVISTAS:".
           03  EST-PREVISTAS-CAMPO LINE 15 COL 89 PIC 9(4) USING
               WSEST-HORAS-PREVISTAS AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INDICA AS HORAS CUMPRIDAS A
      *    ACRESCENTAR AO ESTAGIO.

       01  HORAS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 13 COL 10 VALUE "HORAS A ACRESCENTAR:".
           03  EST-HORAS-CAMPO LINE 13 COL 31 PIC 9(3) TO
               HORAS-NOVAS AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR REGISTA A AVALIACAO DO TUTOR.

       01  AVALIACAO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 13 COL 10 VALUE "NOTA DO TUTOR (0 A 20):".
           03  EST-NOTA-CAMPO LINE 13 COL 34 PIC 9(2) USING
               WSEST-NOTA-TUTOR AUTO.
           03  LINE 15 COL 10 VALUE "OBSERVACOES:".
           03  EST-OBS-CAMPO LINE 15 COL 23 PIC X(60) USING
               WSEST-OBSERVACOES AUTO.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INDICA O HORIZONTE DO RELATORIO.

       01  SEMANAS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 07 COL 10 VALUE "PROXIMAS SEMANAS A CONSIDERAR (VAZI
      -        "O = 4):".
           03  EST-SEMANAS-CAMPO LINE 07 COL 50 PIC 9(2) TO
               PRAZO-SEMANAS AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN QUE PEDE A CONFIRMACAO DA ANULACAO DO ESTAGIO.

       01  CONFIRMAR-ANULAR-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 33 VALUE "TEM A CERTEZA QUE PRETENDE ANULAR E
      -        "STE ESTAGIO? 1 - SIM | 2 - NAO:".
           03  NOVA-ESCOLHA-SCREEN LINE 29 COL 99 PIC 9(1) TO
               NOVA-ESCOLHA AUTO BLANK WHEN ZERO.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREENS DE MENSAGEM DE ERRO.

       01  CHAVE-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 18 VALUE "ALUNO OU UNIDADE INEXISTENTE, OU AL
      -       "UNO SEM INSCRICAO ATIVA NA UNIDADE | PRESSIONE QUALQUER T
      -       "ECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  ESTAGIO-JA-EXISTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 22 VALUE "O ALUNO JA TEM ESTAGIO REGISTADO NE
      -       "STA UNIDADE | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  ESTAGIO-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 30 VALUE "ESTAGIO INEXISTENTE OU ANULADO | PR
      -       "ESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  CAMPO-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 09 VALUE "CAMPO INVALIDO: EMPRESA INATIVA, TU
      -       "TOR, TELEFONE, DATAS (FIM DEPOIS DO INICIO) OU HORAS | PR
      -       "ESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  HORAS-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 15 VALUE "HORAS INVALIDAS (1 A 999 POR REGIST
      -       "O) OU ESTAGIO JA CONCLUIDO | PRESSIONE QUALQUER TECLA PAR
      -       "A CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  NOTA-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 24 VALUE "NOTA DO TUTOR INVALIDA: TEM DE ESTA
      -       "R ENTRE 0 E 20 VALORES | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  SEM-ESTAGIOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 37 VALUE "NAO EXISTEM ESTAGIOS REGISTADOS | P
      -       "RESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  SEM-PRAZOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 22 VALUE "NAO HA ESTAGIOS A INICIAR, A TERMIN
      -       "AR OU EM ATRASO NO PERIODO | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREENS DE CONFIRMACAO.

       01  CONFIRMACAO-ESTAGIO FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 32 VALUE "ESTAGIO GRAVADO COM SUCESSO | PRESS
      -       "IONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  CONFIRMACAO-ANULACAO FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 32 VALUE "ESTAGIO ANULADO COM SUCESSO | PRESS
      -       "IONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  NAO-ANULADO FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 37 VALUE "OPERACAO ANULADA | PRESSIONE QUALQU
      -       "ER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN QUE MOSTRA CADA ESTAGIO NA LISTA.

       01  LINHA-ESTAGIO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL COLUNA.
               05  SHOW-EST-IDNUM PIC 9(6) FROM FDEST-IDNUM.
               05  VALUE " | ".
               05  SHOW-EST-UNIDADE PIC X(5) FROM FDEST-SIGLAUNIDADE.
               05  VALUE " | EMPRESA: ".
               05  SHOW-EST-EMPRESA PIC 9(5) FROM FDEST-EMPRESA.
               05  VALUE " | ".
               05  SHOW-EST-INICIO PIC 9(8) FROM FDEST-DATA-INICIO.
               05  VALUE " A ".
               05  SHOW-EST-FIM PIC 9(8) FROM FDEST-DATA-FIM.
               05  VALUE " | HORAS: ".
               05  SHOW-EST-REGISTADAS PIC ZZZ9 FROM
                   FDEST-HORAS-REGISTADAS.
               05  VALUE "/".
               05  SHOW-EST-PREVISTAS PIC ZZZ9 FROM
                   FDEST-HORAS-PREVISTAS.
               05  VALUE " | NOTA: ".
               05  SHOW-EST-NOTA PIC Z9 FROM FDEST-NOTA-TUTOR.
               05  VALUE " | ".
               05  SHOW-EST-ESTADO PIC X(9) FROM EST-ESTADO-TXT.

      ******************************************************************
      *    SCREEN QUE MOSTRA CADA ESTAGIO NO RELATORIO DE PRAZOS.

       01  LINHA-PRAZO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL COLUNA.
               05  SHOW-PRAZO-TIPO PIC X(10) FROM PRAZO-TIPO.
               05  VALUE " | ".
               05  SHOW-PRAZO-IDNUM PIC 9(6) FROM FDEST-IDNUM.
               05  VALUE " | ".
               05  SHOW-PRAZO-UNIDADE PIC X(5) FROM FDEST-SIGLAUNIDADE.
               05  VALUE " | ".
               05  SHOW-PRAZO-EMPRESA PIC X(30) FROM EST-EMPRESA-NOME.
               05  VALUE " | ".
               05  SHOW-PRAZO-INICIO PIC 9(8) FROM FDEST-DATA-INICIO.
               05  VALUE " A ".
               05  SHOW-PRAZO-FIM PIC 9(8) FROM FDEST-DATA-FIM.
               05  VALUE " | HORAS: ".
               05  SHOW-PRAZO-REGISTADAS PIC ZZZ9 FROM
                   FDEST-HORAS-REGISTADAS.
               05  VALUE "/".
               05  SHOW-PRAZO-PREVISTAS PIC ZZZ9 FROM
                   FDEST-HORAS-PREVISTAS.

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
      *    VERIFICAÇÃO SE OS FICHEIROS DE ESTAGIOS E DE EMPRESAS
      *    EXISTEM.
      ******************************************************************
           OPEN I-O ESTAGIOS
           IF FS-ESTAGIOS = 35
              OPEN OUTPUT ESTAGIOS
              CLOSE ESTAGIOS
           ELSE
              CLOSE ESTAGIOS
           END-IF

           OPEN I-O EMPRESAS
           IF FS-EMPRESAS = 35
              OPEN OUTPUT EMPRESAS
              CLOSE EMPRESAS
           ELSE
              CLOSE EMPRESAS
           END-IF

           MOVE "; GESTOR: ESTAGIOS" TO WSLOG-PROGRAM
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
                 WHEN OPCAO-REGISTAR    PERFORM REGISTAR
                 WHEN OPCAO-HORAS       PERFORM REGISTAR-HORAS
                 WHEN OPCAO-AVALIACAO   PERFORM REGISTAR-AVALIACAO
                 WHEN OPCAO-LISTAR      PERFORM LISTAR
                 WHEN OPCAO-PRAZOS      PERFORM PRAZOS
                 WHEN OPCAO-ANULAR      PERFORM ANULAR
              END-EVALUATE

           END-PERFORM
           EXIT PROGRAM.

       REGISTAR SECTION.
      ******************************************************************
      *    REGISTA O ESTAGIO DE UM ALUNO NUMA UNIDADE EM QUE TEM
      *    INSCRICAO ATIVA. UM ESTAGIO ANULADO PODE SER REGISTADO DE
      *    NOVO (POR EXEMPLO NOUTRA EMPRESA), SUBSTITUINDO O ANTERIOR.
      ******************************************************************
           MOVE "; MENU: REGISTAR" TO WSLOG-SECTION

           OPEN I-O ESTAGIOS
           DISPLAY REGISTAR-SCREEN

           INITIALIZE WSESTAGIO
           PERFORM PEDIR-CHAVE-ESTAGIO
           IF KEYSTATUS = 1003 THEN
              CLOSE ESTAGIOS
              EXIT SECTION
           END-IF

           PERFORM VALIDAR-ALUNO-UNIDADE
           IF VERDADEIRO NOT = "S" THEN
              ACCEPT CHAVE-ERRO-SCREEN
              CLOSE ESTAGIOS
              EXIT SECTION
           END-IF

           MOVE SPACES TO ESTAGIO-EXISTE
           MOVE WSEST-CHAVE TO FDEST-CHAVE
           READ ESTAGIOS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO ESTAGIO-EXISTE
           END-READ

           IF ESTAGIO-EXISTE = "S" AND NOT FDEST-ANULADO THEN
              ACCEPT ESTAGIO-JA-EXISTE-SCREEN
              CLOSE ESTAGIOS
              EXIT SECTION
           END-IF

           PERFORM PEDIR-DADOS-ESTAGIO
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE ESTAGIOS
              EXIT SECTION
           END-IF

           MOVE ZEROS TO WSEST-HORAS-REGISTADAS, WSEST-NOTA-TUTOR,
              WSEST-DATA-AVALIACAO
           MOVE SPACES TO WSEST-OBSERVACOES
           SET WSEST-EM-CURSO TO TRUE
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSEST-DATE-TIME
           END-STRING

           MOVE WSESTAGIO TO FDESTAGIO
           IF ESTAGIO-EXISTE = "S" THEN
              REWRITE FDESTAGIO
              END-REWRITE
           ELSE
              WRITE FDESTAGIO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF

           CLOSE ESTAGIOS

           MOVE "; ESTAGIO: " TO WSLOG-ADD-HEADING
           MOVE WSEST-CHAVE TO WSLOG-ADD-KEY
           MOVE "; ESTAGIO REGISTADO" TO WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-ESTAGIO
           EXIT SECTION.

       PEDIR-CHAVE-ESTAGIO SECTION.
      ******************************************************************
      *    PEDE O NUMERO DO ALUNO E A SIGLA DA UNIDADE DO ESTAGIO.
      ******************************************************************
           MOVE ZEROS TO EST-IDNUM-CAMPO
           MOVE SPACES TO EST-UNIDADE-CAMPO
           ACCEPT ESTAGIO-CHAVE-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           MOVE WSEST-SIGLAUNIDADE TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT (1:5) TO WSEST-SIGLAUNIDADE
           EXIT SECTION.

       VALIDAR-ALUNO-UNIDADE SECTION.
      ******************************************************************
      *    O ALUNO E A UNIDADE TEM DE EXISTIR E O ALUNO TEM DE TER
      *    INSCRICAO ATIVA NA UNIDADE.
      ******************************************************************
           MOVE SPACES TO VERDADEIRO

           OPEN INPUT ALUNOS, UNIDADES, INSCRICOES

           MOVE WSEST-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 CLOSE ALUNOS, UNIDADES, INSCRICOES
                 EXIT SECTION
           END-READ

           MOVE WSEST-SIGLAUNIDADE TO FDSIGLAUNIDADE
           READ UNIDADES RECORD
              INVALID KEY
                 CLOSE ALUNOS, UNIDADES, INSCRICOES
                 EXIT SECTION
           END-READ

           MOVE WSEST-IDNUM TO FDINSC-IDNUM
           MOVE WSEST-SIGLAUNIDADE TO FDINSC-SIGLAUNIDADE
           READ INSCRICOES RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FDINSC-ATIVA THEN
                    MOVE "S" TO VERDADEIRO
                 END-IF
           END-READ

           CLOSE ALUNOS, UNIDADES, INSCRICOES
           EXIT SECTION.

       PEDIR-DADOS-ESTAGIO SECTION.
      ******************************************************************
      *    PEDE E VALIDA OS DADOS DO ESTAGIO: EMPRESA DE ACOLHIMENTO
      *    EXISTENTE E ATIVA, TUTOR OBRIGATORIO (TELEFONE, QUANDO
      *    INDICADO, NACIONAL), DATAS DE INICIO E FIM VALIDAS COM O FIM
      *    DEPOIS DO INICIO, E HORAS PREVISTAS.
      ******************************************************************
           OPEN INPUT EMPRESAS

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              ACCEPT ESTAGIO-DADOS-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE EMPRESAS
                 EXIT SECTION
              END-IF

              MOVE WSEST-TUTOR TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:50) TO WSEST-TUTOR

              MOVE "S" TO VERDADEIRO

              MOVE WSEST-EMPRESA TO FDEMP-CODIGO
              READ EMPRESAS RECORD
                 INVALID KEY
                    MOVE SPACES TO VERDADEIRO
                 NOT INVALID KEY
                    IF NOT FDEMP-ATIVA THEN
                       MOVE SPACES TO VERDADEIRO
                    END-IF
              END-READ

              MOVE WSEST-DATA-INICIO TO WS-VALID-DATE
              PERFORM CHECK-DATA-ESTAGIO
              IF DATE-VALID NOT = "Y" THEN
                 MOVE SPACES TO VERDADEIRO
              END-IF
              MOVE WSEST-DATA-FIM TO WS-VALID-DATE
              PERFORM CHECK-DATA-ESTAGIO
              IF DATE-VALID NOT = "Y" THEN
                 MOVE SPACES TO VERDADEIRO
              END-IF

              IF WSEST-TUTOR = SPACES
              OR (WSEST-TUTOR-TELEFONE NOT = ZEROS
                  AND NOT WSEST-TELEFONE-VALIDO)
              OR WSEST-DATA-FIM <= WSEST-DATA-INICIO
              OR NOT WSEST-HORAS-VALIDAS THEN
                 MOVE SPACES TO VERDADEIRO
              END-IF

              IF VERDADEIRO NOT = "S" THEN
                 ACCEPT CAMPO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE EMPRESAS
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           CLOSE EMPRESAS
           EXIT SECTION.

       LER-ESTAGIO-ATIVO SECTION.
      ******************************************************************
      *    PEDE A CHAVE E LE O ESTAGIO: ESTAGIO-EXISTE FICA A "S" SE O
      *    ESTAGIO EXISTIR E NAO ESTIVER ANULADO (O REGISTO LIDO FICA
      *    EM WSESTAGIO E E MOSTRADO NA LINHA 11).
      ******************************************************************
           MOVE SPACES TO ESTAGIO-EXISTE

           INITIALIZE WSESTAGIO
           PERFORM PEDIR-CHAVE-ESTAGIO
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           MOVE WSEST-CHAVE TO FDEST-CHAVE
           READ ESTAGIOS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT FDEST-ANULADO THEN
                    MOVE "S" TO ESTAGIO-EXISTE
                 END-IF
           END-READ

           IF ESTAGIO-EXISTE NOT = "S" THEN
              ACCEPT ESTAGIO-INEXISTENTE-SCREEN
              EXIT SECTION
           END-IF

           MOVE FDESTAGIO TO WSESTAGIO
           PERFORM PREPARAR-LINHA-ESTAGIO
           MOVE 11 TO LINHA
           MOVE 10 TO COLUNA
           DISPLAY LINHA-ESTAGIO-SCREEN
           EXIT SECTION.

       REGISTAR-HORAS SECTION.
      ******************************************************************
      *    ACRESCENTA AS HORAS CUMPRIDAS INDICADAS PELO TUTOR (FOLHA DE
      *    HORAS) AO ESTAGIO EM CURSO E ATUALIZA O SEU ESTADO.
      ******************************************************************
           MOVE "; MENU: HORAS" TO WSLOG-SECTION

           OPEN I-O ESTAGIOS
           DISPLAY REGISTAR-SCREEN

           PERFORM LER-ESTAGIO-ATIVO
           IF KEYSTATUS = 1003 OR ESTAGIO-EXISTE NOT = "S" THEN
              CLOSE ESTAGIOS
              EXIT SECTION
           END-IF

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              MOVE ZEROS TO EST-HORAS-CAMPO
              ACCEPT HORAS-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE ESTAGIOS
                 EXIT SECTION
              END-IF

              IF HORAS-NOVAS = ZEROS OR WSEST-CONCLUIDO THEN
                 ACCEPT HORAS-ERRO-SCREEN
                 IF KEYSTATUS = 1003 OR WSEST-CONCLUIDO THEN
                    CLOSE ESTAGIOS
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              ELSE
                 MOVE "S" TO VERDADEIRO
              END-IF
           END-PERFORM

           IF WSEST-HORAS-REGISTADAS + HORAS-NOVAS > 9999 THEN
              MOVE 9999 TO WSEST-HORAS-REGISTADAS
           ELSE
              ADD HORAS-NOVAS TO WSEST-HORAS-REGISTADAS
           END-IF
           PERFORM ATUALIZAR-ESTADO-ESTAGIO

           MOVE WSEST-CHAVE TO FDEST-CHAVE
           READ ESTAGIOS RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           MOVE WSESTAGIO TO FDESTAGIO
           REWRITE FDESTAGIO
           END-REWRITE

           CLOSE ESTAGIOS

           MOVE "; ESTAGIO: " TO WSLOG-EDIT-HEADING
           MOVE WSEST-CHAVE TO WSLOG-EDIT-KEY
           MOVE "; HORAS CUMPRIDAS REGISTADAS" TO WSLOG-EDIT-MESSAGE
           STRING "HORAS: +", HORAS-NOVAS, " = ",
              WSEST-HORAS-REGISTADAS, " DE ", WSEST-HORAS-PREVISTAS
              INTO WSLOG-EDIT-CAMPO
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-ESTAGIO
           EXIT SECTION.

       REGISTAR-AVALIACAO SECTION.
      ******************************************************************
      *    REGISTA A AVALIACAO DO TUTOR (NOTA DE 0 A 20 E
      *    OBSERVACOES), COM A DATA DO DIA, E ATUALIZA O ESTADO DO
      *    ESTAGIO. UMA NOVA AVALIACAO SUBSTITUI A ANTERIOR.
      ******************************************************************
           MOVE "; MENU: AVALIACAO" TO WSLOG-SECTION

           OPEN I-O ESTAGIOS
           DISPLAY REGISTAR-SCREEN

           PERFORM LER-ESTAGIO-ATIVO
           IF KEYSTATUS = 1003 OR ESTAGIO-EXISTE NOT = "S" THEN
              CLOSE ESTAGIOS
              EXIT SECTION
           END-IF

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              ACCEPT AVALIACAO-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE ESTAGIOS
                 EXIT SECTION
              END-IF

              MOVE WSEST-OBSERVACOES TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:60) TO WSEST-OBSERVACOES

              IF WSEST-NOTA-VALIDA THEN
                 MOVE "S" TO VERDADEIRO
              ELSE
                 ACCEPT NOTA-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE ESTAGIOS
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           ACCEPT WSEST-DATA-AVALIACAO FROM DATE YYYYMMDD
           PERFORM ATUALIZAR-ESTADO-ESTAGIO

           MOVE WSEST-CHAVE TO FDEST-CHAVE
           READ ESTAGIOS RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           MOVE WSESTAGIO TO FDESTAGIO
           REWRITE FDESTAGIO
           END-REWRITE

           CLOSE ESTAGIOS

           MOVE "; ESTAGIO: " TO WSLOG-EDIT-HEADING
           MOVE WSEST-CHAVE TO WSLOG-EDIT-KEY
           MOVE "; AVALIACAO DO TUTOR REGISTADA" TO WSLOG-EDIT-MESSAGE
           STRING "NOTA: ", WSEST-NOTA-TUTOR INTO WSLOG-EDIT-CAMPO
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-ESTAGIO
           EXIT SECTION.

       ATUALIZAR-ESTADO-ESTAGIO SECTION.
      ******************************************************************
      *    O ESTAGIO FICA CONCLUIDO QUANDO AS HORAS PREVISTAS ESTAO
      *    CUMPRIDAS E O TUTOR JA O AVALIOU COM NOTA POSITIVA; CASO
      *    CONTRARIO FICA (OU VOLTA A FICAR) EM CURSO.
      ******************************************************************
           IF WSEST-HORAS-REGISTADAS >= WSEST-HORAS-PREVISTAS
           AND WSEST-DATA-AVALIACAO NOT = ZEROS
           AND WSEST-NOTA-POSITIVA THEN
              SET WSEST-CONCLUIDO TO TRUE
           ELSE
              SET WSEST-EM-CURSO TO TRUE
           END-IF
           EXIT SECTION.

       ANULAR SECTION.
      ******************************************************************
      *    ANULA UM ESTAGIO (DESISTENCIA OU TROCA DE EMPRESA). O
      *    ESTAGIO ANULADO CONTINUA A RETER OS CERTIFICADOS DO CURSO
      *    ATE SER REGISTADO DE NOVO E CONCLUIDO.
      ******************************************************************
           MOVE "; MENU: ANULAR" TO WSLOG-SECTION

           OPEN I-O ESTAGIOS
           DISPLAY ANULAR-SCREEN

           PERFORM LER-ESTAGIO-ATIVO
           IF KEYSTATUS = 1003 OR ESTAGIO-EXISTE NOT = "S" THEN
              CLOSE ESTAGIOS
              EXIT SECTION
           END-IF

           PERFORM WITH TEST AFTER UNTIL NOVA-ESCOLHA = 1 OR 2
              MOVE ZEROS TO NOVA-ESCOLHA-SCREEN
              ACCEPT CONFIRMAR-ANULAR-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE ESTAGIOS
                 EXIT SECTION
              END-IF

              IF NOVA-ESCOLHA < 1 OR NOVA-ESCOLHA > 2 THEN
                 ACCEPT MENSAGEM-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE ESTAGIOS
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           IF OPCAO-NAO THEN
              CLOSE ESTAGIOS
              DISPLAY LIMPAR-LINES
              ACCEPT NAO-ANULADO
              EXIT SECTION
           END-IF

           SET FDEST-ANULADO TO TRUE
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO FDEST-DATE-TIME
           END-STRING
           REWRITE FDESTAGIO
           END-REWRITE

           CLOSE ESTAGIOS

           MOVE "; ESTAGIO: " TO WSLOG-DELETE-HEADING
           MOVE WSEST-CHAVE TO WSLOG-DELETE-KEY
           MOVE "; ESTAGIO ANULADO" TO WSLOG-DELETE-MESSAGE
           PERFORM SAVE-LOGRECORDS

           DISPLAY LIMPAR-LINES
           ACCEPT CONFIRMACAO-ANULACAO
           EXIT SECTION.

       LISTAR SECTION.
      ******************************************************************
      *    LISTA TODOS OS ESTAGIOS, POR ALUNO E UNIDADE, COM AS DATAS,
      *    AS HORAS CUMPRIDAS / PREVISTAS, A NOTA DO TUTOR E O ESTADO.
      ******************************************************************
           MOVE "; MENU: LISTAR" TO WSLOG-SECTION

           OPEN INPUT ESTAGIOS
           DISPLAY LISTAR-SCREEN

           MOVE ZEROS TO CONT-LISTADOS
           MOVE 09 TO LINHA
           MOVE 05 TO COLUNA

           MOVE LOW-VALUES TO FDEST-CHAVE
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
                       ADD 1 TO CONT-LISTADOS
                       PERFORM PREPARAR-LINHA-ESTAGIO
                       DISPLAY LINHA-ESTAGIO-SCREEN
                       ADD 1 TO LINHA
                       IF LINHA > 24 THEN
                          ACCEPT FIM-LISTA-SCREEN
                          DISPLAY LIMPAR-LISTA
                          MOVE 09 TO LINHA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE ESTAGIOS

           IF CONT-LISTADOS = ZEROS THEN
              ACCEPT SEM-ESTAGIOS-SCREEN
           ELSE
              ACCEPT FIM-LISTA-SCREEN
           END-IF
           EXIT SECTION.

       PREPARAR-LINHA-ESTAGIO SECTION.
      ******************************************************************
      *    PREPARA O ESTADO DO ESTAGIO LIDO PARA A LINHA DA LISTA.
      ******************************************************************
           EVALUATE TRUE
              WHEN FDEST-CONCLUIDO
                 MOVE "CONCLUIDO" TO EST-ESTADO-TXT
              WHEN FDEST-ANULADO
                 MOVE "ANULADO" TO EST-ESTADO-TXT
              WHEN OTHER
                 MOVE "EM CURSO" TO EST-ESTADO-TXT
           END-EVALUATE
           EXIT SECTION.

       PRAZOS SECTION.
      ******************************************************************
      *    RELATORIO DOS ESTAGIOS EM CURSO QUE COMECAM OU ACABAM NAS
      *    PROXIMAS SEMANAS, E DOS QUE JA PASSARAM A DATA DE FIM SEM
      *    ESTAREM CONCLUIDOS (EM ATRASO). O RELATORIO E MOSTRADO NO
      *    ECRA E GRAVADO EM estagiosprazos.txt.
      ******************************************************************
           MOVE "; MENU: PRAZOS" TO WSLOG-SECTION

           DISPLAY PRAZOS-SCREEN
           MOVE ZEROS TO PRAZO-SEMANAS
           ACCEPT SEMANAS-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF
           IF PRAZO-SEMANAS = ZEROS THEN
              MOVE 4 TO PRAZO-SEMANAS
           END-IF

           ACCEPT HOJE-DATA FROM DATE YYYYMMDD
           COMPUTE LIMITE-DATA = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (HOJE-DATA)
               + (PRAZO-SEMANAS * 7))

           OPEN INPUT ESTAGIOS, EMPRESAS
           OPEN OUTPUT RELATORIO

           MOVE ALL "=" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           END-WRITE
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ESTAGIOS A INICIAR, A TERMINAR OU EM ATRASO | DE ",
              HOJE-DATA, " A ", LIMITE-DATA, " (", PRAZO-SEMANAS,
              " SEMANAS)"
              INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           END-WRITE
           MOVE ALL "-" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           END-WRITE
           MOVE "PRAZO      | ALUNO  | UNIDADE | EMPRESA" TO
              RELATORIO-LINHA
           MOVE "| INICIO   | FIM      | HORAS     | TUTOR" TO
              RELATORIO-LINHA (63:)
           WRITE RELATORIO-LINHA
           END-WRITE

           MOVE ZEROS TO CONT-LISTADOS
           MOVE 09 TO LINHA
           MOVE 05 TO COLUNA

           MOVE LOW-VALUES TO FDEST-CHAVE
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
                       IF FDEST-EM-CURSO THEN
                          PERFORM AVALIAR-PRAZO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           MOVE ALL "-" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           END-WRITE
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TOTAL DE ESTAGIOS NO RELATORIO: ", CONT-LISTADOS
              INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
           END-WRITE

           CLOSE ESTAGIOS, EMPRESAS, RELATORIO

           MOVE "; ESTAGIOS: " TO WSLOG-VIEW-HEADING
           MOVE "PRAZOS" TO WSLOG-VIEW-KEY
           STRING "; ESTAGIOS NO RELATORIO: ", CONT-LISTADOS
              INTO WSLOG-VIEW-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           IF CONT-LISTADOS = ZEROS THEN
              ACCEPT SEM-PRAZOS-SCREEN
           ELSE
              ACCEPT FIM-LISTA-SCREEN
           END-IF
           EXIT SECTION.

       AVALIAR-PRAZO SECTION.
      ******************************************************************
      *    CLASSIFICA O ESTAGIO EM CURSO ATUALMENTE LIDO: EM ATRASO SE
      *    A DATA DE FIM JA PASSOU, A TERMINAR SE ACABA ATE AO LIMITE,
      *    A INICIAR SE COMECA ATE AO LIMITE. OS RESTANTES NAO ENTRAM
      *    NO RELATORIO.
      ******************************************************************
           EVALUATE TRUE
              WHEN FDEST-DATA-FIM < HOJE-DATA
                 MOVE "EM ATRASO" TO PRAZO-TIPO
              WHEN FDEST-DATA-FIM <= LIMITE-DATA
                 MOVE "A TERMINAR" TO PRAZO-TIPO
              WHEN FDEST-DATA-INICIO >= HOJE-DATA
               AND FDEST-DATA-INICIO <= LIMITE-DATA
                 MOVE "A INICIAR" TO PRAZO-TIPO
              WHEN OTHER
                 EXIT SECTION
           END-EVALUATE

           MOVE FDEST-EMPRESA TO FDEMP-CODIGO
           READ EMPRESAS RECORD
              INVALID KEY
                 MOVE SPACES TO FDEMP-NOME
           END-READ
           MOVE FDEMP-NOME TO EST-EMPRESA-NOME

           ADD 1 TO CONT-LISTADOS
           DISPLAY LINHA-PRAZO-SCREEN
           ADD 1 TO LINHA
           IF LINHA > 24 THEN
              ACCEPT FIM-LISTA-SCREEN
              DISPLAY LIMPAR-LISTA
              MOVE 09 TO LINHA
           END-IF

           MOVE SPACES TO RELATORIO-LINHA
           STRING PRAZO-TIPO, " | ", FDEST-IDNUM, " | ",
              FDEST-SIGLAUNIDADE, "   | ", EST-EMPRESA-NOME, " | ",
              FDEST-DATA-INICIO, " | ", FDEST-DATA-FIM, " | ",
              FDEST-HORAS-REGISTADAS, "/", FDEST-HORAS-PREVISTAS,
              " | ", FDEST-TUTOR DELIMITED BY SIZE
              INTO RELATORIO-LINHA
           END-STRING
           WRITE RELATORIO-LINHA
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

       CHECK-DATA-ESTAGIO SECTION.
      ******************************************************************
      *    MENU QUE É CHAMADO PARA VERIFICAR SE A DATA EM WS-VALID-DATE
      *    É UMA DATA VÁLIDA (O ESTAGIO PODE TER COMECADO ANTES DO SEU
      *    REGISTO, PELO QUE SAO ACEITES DATAS PASSADAS).
      ******************************************************************
           MOVE SPACE TO DATE-VALID
           IF VALID-YEAR AND VALID-MONTH AND VALID-DAY THEN
                IF NOT MONTH-FEB AND NOT MONTH-30 THEN
                   MOVE "Y" TO DATE-VALID
                ELSE
                 IF MONTH-30 AND DAY-30 THEN
                    MOVE "Y" TO DATE-VALID
                 END-IF
                 IF MONTH-FEB THEN
                    PERFORM LEAP-YEAR-CHECK
                    IF LEAP-YEAR-YES AND FEB-LEAP-YEAR THEN
                       MOVE "Y" TO DATE-VALID
                    ELSE
                       IF NOT LEAP-YEAR-YES AND DAY-FEBRUARY THEN
                          MOVE "Y" TO DATE-VALID
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT SECTION.

       LEAP-YEAR-CHECK SECTION.
      ******************************************************************
      *    MENU QUE É CHAMADO PELO MÓDULO DA VERIFICAÇÃO DA DATA PARA
      *    VERIFICAR SE O ANO É BISSEXTO OU NÃO.
      ******************************************************************
           MOVE SPACE TO LEAP-YEAR
           IF FUNCTION MOD (WS-YEAR,4) = 0 THEN
              MOVE SPACE TO LEAP-YEAR
              IF FUNCTION MOD (WS-YEAR,100) <> 0 THEN
                 MOVE "Y" TO LEAP-YEAR
              ELSE
                 IF FUNCTION MOD (WS-YEAR,400) = 0 THEN
                    MOVE "Y" TO LEAP-YEAR
                 END-IF
               END-IF
           END-IF
           EXIT SECTION.

       END PROGRAM GESTORESTAGIOS.
