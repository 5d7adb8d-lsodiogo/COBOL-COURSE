      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA GERIR O REGISTO DE OCORRENCIAS
      *    DISCIPLINARES DOS ALUNOS (FICHEIRO incidentes), ATE AQUI
      *    TRATADAS SO POR E-MAIL ENTRE FORMADORES E COORDENACAO:
      *      - CADA OCORRENCIA FICA NO PROCESSO DO ALUNO (FDIDNUM) COM
      *        UM NUMERO SEQUENCIAL, A DATA, A AULA DO HORARIO EM QUE
      *        ACONTECEU (OPCIONAL), O DOCENTE QUE A REPORTA, A
      *        CATEGORIA (PERTURBACAO, DANOS EM EQUIPAMENTO, FRAUDE EM
      *        AVALIACAO OU OUTRA) E A DESCRICAO;
      *      - A MEDIDA APLICADA (ADVERTENCIA, SUSPENSAO OU EXCLUSAO) E
      *        DECIDIDA DEPOIS DO REGISTO. UMA SUSPENSAO TEM DATAS DE
      *        INICIO E FIM: NESSAS DATAS O ALUNO NAO PODE SER MARCADO
      *        PRESENTE NAS AULAS (VER GESTORDISCCHECK, GESTORHORARIOS E
      *        GESTORASSIDUIDADE). UMA EXCLUSAO PROPOE A ANULACAO DE
      *        TODAS AS INSCRICOES ATIVAS DO ALUNO, COMO NO GESTOR DE
      *        INSCRICOES;
      *      - O SEGUIMENTO DA OCORRENCIA (ABERTA, EM ACOMPANHAMENTO OU
      *        ENCERRADA) E ATUALIZADO COM UMA NOTA;
      *      - TODOS OS REGISTOS E DECISOES FICAM NO LOGRECORDS.
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORDISCIPLINA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENTES ASSIGN TO "incidentes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINC-CHAVE
              LOCK MODE MANUAL
              FILE STATUS FS-INCIDENTES.

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

           SELECT HORARIOSFILE ASSIGN TO "horariosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDDATAAULA
              FILE STATUS FS-HORARIO.

           SELECT INSCRICOES ASSIGN TO "inscricoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINSC-CHAVE
              FILE STATUS FS-INSCRICOES.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENTES.
       COPY FDINCIDENTES.

       FD  ALUNOS.
       COPY FDALUNOS.

       FD  PROFS.
       COPY FDPROFS.

       FD  HORARIOSFILE.
       COPY FDHORARIOS.

       FD  INSCRICOES.
       COPY FDINSCRICOES.

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSINCIDENTES.
       COPY WSLOGRECORDS.
       COPY VAR-VALIDDATE.
       COPY VAR-SPACEUPPER.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-REGISTAR       VALUE 1.
           88  OPCAO-MEDIDA         VALUE 2.
           88  OPCAO-SEGUIMENTO     VALUE 3.
           88  OPCAO-CONSULTAR      VALUE 4.
           88  VALID-ESCOLHA        VALUE 0 THRU 4.

       01  NOVA-ESCOLHA             PIC 9(001).

       01  SUSP-INICIO-CAMPO.
           03  SUSP-INICIO-ANO      PIC 9(004).
           03  SUSP-INICIO-MES      PIC 9(002).
           03  SUSP-INICIO-DIA      PIC 9(002).

       01  SUSP-FIM-CAMPO.
           03  SUSP-FIM-ANO         PIC 9(004).
           03  SUSP-FIM-MES         PIC 9(002).
           03  SUSP-FIM-DIA         PIC 9(002).

       77  FS-INCIDENTES            PIC X(002).
       77  FS-ALUNOS                PIC X(002).
       77  FS-PROFS                 PIC X(002).
       77  FS-HORARIO               PIC X(002).
       77  FS-INSCRICOES            PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  VERDADEIRO               PIC X(001).
       77  LINHA                    PIC 9(004).
       77  COLUNA                   PIC 9(004).
       77  HOJE-DATA                PIC 9(008).
       77  PROX-SEQ                 PIC 9(003).
       77  SIGLA-PROF-CAMPO         PIC X(004).
       77  CONT-LISTADOS            PIC 9(005).
       77  CONT-ATIVAS              PIC 9(002).
       77  CONT-ANULADAS            PIC 9(002).
       77  MEDIDA-ANTERIOR          PIC 9(001).
       77  NOME-ALUNO-INC           PIC X(050).
       77  CATEGORIA-TXT            PIC X(012).
       77  MEDIDA-TXT               PIC X(011).
       77  SEGUIMENTO-TXT           PIC X(014).
       77  DATA-TXT                 PIC X(010).
       77  AULA-TXT                 PIC X(009).
       77  PERIODO-TXT              PIC X(023).

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DO MENU PRINCIPAL.

       01  MENU1-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 44 VALUE "O C O R R E N C I A S".
           03  LINE 05 COL 68 VALUE "D I S C I P L I N A R E S".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 13 COL 50 VALUE "0. SAIR".
           03  LINE 15 COL 50 VALUE "1. REGISTAR OCORRENCIA".
           03  LINE 17 COL 50 VALUE "2. APLICAR MEDIDA".
           03  LINE 19 COL 50 VALUE "3. ATUALIZAR SEGUIMENTO".
           03  LINE 21 COL 50 VALUE "4. CONSULTAR OCORRENCIAS DO ALUNO".
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

       01  MEDIDA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 61 VALUE "M E D I D A".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

       01  SEGUIMENTO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 57 VALUE "S E G U I M E N T O".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

       01  CONSULTAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 55 VALUE "O C O R R E N C I A S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR REGISTA A OCORRENCIA.

       01  OCORRENCIA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 07 COL 10 VALUE "NUMERO DO ALUNO:".
           03  INC-IDNUM-CAMPO LINE 07 COL 27 PIC 9(6) TO
               WSINC-IDNUM AUTO BLANK WHEN ZERO.
           03  LINE 09 COL 10 VALUE "DATA (AAAA MM DD):".
           03  INC-ANO-CAMPO LINE 09 COL 29 PIC 9(4) TO
               WSINC-ANO AUTO BLANK WHEN ZERO.
           03  INC-MES-CAMPO LINE 09 COL 34 PIC 9(2) TO
               WSINC-MES AUTO BLANK WHEN ZERO.
           03  INC-DIA-CAMPO LINE 09 COL 37 PIC 9(2) TO
               WSINC-DIA AUTO BLANK WHEN ZERO.
           03  LINE 11 COL 10 VALUE "AULA DO HORARIO - HORA (HHMM):".
           03  INC-HORA-CAMPO LINE 11 COL 41 PIC 9(4) TO
               WSINC-HORA-AULA AUTO BLANK WHEN ZERO.
           03  LINE 11 COL 47 VALUE "SEQUENCIA:".
           03  INC-SEQAULA-CAMPO LINE 11 COL 58 PIC 9(3) TO
               WSINC-SEQ-AULA AUTO BLANK WHEN ZERO.
           03  LINE 11 COL 63 VALUE "(EM BRANCO QUANDO NAO FOI NUMA AULA
      -        ")".
           03  LINE 13 COL 10 VALUE "DOCENTE QUE REPORTA (SIGLA):".
           03  INC-PROF-CAMPO LINE 13 COL 39 PIC X(4) TO
               SIGLA-PROF-CAMPO AUTO.
           03  LINE 13 COL 47 VALUE "(EM BRANCO: O DOCENTE DA AULA)".
           03  LINE 15 COL 10 VALUE "CATEGORIA (1 - PERTURBACAO | 2 - DA
      -        "NOS EM EQUIPAMENTO | 3 - FRAUDE EM AVALIACAO | 4 - OUTRA
      -        "):".
           03  INC-CATEGORIA-CAMPO LINE 15 COL 103 PIC 9(1) TO
               WSINC-CATEGORIA AUTO BLANK WHEN ZERO.
           03  LINE 17 COL 10 VALUE "DESCRICAO:".
           03  INC-DESCRICAO-CAMPO LINE 18 COL 10 PIC X(100) TO
               WSINC-DESCRICAO.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INDICA A OCORRENCIA A TRATAR E
      *    SCREEN COM OS DADOS DA OCORRENCIA LIDA.

       01  CHAVE-OCORRENCIA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 07 COL 10 VALUE "NUMERO DO ALUNO:".
           03  CHAVE-IDNUM-CAMPO LINE 07 COL 27 PIC 9(6) TO
               WSINC-IDNUM AUTO BLANK WHEN ZERO.
           03  LINE 07 COL 40 VALUE "NUMERO DA OCORRENCIA:".
           03  CHAVE-SEQ-CAMPO LINE 07 COL 62 PIC 9(3) TO
               WSINC-SEQ AUTO BLANK WHEN ZERO.

       01  DADOS-OCORRENCIA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "ALUNO:".
           03  LINE 09 COL 27 PIC X(50) FROM NOME-ALUNO-INC.
           03  LINE 10 COL 10 VALUE "DATA:".
           03  LINE 10 COL 27 PIC X(10) FROM DATA-TXT.
           03  LINE 10 COL 40 VALUE "AULA:".
           03  LINE 10 COL 46 PIC X(9) FROM AULA-TXT.
           03  LINE 10 COL 58 VALUE "DOCENTE:".
           03  LINE 10 COL 67 PIC X(4) FROM FDINC-SIGLAPROF.
           03  LINE 11 COL 10 VALUE "CATEGORIA:".
           03  LINE 11 COL 27 PIC X(12) FROM CATEGORIA-TXT.
           03  LINE 11 COL 40 VALUE "MEDIDA:".
           03  LINE 11 COL 48 PIC X(11) FROM MEDIDA-TXT.
           03  LINE 11 COL 60 PIC X(23) FROM PERIODO-TXT.
           03  LINE 12 COL 10 VALUE "SEGUIMENTO:".
           03  LINE 12 COL 27 PIC X(14) FROM SEGUIMENTO-TXT.
           03  LINE 12 COL 42 PIC X(60) FROM FDINC-NOTA-SEGUIMENTO.
           03  LINE 13 COL 10 PIC X(100) FROM FDINC-DESCRICAO.

      ******************************************************************
      *    SCREENS DA DECISAO DA MEDIDA.

       01  ESCOLHA-MEDIDA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 16 COL 10 VALUE "MEDIDA (1 - ADVERTENCIA | 2 - SUSPE
      -        "NSAO | 3 - EXCLUSAO):".
           03  MEDIDA-CAMPO LINE 16 COL 66 PIC 9(1) TO
               WSINC-MEDIDA AUTO BLANK WHEN ZERO.

       01  DATAS-SUSPENSAO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 18 COL 10 VALUE "SUSPENSO DE (AAAA MM DD):".
           03  SUSP-INICIO-ANO-CAMPO LINE 18 COL 36 PIC 9(4) TO
               SUSP-INICIO-ANO AUTO BLANK WHEN ZERO.
           03  SUSP-INICIO-MES-CAMPO LINE 18 COL 41 PIC 9(2) TO
               SUSP-INICIO-MES AUTO BLANK WHEN ZERO.
           03  SUSP-INICIO-DIA-CAMPO LINE 18 COL 44 PIC 9(2) TO
               SUSP-INICIO-DIA AUTO BLANK WHEN ZERO.
           03  LINE 18 COL 50 VALUE "ATE (AAAA MM DD):".
           03  SUSP-FIM-ANO-CAMPO LINE 18 COL 68 PIC 9(4) TO
               SUSP-FIM-ANO AUTO BLANK WHEN ZERO.
           03  SUSP-FIM-MES-CAMPO LINE 18 COL 73 PIC 9(2) TO
               SUSP-FIM-MES AUTO BLANK WHEN ZERO.
           03  SUSP-FIM-DIA-CAMPO LINE 18 COL 76 PIC 9(2) TO
               SUSP-FIM-DIA AUTO BLANK WHEN ZERO.

       01  CONFIRMACAO-EXCLUSAO FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 20 VALUE "EXCLUSAO: O ALUNO TEM".
           03  SHOW-ATIVAS LINE 29 COL 42 PIC Z9 FROM CONT-ATIVAS.
           03  LINE 29 COL 45 VALUE "INSCRICOES ATIVAS. PRETENDE ANULA-L
      -        "AS TODAS? 1 - SIM | 2 - NAO:".
           03  NOVA-ESCOLHA-SCREEN LINE 29 COL 108 PIC 9(1) TO
               NOVA-ESCOLHA AUTO BLANK WHEN ZERO.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN DO SEGUIMENTO DA OCORRENCIA.

       01  ESTADO-SEGUIMENTO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 16 COL 10 VALUE "SEGUIMENTO (1 - ABERTA | 2 - EM ACO
      -        "MPANHAMENTO | 3 - ENCERRADA):".
           03  SEGUIMENTO-CAMPO LINE 16 COL 74 PIC 9(1) TO
               WSINC-SEGUIMENTO AUTO BLANK WHEN ZERO.
           03  LINE 18 COL 10 VALUE "NOTA:".
           03  NOTA-CAMPO LINE 18 COL 16 PIC X(60) TO
               WSINC-NOTA-SEGUIMENTO.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INDICA O ALUNO A CONSULTAR E
      *    SCREENS DA LISTA DE OCORRENCIAS.

       01  ALUNO-CONSULTA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 06 COL 10 VALUE "NUMERO DO ALUNO:".
           03  CONSULTA-IDNUM-CAMPO LINE 06 COL 27 PIC 9(6) TO
               WSINC-IDNUM AUTO BLANK WHEN ZERO.

       01  CABECALHO-LISTA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 06 COL 40 PIC X(50) FROM NOME-ALUNO-INC.
           03  LINE 08 COL 05 VALUE "N.  | DATA       | AULA      | DOC
      -        " | CATEGORIA    | MEDIDA      |".
           03  LINE 08 COL 72 VALUE "PERIODO                 |".
           03  LINE 08 COL 98 VALUE "SEGUIMENTO".

       01  LINHA-OCORRENCIA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL COLUNA.
               05  SHOW-INC-SEQ PIC 9(3) FROM FDINC-SEQ.
               05  VALUE " | ".
               05  SHOW-INC-DATA PIC X(10) FROM DATA-TXT.
               05  VALUE " | ".
               05  SHOW-INC-AULA PIC X(9) FROM AULA-TXT.
               05  VALUE " | ".
               05  SHOW-INC-PROF PIC X(4) FROM FDINC-SIGLAPROF.
               05  VALUE " | ".
               05  SHOW-INC-CATEGORIA PIC X(12) FROM CATEGORIA-TXT.
               05  VALUE " | ".
               05  SHOW-INC-MEDIDA PIC X(11) FROM MEDIDA-TXT.
               05  VALUE " | ".
               05  SHOW-INC-PERIODO PIC X(23) FROM PERIODO-TXT.
               05  VALUE " | ".
               05  SHOW-INC-SEGUIMENTO PIC X(14) FROM SEGUIMENTO-TXT.

      ******************************************************************
      *    SCREENS DE MENSAGEM DE ERRO E DE CONFIRMACAO.

       01  ALUNO-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 44 VALUE "ALUNO INEXISTENTE | PRESSIONE QUALQ
      -       "UER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  DATA-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 30 VALUE "DATA INVALIDA OU POSTERIOR A DATA D
      -       "E HOJE | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  AULA-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 30 VALUE "NAO EXISTE NO HORARIO UMA AULA COM
      -       "ESSA DATA E HORA | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  DOCENTE-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 42 VALUE "DOCENTE INEXISTENTE | PRESSIONE QUA
      -       "LQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  CAMPO-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 28 VALUE "CATEGORIA (1 A 4) INVALIDA OU DESCR
      -       "ICAO EM BRANCO | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  OCORRENCIA-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 40 VALUE "OCORRENCIA INEXISTENTE | PRESSIONE
      -       "QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  MEDIDA-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 22 VALUE "MEDIDA (1 A 3) INVALIDA OU PERIODO
      -       "DE SUSPENSAO INVALIDO (FIM ANTES DO INICIO) | PRESSIONE Q
      -       "UALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  SEGUIMENTO-ERRO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 38 VALUE "SEGUIMENTO (1 A 3) INVALIDO | PRESS
      -       "IONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  SEM-OCORRENCIAS-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 33 VALUE "O ALUNO NAO TEM OCORRENCIAS REGISTA
      -       "DAS | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  CONFIRMACAO-REGISTO FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 30 VALUE "OCORRENCIA REGISTADA COM O NUMERO".
           03  SHOW-SEQ LINE 29 COL 64 PIC 9(3) FROM WSINC-SEQ
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 29 COL 68 VALUE "| PRESSIONE QUALQUER TECLA PARA CON
      -       "TINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  CONFIRMACAO-MEDIDA FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 32 VALUE "MEDIDA REGISTADA | INSCRICOES ANULA
      -       "DAS:"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  SHOW-ANULADAS LINE 29 COL 71 PIC Z9 FROM CONT-ANULADAS
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 29 COL 74 VALUE "| PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  CONFIRMACAO-SEGUIMENTO FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 34 VALUE "SEGUIMENTO ATUALIZADO COM SUCESSO |
      -       " PRESSIONE QUALQUER TECLA"
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
      *    VERIFICAÇÃO SE O FICHEIRO DE OCORRENCIAS EXISTE.
      ******************************************************************
           OPEN I-O INCIDENTES
           IF FS-INCIDENTES = 35
              OPEN OUTPUT INCIDENTES
              CLOSE INCIDENTES
           ELSE
              CLOSE INCIDENTES
           END-IF

           MOVE "; GESTOR: DISCIPLINA" TO WSLOG-PROGRAM
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
                 WHEN OPCAO-MEDIDA      PERFORM APLICAR-MEDIDA
                 WHEN OPCAO-SEGUIMENTO  PERFORM ATUALIZAR-SEGUIMENTO
                 WHEN OPCAO-CONSULTAR   PERFORM CONSULTAR
              END-EVALUATE

           END-PERFORM
           EXIT PROGRAM.

       REGISTAR SECTION.
      ******************************************************************
      *    REGISTA UMA NOVA OCORRENCIA NO PROCESSO DO ALUNO. A AULA E
      *    PROCURADA NO HORARIO PELA DATA, HORA E SEQUENCIA; SEM
      *    DOCENTE INDICADO, A OCORRENCIA FICA COM O DOCENTE DA AULA. A
      *    OCORRENCIA FICA ABERTA E AINDA SEM MEDIDA.
      ******************************************************************
           MOVE "; MENU: REGISTAR" TO WSLOG-SECTION
           ACCEPT HOJE-DATA FROM DATE YYYYMMDD

           OPEN I-O INCIDENTES
           OPEN INPUT ALUNOS, PROFS, HORARIOSFILE
           DISPLAY REGISTAR-SCREEN

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              INITIALIZE WSINCIDENTE
              MOVE ZEROS TO INC-IDNUM-CAMPO, INC-ANO-CAMPO,
                 INC-MES-CAMPO, INC-DIA-CAMPO, INC-HORA-CAMPO,
                 INC-SEQAULA-CAMPO, INC-CATEGORIA-CAMPO
              MOVE SPACES TO INC-PROF-CAMPO, INC-DESCRICAO-CAMPO,
                 SIGLA-PROF-CAMPO
              ACCEPT OCORRENCIA-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE INCIDENTES, ALUNOS, PROFS, HORARIOSFILE
                 EXIT SECTION
              END-IF

              PERFORM VALIDAR-OCORRENCIA
              IF KEYSTATUS = 1003 THEN
                 CLOSE INCIDENTES, ALUNOS, PROFS, HORARIOSFILE
                 EXIT SECTION
              END-IF
              IF VERDADEIRO NOT = "S" THEN
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           PERFORM PROXIMA-SEQ-ALUNO
           MOVE PROX-SEQ TO WSINC-SEQ
           MOVE ZEROS TO WSINC-MEDIDA, WSINC-DATA-MEDIDA,
              WSINC-SUSP-INICIO, WSINC-SUSP-FIM, WSINC-INSC-ANULADAS
           MOVE 1 TO WSINC-SEGUIMENTO
           MOVE HOJE-DATA TO WSINC-DATA-SEGUIMENTO
           MOVE SPACES TO WSINC-NOTA-SEGUIMENTO
           PERFORM PREENCHER-DATE-TIME
           WRITE FDINCIDENTE FROM WSINCIDENTE
           END-WRITE

           CLOSE INCIDENTES, ALUNOS, PROFS, HORARIOSFILE

           MOVE "; OCORRENCIA: " TO WSLOG-ADD-HEADING
           MOVE WSINC-CHAVE TO WSLOG-ADD-KEY
           STRING "; OCORRENCIA REGISTADA; CATEGORIA ", WSINC-CATEGORIA
              DELIMITED BY SIZE INTO WSLOG-ADD-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-REGISTO
           EXIT SECTION.

       VALIDAR-OCORRENCIA SECTION.
      ******************************************************************
      *    VALIDA O ALUNO, A DATA (NAO PODE SER FUTURA), A AULA DO
      *    HORARIO QUANDO INDICADA, O DOCENTE, A CATEGORIA E A
      *    DESCRICAO. COM TUDO VALIDO DEIXA VERDADEIRO = "S".
      ******************************************************************
           MOVE WSINC-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 ACCEPT ALUNO-INEXISTENTE-SCREEN
                 EXIT SECTION
           END-READ

           MOVE SPACE TO DATE-VALID
           MOVE WSINC-ANO TO WS-YEAR
           MOVE WSINC-MES TO WS-MONTH
           MOVE WSINC-DIA TO WS-DAY
           PERFORM CHECK-DATE
           IF DATE-VALID NOT = "Y" OR WSINC-DATA > HOJE-DATA THEN
              ACCEPT DATA-ERRO-SCREEN
              EXIT SECTION
           END-IF

           IF WSINC-HORA-AULA NOT = ZEROS
           OR WSINC-SEQ-AULA NOT = ZEROS THEN
              MOVE WSINC-ANO TO WSINC-ANO-AULA
              MOVE WSINC-MES TO WSINC-MES-AULA
              MOVE WSINC-DIA TO WSINC-DIA-AULA
              MOVE WSINC-AULA TO FDDATAAULA
              READ HORARIOSFILE RECORD
                 INVALID KEY
                    ACCEPT AULA-INEXISTENTE-SCREEN
                    EXIT SECTION
              END-READ
              IF SIGLA-PROF-CAMPO = SPACES THEN
                 MOVE FDDATAPROF TO SIGLA-PROF-CAMPO
              END-IF
           ELSE
              MOVE ZEROS TO WSINC-AULA
           END-IF

           MOVE SIGLA-PROF-CAMPO TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT (1:4) TO WSINC-SIGLAPROF
           MOVE WSINC-SIGLAPROF TO FDSIGLAPROF
           READ PROFS RECORD
              INVALID KEY
                 ACCEPT DOCENTE-INEXISTENTE-SCREEN
                 EXIT SECTION
           END-READ

           IF NOT WSINC-CATEGORIA-VALIDA
           OR WSINC-DESCRICAO = SPACES THEN
              ACCEPT CAMPO-ERRO-SCREEN
              EXIT SECTION
           END-IF

           MOVE "S" TO VERDADEIRO
           EXIT SECTION.

       PROXIMA-SEQ-ALUNO SECTION.
      ******************************************************************
      *    DETERMINA O PROXIMO NUMERO SEQUENCIAL DE OCORRENCIA DO
      *    ALUNO EM WSINC-IDNUM.
      ******************************************************************
           MOVE 1 TO PROX-SEQ

           MOVE WSINC-IDNUM TO FDINC-IDNUM
           MOVE 999 TO FDINC-SEQ
           START INCIDENTES KEY IS NOT GREATER THAN FDINC-CHAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ INCIDENTES PREVIOUS RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FDINC-IDNUM = WSINC-IDNUM THEN
                          COMPUTE PROX-SEQ = FDINC-SEQ + 1
                       END-IF
                 END-READ
           END-START
           EXIT SECTION.

       LER-OCORRENCIA SECTION.
      ******************************************************************
      *    PEDE O ALUNO E O NUMERO DA OCORRENCIA E LE A OCORRENCIA (O
      *    FICHEIRO JA ESTA ABERTO EM I-O). SEM OCORRENCIA DEIXA
      *    VERDADEIRO EM BRANCO; COM F3 SAI COM KEYSTATUS = 1003.
      ******************************************************************
           MOVE SPACES TO VERDADEIRO
           MOVE ZEROS TO CHAVE-IDNUM-CAMPO, CHAVE-SEQ-CAMPO
           ACCEPT CHAVE-OCORRENCIA-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           MOVE WSINC-CHAVE TO FDINC-CHAVE
           READ INCIDENTES RECORD
              INVALID KEY
                 ACCEPT OCORRENCIA-INEXISTENTE-SCREEN
                 EXIT SECTION
           END-READ

           MOVE SPACES TO NOME-ALUNO-INC
           OPEN INPUT ALUNOS
           MOVE FDINC-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              NOT INVALID KEY
                 MOVE FDNOME TO NOME-ALUNO-INC
           END-READ
           CLOSE ALUNOS

           PERFORM PREPARAR-TEXTOS
           DISPLAY DADOS-OCORRENCIA-SCREEN
           MOVE "S" TO VERDADEIRO
           EXIT SECTION.

       APLICAR-MEDIDA SECTION.
      ******************************************************************
      *    REGISTA A MEDIDA DECIDIDA PARA A OCORRENCIA. UMA NOVA DECISAO
      *    SUBSTITUI A ANTERIOR. A SUSPENSAO PEDE O PERIODO; A EXCLUSAO
      *    PROPOE A ANULACAO DAS INSCRICOES ATIVAS DO ALUNO.
      ******************************************************************
           MOVE "; MENU: MEDIDA" TO WSLOG-SECTION
           ACCEPT HOJE-DATA FROM DATE YYYYMMDD
           MOVE ZEROS TO CONT-ANULADAS

           OPEN I-O INCIDENTES
           DISPLAY MEDIDA-SCREEN

           PERFORM LER-OCORRENCIA
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE INCIDENTES
              EXIT SECTION
           END-IF
           MOVE FDINC-MEDIDA TO MEDIDA-ANTERIOR

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              MOVE ZEROS TO MEDIDA-CAMPO
              ACCEPT ESCOLHA-MEDIDA-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE INCIDENTES
                 EXIT SECTION
              END-IF

              MOVE ZEROS TO SUSP-INICIO-CAMPO, SUSP-FIM-CAMPO
              IF WSINC-SUSPENSAO THEN
                 MOVE ZEROS TO SUSP-INICIO-ANO-CAMPO,
                    SUSP-INICIO-MES-CAMPO, SUSP-INICIO-DIA-CAMPO,
                    SUSP-FIM-ANO-CAMPO, SUSP-FIM-MES-CAMPO,
                    SUSP-FIM-DIA-CAMPO
                 ACCEPT DATAS-SUSPENSAO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE INCIDENTES
                    EXIT SECTION
                 END-IF
              END-IF

              PERFORM VALIDAR-MEDIDA
              IF VERDADEIRO NOT = "S" THEN
                 ACCEPT MEDIDA-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE INCIDENTES
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           MOVE WSINC-MEDIDA TO FDINC-MEDIDA
           MOVE HOJE-DATA TO FDINC-DATA-MEDIDA
           MOVE SUSP-INICIO-CAMPO TO FDINC-SUSP-INICIO
           MOVE SUSP-FIM-CAMPO TO FDINC-SUSP-FIM
           IF FDINC-ABERTO THEN
              MOVE 2 TO FDINC-SEGUIMENTO
              MOVE HOJE-DATA TO FDINC-DATA-SEGUIMENTO
           END-IF
           PERFORM PREENCHER-DATE-TIME
           MOVE WSINC-DATE-TIME TO FDINC-DATE-TIME
           REWRITE FDINCIDENTE
           END-REWRITE

           MOVE "; OCORRENCIA: " TO WSLOG-EDIT-HEADING
           MOVE FDINC-CHAVE TO WSLOG-EDIT-KEY
           MOVE "; MEDIDA DISCIPLINAR DECIDIDA" TO WSLOG-EDIT-MESSAGE
           STRING "MEDIDA: ", FDINC-MEDIDA, "; ANTERIOR: ",
              MEDIDA-ANTERIOR, "; SUSPENSAO: ", FDINC-SUSP-INICIO,
              " A ", FDINC-SUSP-FIM
              DELIMITED BY SIZE INTO WSLOG-EDIT-CAMPO
           END-STRING
           PERFORM SAVE-LOGRECORDS

           IF FDINC-EXCLUSAO THEN
              PERFORM PROPOR-ANULACAO
              IF KEYSTATUS = 1003 THEN
                 CLOSE INCIDENTES
                 EXIT SECTION
              END-IF
           END-IF

           CLOSE INCIDENTES
           DISPLAY LIMPAR-LINES
           ACCEPT CONFIRMACAO-MEDIDA
           EXIT SECTION.

       VALIDAR-MEDIDA SECTION.
      ******************************************************************
      *    A MEDIDA TEM DE SER 1 A 3; NUMA SUSPENSAO AS DUAS DATAS TEM
      *    DE SER VALIDAS E O FIM NAO PODE SER ANTERIOR AO INICIO.
      ******************************************************************
           IF NOT WSINC-MEDIDA-VALIDA THEN
              EXIT SECTION
           END-IF

           IF WSINC-SUSPENSAO THEN
              MOVE SPACE TO DATE-VALID
              MOVE SUSP-INICIO-CAMPO TO WS-VALID-DATE
              PERFORM CHECK-DATE
              IF DATE-VALID NOT = "Y" THEN
                 EXIT SECTION
              END-IF
              MOVE SPACE TO DATE-VALID
              MOVE SUSP-FIM-CAMPO TO WS-VALID-DATE
              PERFORM CHECK-DATE
              IF DATE-VALID NOT = "Y"
              OR SUSP-FIM-CAMPO < SUSP-INICIO-CAMPO THEN
                 EXIT SECTION
              END-IF
           END-IF

           MOVE "S" TO VERDADEIRO
           EXIT SECTION.

       PROPOR-ANULACAO SECTION.
      ******************************************************************
      *    NUMA EXCLUSAO, CONTA AS INSCRICOES ATIVAS DO ALUNO E PERGUNTA
      *    SE DEVEM SER TODAS ANULADAS. A DECISAO (ANULAR OU MANTER)
      *    FICA NO LOGRECORDS.
      ******************************************************************
           OPEN I-O INSCRICOES
           IF FS-INSCRICOES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE ZEROS TO CONT-ATIVAS
           MOVE FDINC-IDNUM TO FDINSC-IDNUM
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
                       IF FDINSC-IDNUM NOT = FDINC-IDNUM THEN
                          SET STATUS-INSCRICAO TO TRUE
                       ELSE
                          IF FDINSC-ATIVA THEN
                             ADD 1 TO CONT-ATIVAS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF CONT-ATIVAS = ZEROS THEN
              CLOSE INSCRICOES
              EXIT SECTION
           END-IF

           PERFORM WITH TEST AFTER UNTIL NOVA-ESCOLHA = 1 OR 2
              MOVE ZEROS TO NOVA-ESCOLHA-SCREEN
              DISPLAY LIMPAR-LINES
              ACCEPT CONFIRMACAO-EXCLUSAO
              IF KEYSTATUS = 1003 THEN
                 CLOSE INSCRICOES
                 EXIT SECTION
              END-IF
           END-PERFORM

           IF NOVA-ESCOLHA = 1 THEN
              PERFORM ANULAR-INSCRICOES-ALUNO
              MOVE CONT-ANULADAS TO FDINC-INSC-ANULADAS
              REWRITE FDINCIDENTE
              END-REWRITE
              MOVE "; OCORRENCIA: " TO WSLOG-EDIT-HEADING
              MOVE FDINC-CHAVE TO WSLOG-EDIT-KEY
              MOVE "; EXCLUSAO: INSCRICOES ANULADAS" TO
                 WSLOG-EDIT-MESSAGE
              STRING "INSCRICOES ANULADAS: ", CONT-ANULADAS
                 DELIMITED BY SIZE INTO WSLOG-EDIT-CAMPO
              END-STRING
           ELSE
              MOVE "; OCORRENCIA: " TO WSLOG-EDIT-HEADING
              MOVE FDINC-CHAVE TO WSLOG-EDIT-KEY
              MOVE "; EXCLUSAO: INSCRICOES MANTIDAS" TO
                 WSLOG-EDIT-MESSAGE
              STRING "INSCRICOES ATIVAS MANTIDAS: ", CONT-ATIVAS
                 DELIMITED BY SIZE INTO WSLOG-EDIT-CAMPO
              END-STRING
           END-IF
           PERFORM SAVE-LOGRECORDS

           CLOSE INSCRICOES
           EXIT SECTION.

       ANULAR-INSCRICOES-ALUNO SECTION.
      ******************************************************************
      *    ANULA AS INSCRICOES ATIVAS DO ALUNO COMO NO GESTOR DE
      *    INSCRICOES: O REGISTO FICA MARCADO COMO ANULADO, COM A DATA
      *    DE ANULACAO, E CADA ANULACAO FICA NO LOGRECORDS.
      ******************************************************************
           MOVE FDINC-IDNUM TO FDINSC-IDNUM
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
                       IF FDINSC-IDNUM NOT = FDINC-IDNUM THEN
                          SET STATUS-INSCRICAO TO TRUE
                       ELSE
                          IF FDINSC-ATIVA THEN
                             MOVE 2 TO FDINSC-ESTADO
                             MOVE HOJE-DATA TO FDINSC-DATA-ANULACAO
                             REWRITE FDINSCRICAO
                             END-REWRITE
                             ADD 1 TO CONT-ANULADAS

                             MOVE "; INSCRICAO: " TO
                                WSLOG-DELETE-HEADING
                             MOVE FDINSC-CHAVE TO WSLOG-DELETE-KEY
                             MOVE "; INSCRICAO ANULADA POR EXCLUSAO"
                                TO WSLOG-DELETE-MESSAGE
                             PERFORM SAVE-LOGRECORDS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       ATUALIZAR-SEGUIMENTO SECTION.
      ******************************************************************
      *    ATUALIZA O ESTADO DE SEGUIMENTO DA OCORRENCIA COM UMA NOTA.
      ******************************************************************
           MOVE "; MENU: SEGUIMENTO" TO WSLOG-SECTION
           ACCEPT HOJE-DATA FROM DATE YYYYMMDD

           OPEN I-O INCIDENTES
           DISPLAY SEGUIMENTO-SCREEN

           PERFORM LER-OCORRENCIA
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE INCIDENTES
              EXIT SECTION
           END-IF

           PERFORM WITH TEST AFTER UNTIL WSINC-SEGUIMENTO-VALIDO
              MOVE ZEROS TO SEGUIMENTO-CAMPO
              MOVE FDINC-NOTA-SEGUIMENTO TO NOTA-CAMPO
              ACCEPT ESTADO-SEGUIMENTO-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE INCIDENTES
                 EXIT SECTION
              END-IF

              IF NOT WSINC-SEGUIMENTO-VALIDO THEN
                 ACCEPT SEGUIMENTO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE INCIDENTES
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           MOVE WSINC-SEGUIMENTO TO FDINC-SEGUIMENTO
           MOVE WSINC-NOTA-SEGUIMENTO TO FDINC-NOTA-SEGUIMENTO
           MOVE HOJE-DATA TO FDINC-DATA-SEGUIMENTO
           PERFORM PREENCHER-DATE-TIME
           MOVE WSINC-DATE-TIME TO FDINC-DATE-TIME
           REWRITE FDINCIDENTE
           END-REWRITE

           CLOSE INCIDENTES

           MOVE "; OCORRENCIA: " TO WSLOG-EDIT-HEADING
           MOVE FDINC-CHAVE TO WSLOG-EDIT-KEY
           MOVE "; SEGUIMENTO DA OCORRENCIA ATUALIZADO" TO
              WSLOG-EDIT-MESSAGE
           STRING "SEGUIMENTO: ", FDINC-SEGUIMENTO, "; ",
              FDINC-NOTA-SEGUIMENTO
              DELIMITED BY SIZE INTO WSLOG-EDIT-CAMPO
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-SEGUIMENTO
           EXIT SECTION.

       CONSULTAR SECTION.
      ******************************************************************
      *    LISTA NO ECRA AS OCORRENCIAS DO ALUNO INDICADO, COM A MEDIDA
      *    E O SEGUIMENTO DE CADA UMA.
      ******************************************************************
           MOVE "; MENU: CONSULTAR" TO WSLOG-SECTION

           DISPLAY CONSULTAR-SCREEN
           MOVE ZEROS TO CONSULTA-IDNUM-CAMPO
           ACCEPT ALUNO-CONSULTA-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO NOME-ALUNO-INC
           OPEN INPUT ALUNOS
           MOVE WSINC-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 CLOSE ALUNOS
                 ACCEPT ALUNO-INEXISTENTE-SCREEN
                 EXIT SECTION
              NOT INVALID KEY
                 MOVE FDNOME TO NOME-ALUNO-INC
           END-READ
           CLOSE ALUNOS

           DISPLAY CABECALHO-LISTA-SCREEN
           MOVE ZEROS TO CONT-LISTADOS
           MOVE 10 TO LINHA
           MOVE 05 TO COLUNA

           OPEN INPUT INCIDENTES
           MOVE WSINC-IDNUM TO FDINC-IDNUM
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
                       IF FDINC-IDNUM NOT = WSINC-IDNUM THEN
                          SET STATUS-INCIDENTE TO TRUE
                       ELSE
                          ADD 1 TO CONT-LISTADOS
                          PERFORM PREPARAR-TEXTOS
                          DISPLAY LINHA-OCORRENCIA-SCREEN
                          ADD 1 TO LINHA
                          IF LINHA > 24 THEN
                             ACCEPT FIM-LISTA-SCREEN
                             DISPLAY LIMPAR-LISTA
                             MOVE 10 TO LINHA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE INCIDENTES

           MOVE "; OCORRENCIAS: " TO WSLOG-VIEW-HEADING
           MOVE WSINC-IDNUM TO WSLOG-VIEW-KEY
           STRING "; OCORRENCIAS CONSULTADAS: ", CONT-LISTADOS
              INTO WSLOG-VIEW-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           IF CONT-LISTADOS = ZEROS THEN
              ACCEPT SEM-OCORRENCIAS-SCREEN
           ELSE
              ACCEPT FIM-LISTA-SCREEN
           END-IF
           EXIT SECTION.

       PREPARAR-TEXTOS SECTION.
      ******************************************************************
      *    PREPARA OS TEXTOS DA OCORRENCIA LIDA PARA OS ECRAS.
      ******************************************************************
           STRING FDINC-DATA (1:4), "/", FDINC-DATA (5:2), "/",
              FDINC-DATA (7:2) DELIMITED BY SIZE INTO DATA-TXT
           END-STRING

           MOVE SPACES TO AULA-TXT
           IF FDINC-HORA-AULA NOT = ZEROS
           OR FDINC-SEQ-AULA NOT = ZEROS THEN
              STRING FDINC-HORA-AULA (1:2), ":", FDINC-HORA-AULA (3:2),
                 " ", FDINC-SEQ-AULA DELIMITED BY SIZE INTO AULA-TXT
              END-STRING
           END-IF

           EVALUATE TRUE
              WHEN FDINC-PERTURBACAO MOVE "PERTURBACAO" TO CATEGORIA-TXT
              WHEN FDINC-DANOS       MOVE "DANOS" TO CATEGORIA-TXT
              WHEN FDINC-FRAUDE      MOVE "FRAUDE" TO CATEGORIA-TXT
              WHEN OTHER             MOVE "OUTRA" TO CATEGORIA-TXT
           END-EVALUATE

           MOVE SPACES TO PERIODO-TXT
           EVALUATE TRUE
              WHEN FDINC-ADVERTENCIA MOVE "ADVERTENCIA" TO MEDIDA-TXT
              WHEN FDINC-SUSPENSAO
                 MOVE "SUSPENSAO" TO MEDIDA-TXT
                 STRING FDINC-SUSP-INICIO, " A ", FDINC-SUSP-FIM
                    DELIMITED BY SIZE INTO PERIODO-TXT
                 END-STRING
              WHEN FDINC-EXCLUSAO    MOVE "EXCLUSAO" TO MEDIDA-TXT
              WHEN OTHER             MOVE "SEM MEDIDA" TO MEDIDA-TXT
           END-EVALUATE

           EVALUATE TRUE
              WHEN FDINC-ACOMPANHAMENTO
                 MOVE "ACOMPANHAMENTO" TO SEGUIMENTO-TXT
              WHEN FDINC-ENCERRADO
                 MOVE "ENCERRADA" TO SEGUIMENTO-TXT
              WHEN OTHER
                 MOVE "ABERTA" TO SEGUIMENTO-TXT
           END-EVALUATE
           EXIT SECTION.

       PREENCHER-DATE-TIME SECTION.
      ******************************************************************
      *    DATA E HORA DA ULTIMA ALTERACAO DA OCORRENCIA.
      ******************************************************************
           MOVE SPACES TO WSINC-DATE-TIME
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSINC-DATE-TIME
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

       CHECK-DATE SECTION.
      ******************************************************************
      *    MENU QUE É CHAMADO PARA VERIFICAR SE A DATA INTRODUZIDA É UMA
      *    DATA VÁLIDA.
      ******************************************************************
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

       END PROGRAM GESTORDISCIPLINA.
