      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    É PRETENDIDO NESTE PROGRAMA FAZER A GESTÃO DAS SESSOES DE
      *    EXAME: UMA SESSAO POR UNIDADE FORMATIVA E TENTATIVA, COM
      *    DATA, HORA, DURACAO E ATE TRES SALAS (MESTRE DE SALAS), CADA
      *    UMA COM O SEU VIGILANTE (MESTRE DE DOCENTES). A MARCACAO
      *    RECUSA SALAS COM AULAS OU RESERVAS NO INTERVALO E VIGILANTES
      *    COM AULAS OU OUTRO EXAME NO INTERVALO, E RESERVA AS SALAS
      *    (FICHEIRO RESERVAS, VER GESTORSALAS), PELO QUE O REGISTO DE
      *    AULAS DO GESTORHORARIOS E A OCUPACAO DAS SALAS PASSAM A
      *    RESPEITAR O EXAME. OS ALUNOS ELEGIVEIS (INSCRICAO ATIVA,
      *    PRESENCAS NO LIMIAR E REGRAS DE RECURSO DO GESTORNOTAS) SAO
      *    SENTADOS AUTOMATICAMENTE ATE AOS LUGARES DE CADA SALA, E SAO
      *    GERADAS A LISTA DE LUGARES E A LISTA DE PORTA DE CADA SALA.
      ******************************************************************
      *    PROGRAMA DEVE SER EXECUTADO COM UM LAYOUT DE JANELA DE
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************
      *    V1.1 | 15.10.2026 | AS SALAS DO EXAME TEM DE TER O
      *    EQUIPAMENTO EXIGIDO PELA UNIDADE, EM SERVICO NA DATA DO
      *    EXAME (VER GESTOREQUIP E GESTORSALAS).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTOREXAMES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAMES ASSIGN TO "exames"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDEXAME-CHAVE
              LOCK MODE MANUAL
              FILE STATUS FS-EXAMES.

           SELECT LUGARESEXAME ASSIGN TO "lugaresexame"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDLUGAR-CHAVE
              FILE STATUS FS-LUGARES.

           SELECT UNIDADES ASSIGN TO "unidadesfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSIGLAUNIDADE
              FILE STATUS FS-UNIDADES.

           SELECT PROFS ASSIGN TO "profsfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSIGLAPROF
              FILE STATUS FS-PROFS.

           SELECT SALAS ASSIGN TO "salasfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSALA-CODIGO
              FILE STATUS FS-SALAS.

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

           SELECT NOTAS ASSIGN TO "notasfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDNOTA-CHAVE
              FILE STATUS FS-NOTAS.

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

           SELECT PARAMETROS ASSIGN TO "parametros"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPARAM-CHAVE
              FILE STATUS FS-PARAMETROS.

           SELECT RESERVAS ASSIGN TO "reservas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDRES-CHAVE
              FILE STATUS FS-RESERVAS.

           SELECT LISTAEXAME ASSIGN TO LISTA-NOME-FICHEIRO
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LISTAEXAME.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXAMES.
       COPY FDEXAMES.

       FD  LUGARESEXAME.
       COPY FDLUGARESEXAME.

       FD  UNIDADES.
       COPY FDUNIDADES.

       FD  PROFS.
       COPY FDPROFS.

       FD  SALAS.
       COPY FDSALAS.

       FD  ALUNOS.
       COPY FDALUNOS.

       FD  INSCRICOES.
       COPY FDINSCRICOES.

       FD  NOTAS.
       COPY FDNOTAS.

       FD  HORARIOSFILE.
       COPY FDHORARIOS.

       FD  PRESENCAS.
       COPY FDPRESENCAS.

       FD  JUSTIFICACOES.
       COPY FDJUSTIFICACOES.

       FD  PARAMETROS.
       COPY FDPARAMETROS.

       FD  RESERVAS.
       COPY FDRESERVAS.

       FD  LISTAEXAME.
       01  LISTA-LINHA              PIC X(100).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSEXAMES.
       COPY WSLOGRECORDS.
       COPY VAR-VALIDDATE.
       COPY VAR-SPACEUPPER.
       COPY VAR-EQUIP.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-AGENDAR        VALUE 1.
           88  OPCAO-LISTAR         VALUE 2.
           88  OPCAO-ALOCAR         VALUE 3.
           88  OPCAO-CANCELAR       VALUE 4.
           88  VALID-ESCOLHA        VALUE 0 THRU 4.

       01  NOVA-ESCOLHA             PIC 9(001).
           88  OPCAO-SIM            VALUE 1.
           88  OPCAO-NAO            VALUE 2.

       01  ERRO-EXAME               PIC 9(001).
           88  SEM-ERRO-EXAME       VALUE 0.
           88  ERRO-CAMPO-EXAME     VALUE 1.
           88  ERRO-SALA-OCUPADA    VALUE 2.
           88  ERRO-VIGILANTE-OCUPADO VALUE 3.
           88  ERRO-SALA-SEM-EQUIP  VALUE 4.

       01  LISTA-TIPO               PIC X(007).
           88  LISTA-LUGARES        VALUE "lugares".
           88  LISTA-PORTA          VALUE "porta".

       77  FS-EXAMES                PIC X(002).
       77  FS-LUGARES               PIC X(002).
       77  FS-UNIDADES              PIC X(002).
       77  FS-PROFS                 PIC X(002).
       77  FS-SALAS                 PIC X(002).
       77  FS-ALUNOS                PIC X(002).
       77  FS-INSCRICOES            PIC X(002).
       77  FS-NOTAS                 PIC X(002).
       77  FS-HORARIO               PIC X(002).
       77  FS-PRESENCAS             PIC X(002).
       77  FS-JUSTIFICACOES         PIC X(002).
       77  FS-PARAMETROS            PIC X(002).
       77  FS-RESERVAS              PIC X(002).
       77  FS-LISTAEXAME            PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  PRESS-KEY                PIC X(001).
       77  VERDADEIRO               PIC X(001).
       77  LINHA                    PIC 9(004).
       77  COLUNA                   PIC 9(004).
       77  CONT-LISTADOS            PIC 9(003).
       77  EXAME-EXISTE             PIC X(001).
       77  SALA-IDX                 PIC 9(001).
       77  OUTRA-IDX                PIC 9(001).
       77  HHMM-CALC                PIC 9(004).
       77  HORAS-CALC               PIC 9(002).
       77  MINUTOS-CALC             PIC 9(002).
       77  MINUTOS-DIA              PIC 9(005).
       77  DATA-EXAME-NUM           PIC 9(008).
       77  INI-MIN-EXAME            PIC 9(005).
       77  FIM-MIN-EXAME            PIC 9(005).
       77  HORA-FIM-EXAME           PIC 9(004).
       77  INI-MIN-LIDA             PIC 9(005).
       77  FIM-MIN-LIDA             PIC 9(005).
       77  SOBREPOSTAS              PIC X(001).
       77  EXAME-LIMIAR             PIC 9(003).
       77  PRES-SESSOES             PIC 9(005).
       77  PRES-ASSISTIDAS          PIC 9(005).
       77  PRES-PCT                 PIC 9(003).
       77  JUST-ENCONTRADA          PIC X(001).
       77  FIM-PRESENCAS            PIC X(001).
           88  FIM-PRESENCAS-SIM    VALUE "S".
       77  ALUNO-IDNUM              PIC 9(006).
       77  ALUNO-ELEGIVEL           PIC X(001).
       77  MAX-TENTATIVA            PIC 9(002).
       77  TENTATIVA-APROVADA       PIC X(001).
       77  MAIS-LUGARES             PIC X(001).
       77  LUGAR-ATUAL              PIC 9(003).
       77  CONT-ELEGIVEIS           PIC 9(003).
       77  CONT-SENTADOS            PIC 9(003).
       77  CONT-SEM-LUGAR           PIC 9(003).
       77  CONT-SALA                PIC 9(003).
       77  LISTA-NOME-FICHEIRO      PIC X(060).
       77  NOME-UNIDADE-EXAME       PIC X(030).
       77  NOME-VIGILANTE           PIC X(050).
       77  EXAME-HORA-TXT           PIC X(005).
       77  EXAME-ESTADO-TXT         PIC X(009).
       77  LISTA-LUGAR-ED           PIC ZZ9.

       01  ALOC-TABELA.
           03  ALOC-LUGARES OCCURS 4 TIMES PIC 9(003).

      ******************************************************************

       SCREEN SECTION.

      ******************************************************************
      *    SCREEN DO MENU PRINCIPAL.

       01  MENU1-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 51 VALUE "G E S T O R   D E   E X A M E S".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 12 COL 52 VALUE "0. SAIR".
           03  LINE 14 COL 52 VALUE "1. AGENDAR SESSAO DE EXAME".
           03  LINE 16 COL 52 VALUE "2. LISTAR SESSOES DE EXAME".
           03  LINE 18 COL 52 VALUE "3. ALOCAR LUGARES E GERAR LISTAS".
           03  LINE 20 COL 52 VALUE "4. CANCELAR SESSAO DE EXAME".
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

       01  AGENDAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 61 VALUE "A G E N D A R".
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

       01  ALOCAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 54 VALUE "A L O C A R   L U G A R E S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

       01  CANCELAR-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 60 VALUE "C A N C E L A R".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INTRODUZ A CHAVE DA SESSAO (UNIDADE
      *    E TENTATIVA).

       01  EXAME-CHAVE-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "SIGLA DA UNIDADE:".
           03  EXAME-UNIDADE-CAMPO LINE 09 COL 28 PIC X(5) TO
               WSEXAME-SIGLAUNIDADE AUTO REQUIRED.
           03  LINE 09 COL 43 VALUE "TENTATIVA:".
           03  EXAME-TENTATIVA-CAMPO LINE 09 COL 54 PIC 9(2) TO
               WSEXAME-TENTATIVA AUTO BLANK WHEN ZERO.

      ******************************************************************
      *    SCREEN COM OS RESTANTES CAMPOS DA SESSAO: DATA, HORA,
      *    DURACAO E AS SALAS COM O RESPETIVO VIGILANTE.

       01  EXAME-DADOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 11 COL 10 VALUE "DATA DO EXAME:".
           03  EXAME-DIA-CAMPO LINE 11 COL 25 PIC 9(2) USING
               WSEXAME-DIA AUTO BLANK WHEN ZERO.
           03  LINE 11 COL 27 VALUE "/".
           03  EXAME-MES-CAMPO LINE 11 COL 28 PIC 9(2) USING
               WSEXAME-MES AUTO BLANK WHEN ZERO.
           03  LINE 11 COL 30 VALUE "/".
           03  EXAME-ANO-CAMPO LINE 11 COL 31 PIC 9(4) USING
               WSEXAME-ANO AUTO BLANK WHEN ZERO.
           03  LINE 11 COL 43 VALUE "HORA (HHMM):".
           03  EXAME-HORA-CAMPO LINE 11 COL 56 PIC 9(4) USING
               WSEXAME-HORA AUTO BLANK WHEN ZERO.
           03  LINE 11 COL 70 VALUE "DURACAO (MIN):".
           03  EXAME-DURACAO-CAMPO LINE 11 COL 85 PIC 9(3) USING
               WSEXAME-DURACAO AUTO BLANK WHEN ZERO.
           03  LINE 13 COL 10 VALUE "SALA 1:".
           03  EXAME-SALA1-CAMPO LINE 13 COL 25 PIC X(10) USING
               WSEXAME-SALA (1) AUTO.
           03  LINE 13 COL 43 VALUE "VIGILANTE:".
           03  EXAME-VIG1-CAMPO LINE 13 COL 56 PIC X(4) USING
               WSEXAME-VIGILANTE (1) AUTO.
           03  LINE 15 COL 10 VALUE "SALA 2:".
           03  EXAME-SALA2-CAMPO LINE 15 COL 25 PIC X(10) USING
               WSEXAME-SALA (2) AUTO.
           03  LINE 15 COL 43 VALUE "VIGILANTE:".
           03  EXAME-VIG2-CAMPO LINE 15 COL 56 PIC X(4) USING
               WSEXAME-VIGILANTE (2) AUTO.
           03  LINE 17 COL 10 VALUE "SALA 3:".
           03  EXAME-SALA3-CAMPO LINE 17 COL 25 PIC X(10) USING
               WSEXAME-SALA (3) AUTO.
           03  LINE 17 COL 43 VALUE "VIGILANTE:".
           03  EXAME-VIG3-CAMPO LINE 17 COL 56 PIC X(4) USING
               WSEXAME-VIGILANTE (3) AUTO.
           03  LINE 19 COL 10 VALUE "A SALA 1 E OBRIGATORIA; AS SALAS 2
      -        "E 3 SAO OPCIONAIS E CADA SALA TEM O SEU VIGILANTE.".

      ******************************************************************
      *    SCREEN QUE PEDE A CONFIRMACAO DO CANCELAMENTO DA SESSAO.

       01  CONFIRMAR-CANCELAR-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 27 VALUE "TEM A CERTEZA QUE PRETENDE CANCELAR
      -        " ESTA SESSAO DE EXAME? 1 - SIM | 2 - NAO:".
           03  NOVA-ESCOLHA-SCREEN LINE 29 COL 104 PIC 9(1) TO
               NOVA-ESCOLHA AUTO BLANK WHEN ZERO.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREENS DE MENSAGEM DE ERRO.

       01  CHAVE-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 24 VALUE "UNIDADE INEXISTENTE OU TENTATIVA FO
      -       "RA DOS LIMITES (1 A 99) | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  EXAME-JA-EXISTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 29 VALUE "A SESSAO DE EXAME JA ESTA MARCADA |
      -       " PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  EXAME-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 25 VALUE "SESSAO DE EXAME INEXISTENTE OU CANC
      -       "ELADA | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  CAMPO-ERRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 11 VALUE "CAMPO INVALIDO: DATA, HORA, DURACAO
      -       ", SALA INATIVA OU REPETIDA, OU VIGILANTE EM FALTA | PRESS
      -       "IONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  SALA-OCUPADA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 23 VALUE "RECUSADO: UMA DAS SALAS TEM AULA OU
      -       " RESERVA NESSE INTERVALO | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  VIGILANTE-OCUPADO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 21 VALUE "RECUSADO: UM DOS VIGILANTES TEM AUL
      -       "A OU OUTRO EXAME NO INTERVALO | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  SALA-SEM-EQUIP-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 10 VALUE "RECUSADO: A SALA".
           03  SHOW-SALA-SEM-EQUIP LINE 29 COL 27 PIC X(10) FROM
               EQUIP-SALA.
           03  LINE 29 COL 38 VALUE "NAO TEM O EQUIPAMENTO EXIGIDO PELA
      -       "UNIDADE:".
           03  SHOW-EQUIP-FALTA LINE 29 COL 82 PIC X(8) FROM
               EQUIP-CODIGO.
           03  LINE 29 COL 91 VALUE "| PRESSIONE QUALQUER TECLA".
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREENS DE CONFIRMACAO.

       01  CONFIRMACAO-EXAME FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 24 VALUE "SESSAO DE EXAME MARCADA E SALAS RES
      -       "ERVADAS | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  CONFIRMACAO-CANCELAMENTO FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 23 VALUE "SESSAO DE EXAME CANCELADA E SALAS L
      -       "IBERTADAS | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  NAO-CANCELADO FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 37 VALUE "OPERACAO ANULADA | PRESSIONE QUALQU
      -       "ER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN COM O RESUMO DA ALOCACAO DE LUGARES.

       01  ALOCACAO-RESUMO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 21 FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
               05  VALUE "ELEGIVEIS: ".
               05  SHOW-CONT-ELEGIVEIS PIC ZZ9 FROM CONT-ELEGIVEIS.
               05  VALUE " | SENTADOS: ".
               05  SHOW-CONT-SENTADOS PIC ZZ9 FROM CONT-SENTADOS.
               05  VALUE " | SEM LUGAR: ".
               05  SHOW-CONT-SEM-LUGAR PIC ZZ9 FROM CONT-SEM-LUGAR.
               05  VALUE " | LISTAS GERADAS | PRESSIONE QUALQUER TECLA".
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREENS DOS ALUNOS ELEGIVEIS QUE FICARAM SEM LUGAR.

       01  SEM-LUGAR-TITULO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "ALUNOS ELEGIVEIS SEM LUGAR (LUGARES
      -        " DAS SALAS ESGOTADOS):" HIGHLIGHT.

       01  LINHA-SEM-LUGAR-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL COLUNA.
               05  SHOW-SEM-LUGAR-IDNUM PIC 9(6) FROM FDINSC-IDNUM.
               05  VALUE " | ".
               05  SHOW-SEM-LUGAR-NOME PIC X(50) FROM FDNOME.

      ******************************************************************
      *    SCREEN QUE MOSTRA CADA SESSAO DE EXAME NA LISTA.

       01  LINHA-EXAME-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL COLUNA.
               05  SHOW-EXAME-UNIDADE PIC X(5) FROM
                   FDEXAME-SIGLAUNIDADE.
               05  VALUE " | T.".
               05  SHOW-EXAME-TENTATIVA PIC 99 FROM FDEXAME-TENTATIVA.
               05  VALUE " | ".
               05  SHOW-EXAME-DIA PIC 99 FROM FDEXAME-DIA.
               05  VALUE "/".
               05  SHOW-EXAME-MES PIC 99 FROM FDEXAME-MES.
               05  VALUE "/".
               05  SHOW-EXAME-ANO PIC 9999 FROM FDEXAME-ANO.
               05  VALUE " ".
               05  SHOW-EXAME-HORA PIC X(5) FROM EXAME-HORA-TXT.
               05  VALUE " | DUR.: ".
               05  SHOW-EXAME-DURACAO PIC ZZ9 FROM FDEXAME-DURACAO.
               05  VALUE " | SALAS: ".
               05  SHOW-EXAME-SALA1 PIC X(10) FROM FDEXAME-SALA (1).
               05  VALUE " ".
               05  SHOW-EXAME-SALA2 PIC X(10) FROM FDEXAME-SALA (2).
               05  VALUE " ".
               05  SHOW-EXAME-SALA3 PIC X(10) FROM FDEXAME-SALA (3).
               05  VALUE " | SENTADOS: ".
               05  SHOW-EXAME-SENTADOS PIC ZZ9 FROM FDEXAME-SENTADOS.
               05  VALUE " | ".
               05  SHOW-EXAME-ESTADO PIC X(9) FROM EXAME-ESTADO-TXT.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO NAO HA SESSOES REGISTADAS.

       01  SEM-EXAMES-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 33 VALUE "NAO EXISTEM SESSOES DE EXAME REGIST
      -       "ADAS | PRESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
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
      *    VERIFICAÇÃO SE OS FICHEIROS DE EXAMES, DE LUGARES E DE
      *    RESERVAS EXISTEM.
      ******************************************************************
           OPEN I-O EXAMES
           IF FS-EXAMES = 35
              OPEN OUTPUT EXAMES
              CLOSE EXAMES
           ELSE
              CLOSE EXAMES
           END-IF

           OPEN I-O LUGARESEXAME
           IF FS-LUGARES = 35
              OPEN OUTPUT LUGARESEXAME
              CLOSE LUGARESEXAME
           ELSE
              CLOSE LUGARESEXAME
           END-IF

           OPEN I-O RESERVAS
           IF FS-RESERVAS = 35
              OPEN OUTPUT RESERVAS
              CLOSE RESERVAS
           ELSE
              CLOSE RESERVAS
           END-IF

           OPEN I-O HORARIOSFILE
           IF FS-HORARIO = 35
              OPEN OUTPUT HORARIOSFILE
              CLOSE HORARIOSFILE
           ELSE
              CLOSE HORARIOSFILE
           END-IF

           MOVE "; GESTOR: EXAMES" TO WSLOG-PROGRAM
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
                 WHEN OPCAO-AGENDAR     PERFORM AGENDAR
                 WHEN OPCAO-LISTAR      PERFORM LISTAR
                 WHEN OPCAO-ALOCAR      PERFORM ALOCAR
                 WHEN OPCAO-CANCELAR    PERFORM CANCELAR
              END-EVALUATE

           END-PERFORM
           EXIT PROGRAM.

       AGENDAR SECTION.
      ******************************************************************
      *    MARCA UMA SESSAO DE EXAME PARA UMA UNIDADE E TENTATIVA E
      *    RESERVA AS SALAS NO INTERVALO DO EXAME. UMA SESSAO CANCELADA
      *    PODE SER MARCADA DE NOVO COM A MESMA CHAVE.
      ******************************************************************
           MOVE "; MENU: AGENDAR" TO WSLOG-SECTION

           OPEN I-O EXAMES
           DISPLAY AGENDAR-SCREEN

           INITIALIZE WSEXAME
           PERFORM PEDIR-CHAVE-EXAME
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE EXAMES
              EXIT SECTION
           END-IF

           MOVE SPACES TO EXAME-EXISTE
           MOVE WSEXAME-CHAVE TO FDEXAME-CHAVE
           READ EXAMES RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO EXAME-EXISTE
           END-READ

           IF EXAME-EXISTE = "S" AND FDEXAME-MARCADO THEN
              ACCEPT EXAME-JA-EXISTE-SCREEN
              CLOSE EXAMES
              EXIT SECTION
           END-IF

           PERFORM PEDIR-DADOS-EXAME
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE EXAMES
              EXIT SECTION
           END-IF

           SET WSEXAME-MARCADO TO TRUE
           MOVE ZEROS TO WSEXAME-SENTADOS
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSEXAME-DATE-TIME
           END-STRING

      *    A VERIFICACAO DOS VIGILANTES PERCORRE O FICHEIRO DE EXAMES,
      *    PELO QUE A SESSAO CANCELADA E LIDA DE NOVO ANTES DA
      *    REGRAVACAO.
           MOVE WSEXAME-CHAVE TO FDEXAME-CHAVE
           IF EXAME-EXISTE = "S" THEN
              READ EXAMES RECORD
                 INVALID KEY
                    CONTINUE
              END-READ
              MOVE WSEXAME TO FDEXAME
              REWRITE FDEXAME
              END-REWRITE
           ELSE
              MOVE WSEXAME TO FDEXAME
              WRITE FDEXAME
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF

           CLOSE EXAMES

           PERFORM RESERVAR-SALAS-EXAME

           MOVE "; EXAME: " TO WSLOG-ADD-HEADING
           MOVE WSEXAME-CHAVE TO WSLOG-ADD-KEY
           MOVE "; SESSAO DE EXAME MARCADA" TO WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-EXAME
           EXIT SECTION.

       PEDIR-CHAVE-EXAME SECTION.
      ******************************************************************
      *    PEDE A UNIDADE E A TENTATIVA DA SESSAO: A UNIDADE TEM DE
      *    EXISTIR E A TENTATIVA TEM DE ESTAR ENTRE 1 E 99.
      ******************************************************************
           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              MOVE SPACES TO EXAME-UNIDADE-CAMPO
              MOVE ZEROS TO EXAME-TENTATIVA-CAMPO
              ACCEPT EXAME-CHAVE-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF

              MOVE WSEXAME-SIGLAUNIDADE TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT (1:5) TO WSEXAME-SIGLAUNIDADE

              OPEN INPUT UNIDADES
              MOVE WSEXAME-SIGLAUNIDADE TO FDSIGLAUNIDADE
              READ UNIDADES RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF WSEXAME-TENTATIVA-VALIDA THEN
                       MOVE "S" TO VERDADEIRO
                    END-IF
              END-READ
              CLOSE UNIDADES

              IF VERDADEIRO NOT = "S" THEN
                 ACCEPT CHAVE-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM
           EXIT SECTION.

       PEDIR-DADOS-EXAME SECTION.
      ******************************************************************
      *    PEDE E VALIDA OS DADOS DA SESSAO: DATA FUTURA, HORA E
      *    DURACAO DENTRO DOS LIMITES, SALAS ATIVAS E NAO REPETIDAS,
      *    CADA UMA COM UM VIGILANTE EXISTENTE. AS SALAS NAO PODEM TER
      *    AULAS NEM RESERVAS NO INTERVALO DO EXAME E OS VIGILANTES NAO
      *    PODEM TER AULAS NEM OUTRO EXAME NO MESMO INTERVALO.
      ******************************************************************
           OPEN INPUT PROFS, SALAS, HORARIOSFILE, RESERVAS

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
              MOVE ZEROS TO ERRO-EXAME
              ACCEPT EXAME-DADOS-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE PROFS, SALAS, HORARIOSFILE, RESERVAS
                 EXIT SECTION
              END-IF

              PERFORM VARYING SALA-IDX FROM 1 BY 1 UNTIL SALA-IDX > 3
                 MOVE WSEXAME-SALA (SALA-IDX) TO LINK-TEXT
                 PERFORM SPACE-UPPER
                 MOVE LINK-TEXT (1:10) TO WSEXAME-SALA (SALA-IDX)
                 MOVE WSEXAME-VIGILANTE (SALA-IDX) TO LINK-TEXT
                 PERFORM SPACE-UPPER
                 MOVE LINK-TEXT (1:4) TO WSEXAME-VIGILANTE (SALA-IDX)
              END-PERFORM

              PERFORM VALIDAR-CAMPOS-EXAME

              PERFORM VARYING SALA-IDX FROM 1 BY 1
                 UNTIL SALA-IDX > 3 OR NOT SEM-ERRO-EXAME
                 PERFORM VERIFICAR-SALA-LIVRE
              END-PERFORM

              PERFORM VARYING SALA-IDX FROM 1 BY 1
                 UNTIL SALA-IDX > 3 OR NOT SEM-ERRO-EXAME
                 PERFORM VERIFICAR-VIGILANTE-LIVRE
              END-PERFORM

              PERFORM VARYING SALA-IDX FROM 1 BY 1
                 UNTIL SALA-IDX > 3 OR NOT SEM-ERRO-EXAME
                 PERFORM VERIFICAR-EQUIP-SALA-EXAME
              END-PERFORM

              EVALUATE TRUE
                 WHEN SEM-ERRO-EXAME
                    MOVE "S" TO VERDADEIRO
                 WHEN ERRO-CAMPO-EXAME
                    ACCEPT CAMPO-ERRO-SCREEN
                 WHEN ERRO-SALA-OCUPADA
                    ACCEPT SALA-OCUPADA-SCREEN
                 WHEN ERRO-VIGILANTE-OCUPADO
                    ACCEPT VIGILANTE-OCUPADO-SCREEN
                 WHEN ERRO-SALA-SEM-EQUIP
                    ACCEPT SALA-SEM-EQUIP-SCREEN
              END-EVALUATE

              IF VERDADEIRO NOT = "S" THEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE PROFS, SALAS, HORARIOSFILE, RESERVAS
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           CLOSE PROFS, SALAS, HORARIOSFILE, RESERVAS
           EXIT SECTION.

       VALIDAR-CAMPOS-EXAME SECTION.
      ******************************************************************
      *    VALIDA A DATA, A HORA, A DURACAO (O EXAME TEM DE ACABAR ATE
      *    AS 23:00, COMO AS RESERVAS DE SALA) E AS SALAS E VIGILANTES
      *    INDICADOS.
      ******************************************************************
           MOVE SPACE TO DATE-VALID
           MOVE WSEXAME-ANO TO WS-YEAR
           MOVE WSEXAME-MES TO WS-MONTH
           MOVE WSEXAME-DIA TO WS-DAY
           PERFORM CHECK-DATE

           IF DATE-VALID NOT = "Y"
           OR NOT WSEXAME-HORA-VALIDA
           OR FUNCTION MOD (WSEXAME-HORA, 100) > 59
           OR NOT WSEXAME-DURACAO-VALIDA
           OR WSEXAME-SALA (1) = SPACES THEN
              SET ERRO-CAMPO-EXAME TO TRUE
              EXIT SECTION
           END-IF

           PERFORM PREPARAR-INTERVALO-EXAME
           IF FIM-MIN-EXAME > 1380 THEN
              SET ERRO-CAMPO-EXAME TO TRUE
              EXIT SECTION
           END-IF

           PERFORM VARYING SALA-IDX FROM 1 BY 1
              UNTIL SALA-IDX > 3 OR NOT SEM-ERRO-EXAME
              PERFORM VALIDAR-SALA-EXAME
           END-PERFORM
           EXIT SECTION.

       VALIDAR-SALA-EXAME SECTION.
      ******************************************************************
      *    VALIDA A SALA E O VIGILANTE NA POSICAO SALA-IDX: SALA
      *    EXISTENTE E ATIVA, VIGILANTE EXISTENTE, E NENHUM DOS DOIS
      *    REPETIDO NAS POSICOES ANTERIORES. UMA POSICAO SEM SALA NAO
      *    PODE TER VIGILANTE.
      ******************************************************************
           IF WSEXAME-SALA (SALA-IDX) = SPACES THEN
              IF WSEXAME-VIGILANTE (SALA-IDX) NOT = SPACES THEN
                 SET ERRO-CAMPO-EXAME TO TRUE
              END-IF
              EXIT SECTION
           END-IF

           MOVE WSEXAME-SALA (SALA-IDX) TO FDSALA-CODIGO
           READ SALAS RECORD
              INVALID KEY
                 SET ERRO-CAMPO-EXAME TO TRUE
              NOT INVALID KEY
                 IF NOT FDSALA-ATIVA THEN
                    SET ERRO-CAMPO-EXAME TO TRUE
                 END-IF
           END-READ

           MOVE WSEXAME-VIGILANTE (SALA-IDX) TO FDSIGLAPROF
           READ PROFS RECORD
              INVALID KEY
                 SET ERRO-CAMPO-EXAME TO TRUE
           END-READ

           PERFORM VARYING OUTRA-IDX FROM 1 BY 1
              UNTIL OUTRA-IDX >= SALA-IDX
              IF WSEXAME-SALA (OUTRA-IDX) = WSEXAME-SALA (SALA-IDX)
              OR WSEXAME-VIGILANTE (OUTRA-IDX) =
                 WSEXAME-VIGILANTE (SALA-IDX) THEN
                 SET ERRO-CAMPO-EXAME TO TRUE
              END-IF
           END-PERFORM
           EXIT SECTION.

       PREPARAR-INTERVALO-EXAME SECTION.
      ******************************************************************
      *    CONVERTE A DATA, A HORA E A DURACAO DA SESSAO EM WSEXAME
      *    PARA A DATA NUMERICA (AAAAMMDD) E OS MINUTOS DE INICIO E DE
      *    FIM, E CALCULA A HORA DE FIM (HHMM) PARA AS RESERVAS.
      ******************************************************************
           COMPUTE DATA-EXAME-NUM =
              (WSEXAME-ANO * 10000) + (WSEXAME-MES * 100) + WSEXAME-DIA

           MOVE WSEXAME-HORA TO HHMM-CALC
           PERFORM CONVERTER-MINUTOS
           MOVE MINUTOS-DIA TO INI-MIN-EXAME
           COMPUTE FIM-MIN-EXAME = INI-MIN-EXAME + WSEXAME-DURACAO

           DIVIDE FIM-MIN-EXAME BY 60 GIVING HORAS-CALC
              REMAINDER MINUTOS-CALC
           COMPUTE HORA-FIM-EXAME = (HORAS-CALC * 100) + MINUTOS-CALC
           EXIT SECTION.

       CONVERTER-MINUTOS SECTION.
      ******************************************************************
      *    CONVERTE A HORA EM HHMM-CALC (HHMM) PARA MINUTOS DESDE A
      *    MEIA-NOITE EM MINUTOS-DIA.
      ******************************************************************
           DIVIDE HHMM-CALC BY 100 GIVING HORAS-CALC
              REMAINDER MINUTOS-CALC
           COMPUTE MINUTOS-DIA = (HORAS-CALC * 60) + MINUTOS-CALC
           EXIT SECTION.

       CHECK-SOBREPOSICAO-AULA SECTION.
      ******************************************************************
      *    VERIFICA SE A AULA ATUALMENTE LIDA DO HORARIO SE SOBREPOE
      *    AO INTERVALO DO EXAME. AULAS SEM DURACAO REGISTADA CONTAM
      *    COMO 60 MINUTOS.
      ******************************************************************
           MOVE SPACES TO SOBREPOSTAS
           MOVE FDHORA-AULA TO HHMM-CALC
           PERFORM CONVERTER-MINUTOS
           MOVE MINUTOS-DIA TO INI-MIN-LIDA
           IF FDDURACAO-AULA = ZEROS THEN
              COMPUTE FIM-MIN-LIDA = INI-MIN-LIDA + 60
           ELSE
              COMPUTE FIM-MIN-LIDA = INI-MIN-LIDA + FDDURACAO-AULA
           END-IF
           IF INI-MIN-EXAME < FIM-MIN-LIDA
           AND INI-MIN-LIDA < FIM-MIN-EXAME THEN
              MOVE "S" TO SOBREPOSTAS
           END-IF
           EXIT SECTION.

       VERIFICAR-EQUIP-SALA-EXAME SECTION.
      ******************************************************************
      *    A SALA NA POSICAO SALA-IDX TEM DE TER O EQUIPAMENTO EXIGIDO
      *    PELA UNIDADE DO EXAME NA DATA DO EXAME.
      ******************************************************************
           IF WSEXAME-SALA (SALA-IDX) = SPACES THEN
              EXIT SECTION
           END-IF

           MOVE WSEXAME-SALA (SALA-IDX) TO EQUIP-SALA
           MOVE WSEXAME-SIGLAUNIDADE TO EQUIP-UNIDADE
           MOVE DATA-EXAME-NUM TO EQUIP-DATA
           CALL "GESTOREQUIP" USING EQUIP-PEDIDO
           IF EQUIP-EM-FALTA THEN
              SET ERRO-SALA-SEM-EQUIP TO TRUE
           END-IF
           EXIT SECTION.

       VERIFICAR-SALA-LIVRE SECTION.
      ******************************************************************
      *    VERIFICA SE A SALA NA POSICAO SALA-IDX TEM UMA AULA NAO
      *    CANCELADA OU UMA RESERVA (EVENTO OU OUTRO EXAME) QUE SE
      *    SOBREPOE AO INTERVALO DO EXAME.
      ******************************************************************
           IF WSEXAME-SALA (SALA-IDX) = SPACES THEN
              EXIT SECTION
           END-IF

           MOVE WSEXAME-ANO TO FDANO-AULA
           MOVE WSEXAME-MES TO FDMES-AULA
           MOVE WSEXAME-DIA TO FDDIA-AULA
           MOVE ZEROS TO FDHORA-AULA, FDSEQ-AULA

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
                       IF FDANO-AULA NOT = WSEXAME-ANO
                       OR FDMES-AULA NOT = WSEXAME-MES
                       OR FDDIA-AULA NOT = WSEXAME-DIA THEN
                          SET STATUS-DATAAULA TO TRUE
                       ELSE
                          PERFORM CHECK-SOBREPOSICAO-AULA
                          IF FDDATASALA = WSEXAME-SALA (SALA-IDX)
                          AND SOBREPOSTAS = "S"
                          AND NOT FDAULA-CANCELADA THEN
                             SET ERRO-SALA-OCUPADA TO TRUE
                             SET STATUS-DATAAULA TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF NOT SEM-ERRO-EXAME THEN
              EXIT SECTION
           END-IF

           MOVE WSEXAME-SALA (SALA-IDX) TO FDRES-SALA
           MOVE DATA-EXAME-NUM TO FDRES-DATA
           MOVE ZEROS TO FDRES-HORA-INICIO
           START RESERVAS KEY IS GREATER OR EQUAL FDRES-CHAVE
              INVALID KEY
                 SET STATUS-RESERVA TO TRUE
           END-START

           IF FS-RESERVAS = "00" THEN
              PERFORM UNTIL STATUS-RESERVA
                 READ RESERVAS NEXT RECORD
                    AT END
                       SET STATUS-RESERVA TO TRUE
                    NOT AT END
                       IF FDRES-SALA NOT = WSEXAME-SALA (SALA-IDX)
                       OR FDRES-DATA NOT = DATA-EXAME-NUM THEN
                          SET STATUS-RESERVA TO TRUE
                       ELSE
                          MOVE FDRES-HORA-INICIO TO HHMM-CALC
                          PERFORM CONVERTER-MINUTOS
                          MOVE MINUTOS-DIA TO INI-MIN-LIDA
                          MOVE FDRES-HORA-FIM TO HHMM-CALC
                          PERFORM CONVERTER-MINUTOS
                          MOVE MINUTOS-DIA TO FIM-MIN-LIDA
                          IF INI-MIN-EXAME < FIM-MIN-LIDA
                          AND INI-MIN-LIDA < FIM-MIN-EXAME THEN
                             SET ERRO-SALA-OCUPADA TO TRUE
                             SET STATUS-RESERVA TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       VERIFICAR-VIGILANTE-LIVRE SECTION.
      ******************************************************************
      *    VERIFICA SE O VIGILANTE NA POSICAO SALA-IDX TEM UMA AULA NAO
      *    CANCELADA OU E VIGILANTE DE OUTRA SESSAO MARCADA QUE SE
      *    SOBREPOE AO INTERVALO DO EXAME.
      ******************************************************************
           IF WSEXAME-VIGILANTE (SALA-IDX) = SPACES THEN
              EXIT SECTION
           END-IF

           MOVE WSEXAME-ANO TO FDANO-AULA
           MOVE WSEXAME-MES TO FDMES-AULA
           MOVE WSEXAME-DIA TO FDDIA-AULA
           MOVE ZEROS TO FDHORA-AULA, FDSEQ-AULA

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
                       IF FDANO-AULA NOT = WSEXAME-ANO
                       OR FDMES-AULA NOT = WSEXAME-MES
                       OR FDDIA-AULA NOT = WSEXAME-DIA THEN
                          SET STATUS-DATAAULA TO TRUE
                       ELSE
                          PERFORM CHECK-SOBREPOSICAO-AULA
                          IF FDDATAPROF = WSEXAME-VIGILANTE (SALA-IDX)
                          AND SOBREPOSTAS = "S"
                          AND NOT FDAULA-CANCELADA THEN
                             SET ERRO-VIGILANTE-OCUPADO TO TRUE
                             SET STATUS-DATAAULA TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF NOT SEM-ERRO-EXAME THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDEXAME-CHAVE
           START EXAMES KEY IS GREATER OR EQUAL FDEXAME-CHAVE
              INVALID KEY
                 SET STATUS-EXAME TO TRUE
           END-START

           IF FS-EXAMES = "00" THEN
              PERFORM UNTIL STATUS-EXAME
                 READ EXAMES NEXT RECORD
                    AT END
                       SET STATUS-EXAME TO TRUE
                    NOT AT END
                       IF FDEXAME-CHAVE NOT = WSEXAME-CHAVE
                       AND FDEXAME-MARCADO
                       AND FDEXAME-DATA = WSEXAME-DATA THEN
                          PERFORM CHECK-VIGILANCIA-LIDA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       CHECK-VIGILANCIA-LIDA SECTION.
      ******************************************************************
      *    VERIFICA SE A SESSAO ATUALMENTE LIDA SE SOBREPOE AO EXAME E
      *    TEM COMO VIGILANTE O DOCENTE NA POSICAO SALA-IDX.
      ******************************************************************
           MOVE FDEXAME-HORA TO HHMM-CALC
           PERFORM CONVERTER-MINUTOS
           MOVE MINUTOS-DIA TO INI-MIN-LIDA
           COMPUTE FIM-MIN-LIDA = INI-MIN-LIDA + FDEXAME-DURACAO

           IF INI-MIN-EXAME < FIM-MIN-LIDA
           AND INI-MIN-LIDA < FIM-MIN-EXAME THEN
              PERFORM VARYING OUTRA-IDX FROM 1 BY 1 UNTIL OUTRA-IDX > 3
                 IF FDEXAME-VIGILANTE (OUTRA-IDX) =
                    WSEXAME-VIGILANTE (SALA-IDX) THEN
                    SET ERRO-VIGILANTE-OCUPADO TO TRUE
                    SET STATUS-EXAME TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           EXIT SECTION.

       RESERVAR-SALAS-EXAME SECTION.
      ******************************************************************
      *    GRAVA UMA RESERVA DE SALA (VER GESTORSALAS) PARA CADA SALA
      *    DA SESSAO, NO INTERVALO DO EXAME. A RESERVA BLOQUEIA A SALA
      *    NO REGISTO DE AULAS E APARECE NA OCUPACAO DAS SALAS.
      ******************************************************************
           OPEN I-O RESERVAS

           PERFORM VARYING SALA-IDX FROM 1 BY 1 UNTIL SALA-IDX > 3
              IF WSEXAME-SALA (SALA-IDX) NOT = SPACES THEN
                 MOVE WSEXAME-SALA (SALA-IDX) TO FDRES-SALA
                 MOVE DATA-EXAME-NUM TO FDRES-DATA
                 MOVE WSEXAME-HORA TO FDRES-HORA-INICIO
                 MOVE HORA-FIM-EXAME TO FDRES-HORA-FIM
                 MOVE SPACES TO FDRES-DESCRICAO
                 STRING "EXAME ", WSEXAME-SIGLAUNIDADE,
                    " TENTATIVA ", WSEXAME-TENTATIVA
                    INTO FDRES-DESCRICAO
                 END-STRING
                 MOVE "GESTOREXAMES" TO FDRES-RESERVADO-POR
                 MOVE WSEXAME-DATE-TIME TO FDRES-DATE-TIME
                 WRITE FDRESERVA
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF
           END-PERFORM

           CLOSE RESERVAS
           EXIT SECTION.

       LISTAR SECTION.
      ******************************************************************
      *    LISTA TODAS AS SESSOES DE EXAME, POR UNIDADE E TENTATIVA,
      *    COM AS SALAS, OS ALUNOS SENTADOS E O ESTADO.
      ******************************************************************
           MOVE "; MENU: LISTAR" TO WSLOG-SECTION

           OPEN INPUT EXAMES
           DISPLAY LISTAR-SCREEN

           MOVE ZEROS TO CONT-LISTADOS
           MOVE 09 TO LINHA
           MOVE 05 TO COLUNA

           MOVE LOW-VALUES TO FDEXAME-CHAVE
           START EXAMES KEY IS GREATER OR EQUAL FDEXAME-CHAVE
              INVALID KEY
                 SET STATUS-EXAME TO TRUE
           END-START

           IF FS-EXAMES = "00" THEN
              PERFORM UNTIL STATUS-EXAME
                 READ EXAMES NEXT RECORD
                    AT END
                       SET STATUS-EXAME TO TRUE
                    NOT AT END
                       ADD 1 TO CONT-LISTADOS
                       PERFORM PREPARAR-LINHA-EXAME
                       DISPLAY LINHA-EXAME-SCREEN
                       ADD 1 TO LINHA
                       IF LINHA > 24 THEN
                          ACCEPT FIM-LISTA-SCREEN
                          DISPLAY LIMPAR-LISTA
                          MOVE 09 TO LINHA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE EXAMES

           IF CONT-LISTADOS = ZEROS THEN
              ACCEPT SEM-EXAMES-SCREEN
           ELSE
              ACCEPT FIM-LISTA-SCREEN
           END-IF
           EXIT SECTION.

       PREPARAR-LINHA-EXAME SECTION.
      ******************************************************************
      *    PREPARA A HORA (HH:MM) E O ESTADO DA SESSAO LIDA PARA A
      *    LINHA DA LISTA.
      ******************************************************************
           MOVE SPACES TO EXAME-HORA-TXT
           STRING FDEXAME-HORA (1:2), ":", FDEXAME-HORA (3:2)
              INTO EXAME-HORA-TXT
           END-STRING

           IF FDEXAME-CANCELADO THEN
              MOVE "CANCELADO" TO EXAME-ESTADO-TXT
           ELSE
              MOVE "MARCADO" TO EXAME-ESTADO-TXT
           END-IF
           EXIT SECTION.

       LER-EXAME-MARCADO SECTION.
      ******************************************************************
      *    LE A SESSAO EM WSEXAME-CHAVE: EXAME-EXISTE FICA A "S" SE A
      *    SESSAO EXISTIR E ESTIVER MARCADA.
      ******************************************************************
           MOVE SPACES TO EXAME-EXISTE
           MOVE WSEXAME-CHAVE TO FDEXAME-CHAVE
           READ EXAMES RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FDEXAME-MARCADO THEN
                    MOVE "S" TO EXAME-EXISTE
                 END-IF
           END-READ
           EXIT SECTION.

       CANCELAR SECTION.
      ******************************************************************
      *    CANCELA UMA SESSAO MARCADA: LIBERTA AS RESERVAS DAS SALAS E
      *    APAGA OS LUGARES ALOCADOS. O REGISTO FICA COMO CANCELADO.
      ******************************************************************
           MOVE "; MENU: CANCELAR" TO WSLOG-SECTION

           OPEN I-O EXAMES
           DISPLAY CANCELAR-SCREEN

           INITIALIZE WSEXAME
           PERFORM PEDIR-CHAVE-EXAME
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE EXAMES
              EXIT SECTION
           END-IF

           PERFORM LER-EXAME-MARCADO
           IF EXAME-EXISTE NOT = "S" THEN
              ACCEPT EXAME-INEXISTENTE-SCREEN
              CLOSE EXAMES
              EXIT SECTION
           END-IF

           MOVE 11 TO LINHA
           MOVE 10 TO COLUNA
           PERFORM PREPARAR-LINHA-EXAME
           DISPLAY LINHA-EXAME-SCREEN

           PERFORM WITH TEST AFTER UNTIL NOVA-ESCOLHA = 1 OR 2
              MOVE ZEROS TO NOVA-ESCOLHA-SCREEN
              ACCEPT CONFIRMAR-CANCELAR-SCREEN
              IF KEYSTATUS = 1003 THEN
                 CLOSE EXAMES
                 EXIT SECTION
              END-IF

              IF NOVA-ESCOLHA < 1 OR NOVA-ESCOLHA > 2 THEN
                 ACCEPT MENSAGEM-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE EXAMES
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           IF OPCAO-NAO THEN
              CLOSE EXAMES
              DISPLAY LIMPAR-LINES
              ACCEPT NAO-CANCELADO
              EXIT SECTION
           END-IF

           MOVE FDEXAME TO WSEXAME
           PERFORM PREPARAR-INTERVALO-EXAME

           SET WSEXAME-CANCELADO TO TRUE
           MOVE ZEROS TO WSEXAME-SENTADOS
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSEXAME-DATE-TIME
           END-STRING
           MOVE WSEXAME TO FDEXAME
           REWRITE FDEXAME
           END-REWRITE

           CLOSE EXAMES

           PERFORM LIBERTAR-SALAS-EXAME

           OPEN I-O LUGARESEXAME
           PERFORM ELIMINAR-LUGARES-EXAME
           CLOSE LUGARESEXAME

           MOVE "; EXAME: " TO WSLOG-DELETE-HEADING
           MOVE WSEXAME-CHAVE TO WSLOG-DELETE-KEY
           MOVE "; SESSAO DE EXAME CANCELADA" TO WSLOG-DELETE-MESSAGE
           PERFORM SAVE-LOGRECORDS

           DISPLAY LIMPAR-LINES
           ACCEPT CONFIRMACAO-CANCELAMENTO
           EXIT SECTION.

       LIBERTAR-SALAS-EXAME SECTION.
      ******************************************************************
      *    APAGA AS RESERVAS DE SALA GRAVADAS PELA SESSAO EM WSEXAME
      *    (SO AS RESERVAS FEITAS POR ESTE PROGRAMA).
      ******************************************************************
           OPEN I-O RESERVAS

           PERFORM VARYING SALA-IDX FROM 1 BY 1 UNTIL SALA-IDX > 3
              IF WSEXAME-SALA (SALA-IDX) NOT = SPACES THEN
                 MOVE WSEXAME-SALA (SALA-IDX) TO FDRES-SALA
                 MOVE DATA-EXAME-NUM TO FDRES-DATA
                 MOVE WSEXAME-HORA TO FDRES-HORA-INICIO
                 READ RESERVAS RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF FDRES-RESERVADO-POR = "GESTOREXAMES" THEN
                          DELETE RESERVAS RECORD
                          END-DELETE
                       END-IF
                 END-READ
              END-IF
           END-PERFORM

           CLOSE RESERVAS
           EXIT SECTION.

       ELIMINAR-LUGARES-EXAME SECTION.
      ******************************************************************
      *    APAGA OS LUGARES JA ALOCADOS NA SESSAO EM WSEXAME-CHAVE (O
      *    FICHEIRO DE LUGARES TEM DE ESTAR ABERTO EM I-O).
      ******************************************************************
           MOVE "S" TO MAIS-LUGARES
           PERFORM UNTIL MAIS-LUGARES NOT = "S"
              MOVE SPACES TO MAIS-LUGARES
              MOVE WSEXAME-SIGLAUNIDADE TO FDLUGAR-SIGLAUNIDADE
              MOVE WSEXAME-TENTATIVA TO FDLUGAR-TENTATIVA
              MOVE LOW-VALUES TO FDLUGAR-SALA
              MOVE ZEROS TO FDLUGAR-NUMERO
              START LUGARESEXAME KEY IS GREATER OR EQUAL FDLUGAR-CHAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ LUGARESEXAME NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF FDLUGAR-SIGLAUNIDADE =
                             WSEXAME-SIGLAUNIDADE
                          AND FDLUGAR-TENTATIVA = WSEXAME-TENTATIVA THEN
                             DELETE LUGARESEXAME RECORD
                             END-DELETE
                             MOVE "S" TO MAIS-LUGARES
                          END-IF
                    END-READ
              END-START
           END-PERFORM
           EXIT SECTION.

       ALOCAR SECTION.
      ******************************************************************
      *    ALOCA OS LUGARES DE UMA SESSAO MARCADA: APAGA A ALOCACAO
      *    ANTERIOR, SENTA OS ALUNOS ELEGIVEIS POR NUMERO DE ALUNO,
      *    ENCHENDO AS SALAS PELA ORDEM ATE AOS LUGARES DE CADA UMA, E
      *    GERA A LISTA DE LUGARES E A LISTA DE PORTA DE CADA SALA. OS
      *    ALUNOS QUE NAO CABEM NAS SALAS SAO LISTADOS NO ECRA.
      ******************************************************************
           MOVE "; MENU: ALOCAR LUGARES" TO WSLOG-SECTION

           OPEN I-O EXAMES
           DISPLAY ALOCAR-SCREEN

           INITIALIZE WSEXAME
           PERFORM PEDIR-CHAVE-EXAME
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
              CLOSE EXAMES
              EXIT SECTION
           END-IF

           PERFORM LER-EXAME-MARCADO
           IF EXAME-EXISTE NOT = "S" THEN
              ACCEPT EXAME-INEXISTENTE-SCREEN
              CLOSE EXAMES
              EXIT SECTION
           END-IF

           MOVE FDEXAME TO WSEXAME
           PERFORM PREPARAR-INTERVALO-EXAME
           PERFORM LER-PARAMETRO-DEFAULT

           OPEN I-O LUGARESEXAME
           OPEN INPUT INSCRICOES, NOTAS, ALUNOS, HORARIOSFILE, SALAS,
              UNIDADES, PROFS

           PERFORM ELIMINAR-LUGARES-EXAME
           PERFORM CARREGAR-LUGARES-SALAS

           MOVE ZEROS TO CONT-ELEGIVEIS, CONT-SENTADOS, CONT-SEM-LUGAR,
              LUGAR-ATUAL
           MOVE 1 TO SALA-IDX
           MOVE 11 TO LINHA
           MOVE 10 TO COLUNA

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
                       IF FDINSC-SIGLAUNIDADE = WSEXAME-SIGLAUNIDADE
                       AND FDINSC-ATIVA THEN
                          PERFORM AVALIAR-ELEGIBILIDADE
                          IF ALUNO-ELEGIVEL = "S" THEN
                             PERFORM SENTAR-ALUNO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           MOVE WSEXAME-CHAVE TO FDEXAME-CHAVE
           READ EXAMES RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CONT-SENTADOS TO FDEXAME-SENTADOS
                 REWRITE FDEXAME
                 END-REWRITE
           END-READ

           PERFORM GERAR-LISTAS-EXAME

           CLOSE EXAMES, LUGARESEXAME, INSCRICOES, NOTAS, ALUNOS,
              HORARIOSFILE, SALAS, UNIDADES, PROFS

           MOVE "; EXAME: " TO WSLOG-ADD-HEADING
           MOVE WSEXAME-CHAVE TO WSLOG-ADD-KEY
           STRING "; SENTADOS: ", CONT-SENTADOS, " | SEM LUGAR: ",
              CONT-SEM-LUGAR INTO WSLOG-ADD-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT ALOCACAO-RESUMO-SCREEN
           EXIT SECTION.

       CARREGAR-LUGARES-SALAS SECTION.
      ******************************************************************
      *    CARREGA OS LUGARES DE CADA SALA DA SESSAO (POSICOES SEM SALA
      *    E A POSICAO FINAL DE PARAGEM FICAM COM ZERO LUGARES).
      ******************************************************************
           MOVE ZEROS TO ALOC-TABELA

           PERFORM VARYING SALA-IDX FROM 1 BY 1 UNTIL SALA-IDX > 3
              IF WSEXAME-SALA (SALA-IDX) NOT = SPACES THEN
                 MOVE WSEXAME-SALA (SALA-IDX) TO FDSALA-CODIGO
                 READ SALAS RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE FDSALA-LUGARES TO ALOC-LUGARES (SALA-IDX)
                 END-READ
              END-IF
           END-PERFORM
           EXIT SECTION.

       AVALIAR-ELEGIBILIDADE SECTION.
      ******************************************************************
      *    AVALIA O ALUNO DA INSCRICAO ATUALMENTE LIDA: SEM TENTATIVA
      *    APROVADA NA UNIDADE, COM A TENTATIVA ANTERIOR A DA SESSAO
      *    COMO ULTIMA REGISTADA (REGRAS DE RECURSO DO GESTORNOTAS), E
      *    COM A PERCENTAGEM DE PRESENCAS IGUAL OU ACIMA DO LIMIAR.
      ******************************************************************
           MOVE SPACES TO ALUNO-ELEGIVEL
           MOVE FDINSC-IDNUM TO ALUNO-IDNUM

           PERFORM VERIFICAR-TENTATIVAS
           IF TENTATIVA-APROVADA = "S"
           OR MAX-TENTATIVA + 1 NOT = WSEXAME-TENTATIVA THEN
              EXIT SECTION
           END-IF

           PERFORM CALCULAR-PRESENCAS
           IF PRES-PCT < EXAME-LIMIAR THEN
              EXIT SECTION
           END-IF

           MOVE "S" TO ALUNO-ELEGIVEL
           ADD 1 TO CONT-ELEGIVEIS
           EXIT SECTION.

       VERIFICAR-TENTATIVAS SECTION.
      ******************************************************************
      *    PERCORRE AS NOTAS DO ALUNO NA UNIDADE DA SESSAO: GUARDA A
      *    ULTIMA TENTATIVA REGISTADA E SE ALGUMA FOI APROVADA.
      ******************************************************************
           MOVE ZEROS TO MAX-TENTATIVA
           MOVE SPACES TO TENTATIVA-APROVADA

           MOVE ALUNO-IDNUM TO FDNOTA-IDNUM
           MOVE WSEXAME-SIGLAUNIDADE TO FDNOTA-SIGLAUNIDADE
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
                       IF FDNOTA-IDNUM NOT = ALUNO-IDNUM
                       OR FDNOTA-SIGLAUNIDADE NOT =
                          WSEXAME-SIGLAUNIDADE THEN
                          SET STATUS-NOTA TO TRUE
                       ELSE
                          MOVE FDNOTA-TENTATIVA TO MAX-TENTATIVA
                          IF FDNOTA-APROVADO THEN
                             MOVE "S" TO TENTATIVA-APROVADA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       CALCULAR-PRESENCAS SECTION.
      ******************************************************************
      *    CALCULA A PERCENTAGEM DE PRESENCAS DO ALUNO NA UNIDADE DA
      *    SESSAO, CRUZANDO AS PRESENCAS REGISTADAS COM AS AULAS NAO
      *    CANCELADAS DA UNIDADE (COMO NA EMISSAO DE CERTIFICADOS).
      *    SEM SESSOES REGISTADAS, A PERCENTAGEM CONTA COMO 100.
      ******************************************************************
           MOVE ZEROS TO PRES-SESSOES, PRES-ASSISTIDAS
           MOVE SPACES TO FIM-PRESENCAS

           OPEN INPUT PRESENCAS
           IF FS-PRESENCAS NOT = "00" THEN
              MOVE 100 TO PRES-PCT
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
                    IF FDPRES-IDNUM = ALUNO-IDNUM THEN
                       PERFORM ACUMULAR-PRESENCA-UNIDADE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PRESENCAS, JUSTIFICACOES

           IF PRES-SESSOES = ZEROS THEN
              MOVE 100 TO PRES-PCT
           ELSE
              COMPUTE PRES-PCT = (PRES-ASSISTIDAS * 100)
                 / PRES-SESSOES
           END-IF
           EXIT SECTION.

       ACUMULAR-PRESENCA-UNIDADE SECTION.
      ******************************************************************
      *    ACUMULA A PRESENCA LIDA SE A AULA PERTENCER A UNIDADE DA
      *    SESSAO E NAO ESTIVER CANCELADA. AUSENCIAS JUSTIFICADAS NAO
      *    CONTAM.
      ******************************************************************
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

           IF FDDATAUNIDADE NOT = WSEXAME-SIGLAUNIDADE
           OR FDAULA-CANCELADA THEN
              EXIT SECTION
           END-IF

           ADD 1 TO PRES-SESSOES
           IF FDPRES-PRESENTE THEN
              ADD 1 TO PRES-ASSISTIDAS
           END-IF
           EXIT SECTION.

       VERIFICAR-JUSTIFICACAO SECTION.
      ******************************************************************
      *    VERIFICA SE A AUSENCIA ATUALMENTE LIDA TEM JUSTIFICACAO
      *    REGISTADA (O FICHEIRO DE JUSTIFICACOES ESTA ABERTO PELO
      *    CALCULO DE PRESENCAS).
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

       SENTAR-ALUNO SECTION.
      ******************************************************************
      *    SENTA O ALUNO DA INSCRICAO ATUALMENTE LIDA NO LUGAR SEGUINTE
      *    DA SALA ATUAL, PASSANDO A SALA SEGUINTE QUANDO A ATUAL ESTA
      *    CHEIA. SEM LUGARES, O ALUNO E LISTADO NO ECRA.
      ******************************************************************
           PERFORM UNTIL SALA-IDX > 3
              OR LUGAR-ATUAL < ALOC-LUGARES (SALA-IDX)
              ADD 1 TO SALA-IDX
              MOVE ZEROS TO LUGAR-ATUAL
           END-PERFORM

           MOVE FDINSC-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              INVALID KEY
                 MOVE SPACES TO FDNOME
           END-READ

           IF SALA-IDX > 3 THEN
              ADD 1 TO CONT-SEM-LUGAR
              PERFORM MOSTRAR-SEM-LUGAR
              EXIT SECTION
           END-IF

           ADD 1 TO LUGAR-ATUAL
           MOVE WSEXAME-SIGLAUNIDADE TO FDLUGAR-SIGLAUNIDADE
           MOVE WSEXAME-TENTATIVA TO FDLUGAR-TENTATIVA
           MOVE WSEXAME-SALA (SALA-IDX) TO FDLUGAR-SALA
           MOVE LUGAR-ATUAL TO FDLUGAR-NUMERO
           MOVE FDINSC-IDNUM TO FDLUGAR-IDNUM
           MOVE FDNOME TO FDLUGAR-NOME
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO FDLUGAR-DATE-TIME
           END-STRING
           WRITE FDLUGAR
              INVALID KEY
                 CONTINUE
           END-WRITE
           ADD 1 TO CONT-SENTADOS
           EXIT SECTION.

       MOSTRAR-SEM-LUGAR SECTION.
      ******************************************************************
      *    MOSTRA NO ECRA O ALUNO ELEGIVEL QUE FICOU SEM LUGAR.
      ******************************************************************
           IF CONT-SEM-LUGAR = 1 THEN
              DISPLAY SEM-LUGAR-TITULO-SCREEN
           END-IF

           DISPLAY LINHA-SEM-LUGAR-SCREEN
           ADD 1 TO LINHA
           IF LINHA > 24 THEN
              ACCEPT FIM-LISTA-SCREEN
              DISPLAY LIMPAR-LISTA
              DISPLAY SEM-LUGAR-TITULO-SCREEN
              MOVE 11 TO LINHA
           END-IF
           EXIT SECTION.

       GERAR-LISTAS-EXAME SECTION.
      ******************************************************************
      *    GERA, PARA CADA SALA DA SESSAO, A LISTA DE LUGARES (PARA O
      *    VIGILANTE, COM ESPACO PARA ASSINATURA) E A LISTA DE PORTA
      *    (PARA AFIXAR A ENTRADA DA SALA).
      ******************************************************************
           MOVE WSEXAME-SIGLAUNIDADE TO FDSIGLAUNIDADE
           READ UNIDADES RECORD
              INVALID KEY
                 MOVE SPACES TO FDNOMEUNIDADE
           END-READ
           MOVE FDNOMEUNIDADE TO NOME-UNIDADE-EXAME

           MOVE SPACES TO EXAME-HORA-TXT
           STRING WSEXAME-HORA (1:2), ":", WSEXAME-HORA (3:2)
              INTO EXAME-HORA-TXT
           END-STRING

           PERFORM VARYING SALA-IDX FROM 1 BY 1 UNTIL SALA-IDX > 3
              IF WSEXAME-SALA (SALA-IDX) NOT = SPACES THEN
                 MOVE WSEXAME-VIGILANTE (SALA-IDX) TO FDSIGLAPROF
                 READ PROFS RECORD
                    INVALID KEY
                       MOVE SPACES TO FDNOMEPROF
                 END-READ
                 MOVE FDNOMEPROF TO NOME-VIGILANTE

                 SET LISTA-LUGARES TO TRUE
                 PERFORM ESCREVER-LISTA-SALA
                 SET LISTA-PORTA TO TRUE
                 PERFORM ESCREVER-LISTA-SALA
              END-IF
           END-PERFORM
           EXIT SECTION.

       ESCREVER-LISTA-SALA SECTION.
      ******************************************************************
      *    ESCREVE O FICHEIRO exame-SIGLA-tNN-salaN-TIPO.txt DA SALA NA
      *    POSICAO SALA-IDX, COM OS ALUNOS SENTADOS NA SALA POR ORDEM
      *    DE LUGAR (A ALOCACAO SEGUE O NUMERO DE ALUNO).
      ******************************************************************
           MOVE SPACES TO LISTA-NOME-FICHEIRO
           STRING "exame-", WSEXAME-SIGLAUNIDADE DELIMITED BY SPACE,
              "-t", WSEXAME-TENTATIVA, "-sala", SALA-IDX, "-",
              LISTA-TIPO DELIMITED BY SPACE, ".txt"
              INTO LISTA-NOME-FICHEIRO
           END-STRING

           OPEN OUTPUT LISTAEXAME

           MOVE ALL "=" TO LISTA-LINHA
           WRITE LISTA-LINHA
           END-WRITE
           MOVE SPACES TO LISTA-LINHA
           IF LISTA-LUGARES THEN
              STRING "LISTA DE LUGARES - EXAME DE ",
                 WSEXAME-SIGLAUNIDADE, " - ", NOME-UNIDADE-EXAME
                 INTO LISTA-LINHA
              END-STRING
           ELSE
              STRING "LISTA DE PORTA - EXAME DE ",
                 WSEXAME-SIGLAUNIDADE, " - ", NOME-UNIDADE-EXAME
                 INTO LISTA-LINHA
              END-STRING
           END-IF
           WRITE LISTA-LINHA
           END-WRITE
           MOVE SPACES TO LISTA-LINHA
           STRING "TENTATIVA: ", WSEXAME-TENTATIVA,
              " | DATA: ", WSEXAME-DIA, "/", WSEXAME-MES, "/",
              WSEXAME-ANO, " | HORA: ", EXAME-HORA-TXT,
              " | DURACAO: ", WSEXAME-DURACAO, " MIN"
              INTO LISTA-LINHA
           END-STRING
           WRITE LISTA-LINHA
           END-WRITE
           MOVE SPACES TO LISTA-LINHA
           STRING "SALA: ", WSEXAME-SALA (SALA-IDX),
              " | VIGILANTE: ", WSEXAME-VIGILANTE (SALA-IDX), " - ",
              NOME-VIGILANTE
              INTO LISTA-LINHA
           END-STRING
           WRITE LISTA-LINHA
           END-WRITE
           MOVE ALL "-" TO LISTA-LINHA
           WRITE LISTA-LINHA
           END-WRITE
           IF LISTA-LUGARES THEN
              MOVE "LUGAR | N. ALUNO | NOME" TO LISTA-LINHA
              MOVE "| ASSINATURA" TO LISTA-LINHA (73:12)
           ELSE
              MOVE "N. ALUNO | NOME" TO LISTA-LINHA
              MOVE "| LUGAR" TO LISTA-LINHA (65:7)
           END-IF
           WRITE LISTA-LINHA
           END-WRITE

           MOVE ZEROS TO CONT-SALA
           MOVE WSEXAME-SIGLAUNIDADE TO FDLUGAR-SIGLAUNIDADE
           MOVE WSEXAME-TENTATIVA TO FDLUGAR-TENTATIVA
           MOVE WSEXAME-SALA (SALA-IDX) TO FDLUGAR-SALA
           MOVE ZEROS TO FDLUGAR-NUMERO
           START LUGARESEXAME KEY IS GREATER OR EQUAL FDLUGAR-CHAVE
              INVALID KEY
                 SET STATUS-LUGAR TO TRUE
           END-START

           IF FS-LUGARES = "00" THEN
              PERFORM UNTIL STATUS-LUGAR
                 READ LUGARESEXAME NEXT RECORD
                    AT END
                       SET STATUS-LUGAR TO TRUE
                    NOT AT END
                       IF FDLUGAR-SIGLAUNIDADE NOT =
                          WSEXAME-SIGLAUNIDADE
                       OR FDLUGAR-TENTATIVA NOT = WSEXAME-TENTATIVA
                       OR FDLUGAR-SALA NOT = WSEXAME-SALA (SALA-IDX)
                       THEN
                          SET STATUS-LUGAR TO TRUE
                       ELSE
                          ADD 1 TO CONT-SALA
                          PERFORM ESCREVER-LINHA-LUGAR
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           MOVE ALL "-" TO LISTA-LINHA
           WRITE LISTA-LINHA
           END-WRITE
           MOVE SPACES TO LISTA-LINHA
           STRING "TOTAL DE ALUNOS NA SALA: ", CONT-SALA
              INTO LISTA-LINHA
           END-STRING
           WRITE LISTA-LINHA
           END-WRITE
           MOVE ALL "=" TO LISTA-LINHA
           WRITE LISTA-LINHA
           END-WRITE

           CLOSE LISTAEXAME
           EXIT SECTION.

       ESCREVER-LINHA-LUGAR SECTION.
      ******************************************************************
      *    ESCREVE A LINHA DO LUGAR ATUALMENTE LIDO NA LISTA DA SALA.
      ******************************************************************
           MOVE FDLUGAR-NUMERO TO LISTA-LUGAR-ED
           MOVE SPACES TO LISTA-LINHA
           IF LISTA-LUGARES THEN
              STRING "  ", LISTA-LUGAR-ED, " | ", FDLUGAR-IDNUM,
                 "   | ", FDLUGAR-NOME
                 INTO LISTA-LINHA
              END-STRING
              MOVE "| ____________________" TO LISTA-LINHA (73:22)
           ELSE
              STRING FDLUGAR-IDNUM, "   | ", FDLUGAR-NOME, "| ",
                 LISTA-LUGAR-ED
                 INTO LISTA-LINHA
              END-STRING
           END-IF
           WRITE LISTA-LINHA
           END-WRITE
           EXIT SECTION.

       LER-PARAMETRO-DEFAULT SECTION.
      ******************************************************************
      *    LE DO FICHEIRO CENTRAL DE PARAMETROS (VER GESTORPARAMS) O
      *    LIMIAR DE PRESENCAS PARA ACESSO AO EXAME. SEM FICHEIRO OU
      *    SEM A CHAVE, FICA O VALOR DE SEMPRE (75).
      ******************************************************************
           MOVE 75 TO EXAME-LIMIAR

           OPEN INPUT PARAMETROS
           IF FS-PARAMETROS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE "LIMIAR-PRESENCAS" TO FDPARAM-CHAVE
           READ PARAMETROS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FDPARAM-VALOR > ZEROS THEN
                    MOVE FDPARAM-VALOR TO EXAME-LIMIAR
                 END-IF
           END-READ

           CLOSE PARAMETROS
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
      *    DATA VÁLIDA (A SESSAO DE EXAME NAO PODE SER MARCADA NUMA
      *    DATA PASSADA).
      ******************************************************************
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF WS-CURRENT-DATE <= WS-VALID-DATE THEN
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

       END PROGRAM GESTOREXAMES.
