      *                         MARCADA NUMA SALA RESERVADA NO MESMO
      *                         INTERVALO. O GERADOR DE MODELOS APLICA
      *                         A MESMA VERIFICACAO.
      ******************************************************************
      *    V2.7 | 15.10.2026 | AULAS POR TURMA: A AULA PASSA A PODER
      *                         INDICAR A TURMA DA UNIDADE (VER
      *                         GESTORTURMAS). EM BRANCO, A AULA E DA
      *                         UNIDADE TODA. A TURMA NAO PODE TER DUAS
      *                         AULAS SOBREPOSTAS; PRESENCAS, FOLHA,
      *                         NOTIFICACOES, HORARIO DO ALUNO E AVISO
      *                         DE DUPLA MARCACAO PASSAM A CONSIDERAR
      *                         APENAS OS ALUNOS DA TURMA DA AULA.
      ******************************************************************
      *    V2.8 | 15.10.2026 | SESSOES DE EXAME (VER GESTOREXAMES): O
      *                         DOCENTE DE VIGILANCIA A UM EXAME MARCADO
      *                         NAO PODE TER AULA NO MESMO INTERVALO. A
      *                         VERIFICACAO E FEITA NO REGISTO DE AULAS,
      *                         NO GERADOR DE MODELOS E NA SUBSTITUICAO
      *                         DE DOCENTE. AS SALAS DO EXAME FICAM
      *                         BLOQUEADAS PELAS RESERVAS DE SALA.
      ******************************************************************
      *    V2.9 | 15.10.2026 | AS AULAS DATADAS NUM PERIODO LETIVO
      *                         FECHADO (VER GESTORPERIODOS) SO PODEM
      *                         SER ELIMINADAS, ALTERADAS, CANCELADAS
      *                         OU TER PRESENCAS REGISTADAS COM A
      *                         AUTORIZACAO DE UM ADMINISTRADOR E UM
      *                         MOTIVO (VER GESTORFECHO). A
      *                         SUBSTITUICAO DE DOCENTE NAO MOVE AULAS
      *                         DE PERIODOS FECHADOS.
      ******************************************************************
      *    V3.0 | 15.10.2026 | A SALA DA AULA TEM DE TER O EQUIPAMENTO
      *                         EXIGIDO PELA UNIDADE, EM SERVICO NA
      *                         DATA DA AULA (VER GESTOREQUIP E
      *                         GESTORSALAS): RECUSADA NO REGISTO, NA
      *                         ALTERACAO DA SALA OU DA UNIDADE E NA
      *                         GERACAO A PARTIR DOS MODELOS.
      ******************************************************************
      *    V3.1 | 15.10.2026 | VARIOS CAMPUS (VER GESTORSALAS): ENTRE
      *                         DUAS AULAS SEGUIDAS DO MESMO DOCENTE OU
      *                         DE ALUNOS DA MESMA UNIDADE/TURMA EM
      *                         CAMPUS DIFERENTES TEM DE HAVER O
      *                         INTERVALO MINIMO DO PARAMETRO
      *                         INTERVALO-CAMPUS (GESTORPARAMS). A SALA
      *                         E RECUSADA NO REGISTO E NA ALTERACAO,
      *                         NO GERADOR DE MODELOS E NA SUBSTITUICAO
      *                         DE DOCENTE. A CONSULTA E O HORARIO DO
      *                         ALUNO PODEM SER FILTRADOS POR CAMPUS.
      ******************************************************************
      *    V3.2 | 15.10.2026 | UM ALUNO SUSPENSO POR MEDIDA
      *                         DISCIPLINAR (VER GESTORDISCIPLINA) NAO
      *                         PODE SER MARCADO PRESENTE NAS AULAS DO
      *                         PERIODO DA SUSPENSAO: A PRESENCA E
      *                         RECUSADA E A RECUSA FICA NO LOGRECORDS
      *                         (A AUSENCIA CONTINUA A PODER SER
      *                         REGISTADA).
      ******************************************************************
      *    V3.3 | 15.10.2026 | UMA AULA DA UNIDADE TODA (TURMA EM
      *                         BRANCO) E RECUSADA QUANDO A UNIDADE JA
      *                         TEM OUTRA AULA NAO CANCELADA, DE
      *                         QUALQUER TURMA, NO MESMO INTERVALO.
      ******************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS FDSALA-CODIGO
              FILE STATUS FS-SALAS.

           SELECT PARAMETROS ASSIGN TO "parametros"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPARAM-CHAVE
              FILE STATUS FS-PARAMETROS.

           SELECT TURMAS ASSIGN TO "turmas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDTURMA-CHAVE
              FILE STATUS FS-TURMAS.

           SELECT FERIADOS ASSIGN TO "feriados"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDRES-CHAVE
              FILE STATUS FS-RESERVAS.

           SELECT EXAMES ASSIGN TO "exames"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDEXAME-CHAVE
              FILE STATUS FS-EXAMES.

           SELECT MODELOS ASSIGN TO "modelos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
       FD  SALAS.
       COPY FDSALAS.

       FD  PARAMETROS.
       COPY FDPARAMETROS.

       FD  TURMAS.
       COPY FDTURMAS.

       FD  FERIADOS.
       COPY FDFERIADOS.

       FD  RESERVAS.
       COPY FDRESERVAS.

       FD  EXAMES.
       COPY FDEXAMES.

       FD  MODELOS.
       COPY FDMODELOS.

       01  MODRELAT-LINHA           PIC X(110).

       FD  HORALUNO.
       01  HORALUNO-LINHA           PIC X(170).

       FD  NOTIFICACOES.
       COPY FDNOTIFICACOES.
       COPY WSMODELOS.
       COPY WSADMINS.
       COPY VAR-AUTH.
       COPY VAR-FECHO.
       COPY VAR-EQUIP.
       COPY VAR-DISC.
       COPY WSPRESENCAS.
       COPY WSLOGRECORDS.
       COPY VAR-VALIDDATE.
           88  ALTERAR-DATAUNIDADE  VALUE 2.
           88  ALTERAR-DATASALA     VALUE 3.
           88  ALTERAR-DURACAO      VALUE 4.
           88  ALTERAR-DATATURMA    VALUE 5.
           88  VALID-ALTERAR        VALUE 1 THRU 5.
       01  PRESENCA-ESCOLHA         PIC 9(001).
           88  OPCAO-PRESENTE       VALUE 1.
           88  OPCAO-AUSENTE        VALUE 2.
       77  DUP-JA-REGISTADA         PIC X(001).
       77  FS-RESERVAS              PIC X(002).
       77  RESERVA-ENCONTRADA       PIC X(001).
       77  EQUIP-FALTA-TXT          PIC X(040).
       77  DATA-AULA-RES            PIC 9(008).
       77  INI-MIN-RES              PIC 9(005).
       77  FIM-MIN-RES              PIC 9(005).
       77  FS-TURMAS                PIC X(002).
       77  TURMA-OCUPADA            PIC X(001).
       77  FS-EXAMES                PIC X(002).
       77  VIG-PROF-CHECK           PIC A(004).
       77  VIGILANCIA-ENCONTRADA    PIC X(001).
       77  INI-MIN-EXAME            PIC 9(005).
       77  FIM-MIN-EXAME            PIC 9(005).
       77  VIG-IDX                  PIC 9(001).
       77  FS-PARAMETROS            PIC X(002).
       77  INTERVALO-CAMPUS         PIC 9(005).
       77  INTERVALO-ENTRE          PIC 9(005).
       77  CAMPUS-NOVA              PIC X(005).
       77  CAMPUS-SALA              PIC X(005).
       77  CAMPUS-FILTRO            PIC X(005).
       77  HORAL-CAMPUS             PIC X(005).
       77  SALA-PROCURA             PIC X(010).
       77  DESLOC-CURTA-LIDA        PIC X(001).
       77  DESLOCACAO-CURTA         PIC X(001).
       77  DESLOC-TXT               PIC X(040).
       77  CAMPUS-TAB-MAX           PIC 9(003).
       77  CAMPUS-TAB-IDX           PIC 9(003).

       01  CAMPUS-TAB-TABELA.
           03  CAMPUS-TAB-LINHA OCCURS 500 TIMES.
             05  CAMPUS-TAB-SALA    PIC X(010).
             05  CAMPUS-TAB-CODIGO  PIC X(005).

       01  DUP-UNID-TABELA.
           03  DUP-UNID-LINHA OCCURS 50 TIMES.
             05  DUP-UNID           PIC X(005).
             05  DUP-TURMA          PIC X(003).
       01  DUP-ALUNO-TABELA.
           03  DUP-ALUNO-LINHA OCCURS 500 TIMES.
             05  DUP-ALUNO-IDNUM    PIC 9(006).
       77  CONT-SUBSTITUIDAS        PIC 9(003).
       77  CONT-SUB-FALHADAS        PIC 9(003).
       77  DUPLO-SUBSTITUTO         PIC X(001).
       77  FECHO-OK                 PIC X(001).

       01  SUB-TABELA.
           03  SUB-CHAVE OCCURS 500 TIMES PIC 9(015).
               05  REG-DATAUNIDADE LINE 11 COL 61 PIC X(5) TO
               DATAUNIDADE AUTO REQUIRED.

           03  DATATURMA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
               05  LINE 11 COL 72 VALUE "TURMA (EM BRANCO = TODAS):".
               05  REG-DATATURMA LINE 11 COL 99 PIC X(3) TO DATATURMA
               AUTO.

           03  DATASALA-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
               05  LINE 13 COL 10 VALUE "SALA:".
               05  REG-DATASALA LINE 13 COL 17 PIC X(10) TO DATASALA
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      *    A TURMA INDICADA NAO EXISTE PARA A UNIDADE DA AULA.

       01  TURMA-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 14 VALUE "TURMA INEXISTENTE NESTA UNIDADE. IN
      -       "TRODUZA OUTRA OU DEIXE EM BRANCO | PRESSIONE QUALQUER TEC
      -       "LA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      *    A TURMA JA TEM OUTRA AULA NAO CANCELADA SOBREPOSTA (OU HA UMA
      *    AULA DA UNIDADE TODA NO MESMO INTERVALO).

       01  TURMA-OCUPADA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 20 VALUE "RECUSADO: A TURMA JA TEM OUTRA AULA
      -       " NESTE INTERVALO | PRESSIONE QUALQUER TECLA PARA CONTINUA
      -       "R"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    A AULA E DA UNIDADE TODA E A UNIDADE JA TEM OUTRA AULA NAO
      *    CANCELADA SOBREPOSTA, DE QUALQUER TURMA.

       01  UNIDADE-OCUPADA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 20 VALUE "RECUSADO: A UNIDADE JA TEM OUTRA AU
      -       "LA NESTE INTERVALO | PRESSIONE QUALQUER TECLA PARA CONTIN
      -       "UAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DO MENU CANCELAR.

           03  LINE 08 COL 64 VALUE "ATE (AAAAMMDD):".
           03  HORAL-ATE-CAMPO LINE 08 COL 80 PIC 9(8) TO
               HORAL-DATA-ATE AUTO BLANK WHEN ZERO.
           03  LINE 10 COL 10 VALUE "CAMPUS (EM BRANCO = TODOS):".
           03  HORAL-CAMPUS-CAMPO LINE 10 COL 38 PIC X(5) TO
               CAMPUS-FILTRO AUTO.

      ******************************************************************
      *    SCREEN COM O RESULTADO DO HORARIO PESSOAL.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE RECUSA QUANDO A SALA NAO TEM O
      *    EQUIPAMENTO EXIGIDO PELA UNIDADE.

       01  SALA-SEM-EQUIP-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 10 VALUE "RECUSADO: A SALA NAO TEM O EQUIPAME
      -       "NTO EXIGIDO PELA UNIDADE:"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  SHOW-EQUIP-FALTA LINE 29 COL 70 PIC X(40) FROM
               EQUIP-FALTA-TXT FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 29 COL 111 VALUE "| QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE RECUSA QUANDO A SALA FICA NOUTRO
      *    CAMPUS SEM O INTERVALO MINIMO PARA A DESLOCACAO.

       01  DESLOCACAO-CAMPUS-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 10 VALUE "RECUSADO: SEM INTERVALO PARA DESLOC
      -       "ACAO ENTRE CAMPUS -"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  SHOW-DESLOC-TXT LINE 29 COL 65 PIC X(40) FROM
               DESLOC-TXT FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 29 COL 111 VALUE "| QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE RECUSA QUANDO A SALA ESTA RESERVADA
      *    PARA UM EVENTO NO MESMO INTERVALO.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE RECUSA QUANDO O DOCENTE E VIGILANTE DE
      *    UMA SESSAO DE EXAME NO INTERVALO DA AULA.

       01  PROF-VIGILANCIA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 16 VALUE "RECUSADO: O DOCENTE ESTA DE VIGILAN
      -       "CIA A UM EXAME NESSE INTERVALO (VER GESTOR DE EXAMES) | P
      -       "RESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE RECUSA QUANDO A SALA NAO EXISTE NO
      *    MESTRE DE SALAS OU ESTA INATIVA.
      -        " AULA QUE PRETENDE CONSULTAR OS DADOS:".
           03  LINE 07 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN DO FILTRO DE CAMPUS DA LISTA DO MENU CONSULTAR.

       01  CONS-CAMPUS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 08 COL 10 VALUE "CAMPUS (EM BRANCO = TODOS):".
           03  CONS-CAMPUS-CAMPO LINE 08 COL 38 PIC X(5) USING
               CAMPUS-FILTRO AUTO.

      ******************************************************************
      *    SCREEN ONDE O UTILIZADOR INTRODUZ A CHAVE COMPOSTA DA AULA.

           03  LINE 16 COL 10 VALUE "SALA:".
           03  LINE 16 COL 40 VALUE "DURACAO (MIN):".
           03  C-DURACAO LINE 16 COL 55 PIC 9(3) FROM FDDURACAO-AULA.
           03  LINE 14 COL 72 VALUE "TURMA:".
           03  C-DATATURMA LINE 14 COL 79 PIC X(3) FROM FDDATATURMA.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE ERRO SE O UTILIZADOR TENTAR INTRODUZIR
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  ESCOLHA-ALTERAR-SCREEN LINE 26 COL 87 PIC 9(1) TO
               ESCOLHA-ALTERAR AUTO BLANK WHEN ZERO.
           03  LINE 29 COL 24 VALUE "1. PROFESSOR  |  2. UNIDADE  |  3.
      -        "SALA  |  4. DURACAO  |  5. TURMA".
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE RECUSA QUANDO O ALUNO ESTA INSCRITO
      *    NOUTRA TURMA DA UNIDADE DA AULA.

       01  ALUNO-OUTRA-TURMA-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 16 VALUE "RECUSADO: O ALUNO ESTA INSCRITO NOU
      -       "TRA TURMA DESTA UNIDADE | PRESSIONE QUALQUER TECLA PARA C
      -       "ONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM DE RECUSA QUANDO O ALUNO ESTA SUSPENSO NA
      *    DATA DA AULA.

       01  ALUNO-SUSPENSO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 10
               VALUE "RECUSADO: O ALUNO ESTA SUSPENSO DE".
           03  LINE 29 COL 45 PIC 9(8) FROM DISC-SUSP-INICIO
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 29 COL 54 VALUE "A".
           03  LINE 29 COL 56 PIC 9(8) FROM DISC-SUSP-FIM
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 29 COL 65 VALUE "E NAO PODE SER MARCADO PRESENTE | P
      -       "RESSIONE QUALQUER TECLA"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

       01  PRESENCA-ESTADO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR
           7.
           03  LINE 22 COL 10 VALUE "REGISTAR COMO: 1 - PRESENTE  |  2 -
               05  SHOW-DATAPROF  PIC X(4) FROM FDDATAPROF.
               05  VALUE " | UNIDADE: ".
               05  SHOW-DATAUNIDADE PIC X(5) FROM FDDATAUNIDADE.
               05  VALUE " | TURMA: ".
               05  SHOW-DATATURMA PIC X(3) FROM FDDATATURMA.
               05  VALUE " | SALA: ".
               05  SHOW-DATASALA  PIC X(10) FROM FDDATASALA.

           03  CONTINUA-LISTA LINE 06 COL 82 PIC X(3).

           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

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

       PROCEDURE DIVISION.

       CREATE-OPEN-FILE SECTION.
                 END-IF
              END-PERFORM

      *    O FILTRO DE CAMPUS SO E PEDIDO NA CONSULTA E NO HORARIO DO
      *    ALUNO; NOS RESTANTES MENUS A LISTA MOSTRA TODAS AS AULAS.
              MOVE SPACES TO CAMPUS-FILTRO

              EVALUATE TRUE
                 WHEN OPCAO-REGISTAR    PERFORM REGISTAR
                 WHEN OPCAO-CONSULTAR   PERFORM CONSULTAR
              MOVE "MM"   TO REG-MES-AULA
              MOVE "AAAA" TO REG-ANO-AULA
              MOVE SPACES TO REG-DATAPROF, REG-DATAUNIDADE, REG-DATASALA
              MOVE SPACES TO REG-DATATURMA, DATATURMA
              MOVE ZEROS  TO REG-HORA-AULA

              DISPLAY REGISTAR-SCREEN
                    EXIT SECTION
                 END-IF

              PERFORM REGISTAR-DATATURMA
                 IF KEYSTATUS = 1003 THEN
                    CLOSE HORARIOSFILE, PROFS, UNIDADES
                    EXIT SECTION
                 END-IF

              PERFORM CHECK-ALUNOS-DUPLOS
                 IF KEYSTATUS = 1003 THEN
                    CLOSE HORARIOSFILE, PROFS, UNIDADES
                             EXIT SECTION
                          END-IF
                       END-IF

      *    O DOCENTE TAMBEM NAO PODE ESTAR DE VIGILANCIA A UM EXAME
      *    NO INTERVALO DA AULA (GESTOREXAMES).
                       IF VERDADEIRO = "S" THEN
                          MOVE ANO-AULA  TO CHECK-ANO-AULA
                          MOVE MES-AULA  TO CHECK-MES-AULA
                          MOVE DIA-AULA  TO CHECK-DIA-AULA
                          MOVE HORA-AULA TO CHECK-HORA-AULA
                          MOVE DURACAO-AULA TO CHECK-DUR-AULA
                          PERFORM PREPARAR-INTERVALO-NOVA
                          MOVE DATAPROF TO VIG-PROF-CHECK
                          PERFORM CHECK-VIGILANCIA-EXAME
                          IF VIGILANCIA-ENCONTRADA = "S" THEN
                             MOVE SPACES TO VERDADEIRO
                             ACCEPT PROF-VIGILANCIA-SCREEN
                             IF KEYSTATUS = 1003 THEN
                                EXIT SECTION
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-IF
           END-PERFORM
           END-IF
           EXIT SECTION.

       CHECK-VIGILANCIA-EXAME SECTION.
      ******************************************************************
      *    VERIFICA SE O DOCENTE EM VIG-PROF-CHECK E VIGILANTE DE UMA
      *    SESSAO DE EXAME MARCADA (GESTOREXAMES) NA DATA CHECK-ANO/
      *    MES/DIA-AULA QUE SE SOBREPOE AO INTERVALO PREPARADO EM
      *    PREPARAR-INTERVALO-NOVA. SEM FICHEIRO DE EXAMES, A
      *    VERIFICACAO E DISPENSADA.
      ******************************************************************
           MOVE SPACES TO VIGILANCIA-ENCONTRADA

           OPEN INPUT EXAMES
           IF FS-EXAMES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDEXAME-CHAVE
           START EXAMES KEY IS GREATER OR EQUAL FDEXAME-CHAVE
              INVALID KEY
                 SET STATUS-EXAME TO TRUE
           END-START

           PERFORM UNTIL STATUS-EXAME OR VIGILANCIA-ENCONTRADA = "S"
              READ EXAMES NEXT RECORD
                 AT END
                    SET STATUS-EXAME TO TRUE
                 NOT AT END
                    IF FDEXAME-MARCADO
                    AND FDEXAME-ANO = CHECK-ANO-AULA
                    AND FDEXAME-MES = CHECK-MES-AULA
                    AND FDEXAME-DIA = CHECK-DIA-AULA THEN
                       COMPUTE INI-MIN-EXAME =
                          (FDEXAME-HORA / 100) * 60
                          + FUNCTION MOD (FDEXAME-HORA, 100)
                       COMPUTE FIM-MIN-EXAME =
                          INI-MIN-EXAME + FDEXAME-DURACAO
                       IF INI-MIN-NOVA < FIM-MIN-EXAME
                       AND INI-MIN-EXAME < FIM-MIN-NOVA THEN
                          PERFORM VARYING VIG-IDX FROM 1 BY 1
                             UNTIL VIG-IDX > 3
                             IF FDEXAME-VIGILANTE (VIG-IDX) =
                                VIG-PROF-CHECK THEN
                                MOVE "S" TO VIGILANCIA-ENCONTRADA
                             END-IF
                          END-PERFORM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE EXAMES
           EXIT SECTION.

       PREPARAR-INTERVALO-NOVA SECTION.
      ******************************************************************
      *    CONVERTE A HORA E A DURACAO DA AULA EM CAUSA (CHECK-HORA-
           END-IF
           EXIT SECTION.

       REGISTAR-DATATURMA SECTION.
      ******************************************************************
      *    REGISTO DA TURMA DA AULA. EM BRANCO, A AULA E DA UNIDADE
      *    TODA E A UNIDADE NAO PODE TER OUTRA AULA, DE NENHUMA TURMA,
      *    NO MESMO INTERVALO; INDICADA, A TURMA TEM DE EXISTIR PARA A
      *    UNIDADE DA AULA E NAO PODE TER OUTRA AULA NO MESMO INTERVALO.
      ******************************************************************
           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO REG-DATATURMA
              MOVE SPACES TO VERDADEIRO, DATATURMA
              DISPLAY LIMPAR-LINES

              ACCEPT DATATURMA-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF

              MOVE DATATURMA TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT(1:3) TO DATATURMA

              IF DATATURMA = SPACES THEN
                 MOVE "S" TO VERDADEIRO
                 PERFORM CHECK-TURMA-OCUPADA
                 IF TURMA-OCUPADA = "S" THEN
                    MOVE SPACES TO VERDADEIRO
                    MOVE "; AULA: " TO WSLOG-ADD-HEADING
                    MOVE DIA-AULA TO WSLOG-ADD-KEY
                    MOVE "; RECUSADO: UNIDADE COM AULA SOBREPOSTA" TO
                       WSLOG-ADD-MESSAGE
                    PERFORM SAVE-LOGRECORDS
                    ACCEPT UNIDADE-OCUPADA-SCREEN
                    IF KEYSTATUS = 1003 THEN
                       EXIT SECTION
                    END-IF
                 END-IF
              ELSE
                 PERFORM CHECK-TURMA
                 IF VERDADEIRO NOT = "S" THEN
                    ACCEPT TURMA-INEXISTENTE-SCREEN
                    IF KEYSTATUS = 1003 THEN
                       EXIT SECTION
                    END-IF
                 ELSE
                    PERFORM CHECK-TURMA-OCUPADA
                    IF TURMA-OCUPADA = "S" THEN
                       MOVE SPACES TO VERDADEIRO
                       MOVE "; AULA: " TO WSLOG-ADD-HEADING
                       MOVE DIA-AULA TO WSLOG-ADD-KEY
                       MOVE "; RECUSADO: TURMA COM AULA SOBREPOSTA" TO
                          WSLOG-ADD-MESSAGE
                       PERFORM SAVE-LOGRECORDS
                       ACCEPT TURMA-OCUPADA-SCREEN
                       IF KEYSTATUS = 1003 THEN
                          EXIT SECTION
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

       CHECK-TURMA SECTION.
      ******************************************************************
      *    VERIFICA SE A TURMA DATATURMA EXISTE PARA A UNIDADE
      *    DATAUNIDADE.
      ******************************************************************
           OPEN INPUT TURMAS
           IF FS-TURMAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE DATAUNIDADE TO FDTURMA-SIGLAUNIDADE
           MOVE DATATURMA TO FDTURMA-CODIGO
           READ TURMAS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO VERDADEIRO
           END-READ
           CLOSE TURMAS
           EXIT SECTION.

       CHECK-TURMA-OCUPADA SECTION.
      ******************************************************************
      *    PROCURA OUTRA AULA NAO CANCELADA DA MESMA UNIDADE, SOBREPOSTA
      *    A NOVA AULA, DA MESMA TURMA OU DA UNIDADE TODA (TURMA EM
      *    BRANCO). SE A NOVA AULA FOR DA UNIDADE TODA, QUALQUER AULA
      *    SOBREPOSTA DA UNIDADE, DE QUALQUER TURMA, A OCUPA.
      ******************************************************************
           MOVE SPACES TO TURMA-OCUPADA
           MOVE ANO-AULA  TO CHECK-ANO-AULA
           MOVE MES-AULA  TO CHECK-MES-AULA
           MOVE DIA-AULA  TO CHECK-DIA-AULA
           MOVE HORA-AULA TO CHECK-HORA-AULA
           MOVE DURACAO-AULA TO CHECK-DUR-AULA
           PERFORM PREPARAR-INTERVALO-NOVA

           MOVE CHECK-ANO-AULA TO FDANO-AULA
           MOVE CHECK-MES-AULA TO FDMES-AULA
           MOVE CHECK-DIA-AULA TO FDDIA-AULA
           MOVE ZEROS TO FDHORA-AULA, FDSEQ-AULA

           START HORARIOSFILE KEY IS GREATER OR EQUAL FDDATAAULA
              INVALID KEY
                 SET STATUS-DATAAULA TO TRUE
           END-START

           IF FS-HORARIO = "00" THEN
              PERFORM UNTIL STATUS-DATAAULA OR TURMA-OCUPADA = "S"
                 READ HORARIOSFILE NEXT RECORD
                    AT END
                       SET STATUS-DATAAULA TO TRUE
                    NOT AT END
                       IF FDANO-AULA  NOT = CHECK-ANO-AULA
                       OR FDMES-AULA  NOT = CHECK-MES-AULA
                       OR FDDIA-AULA  NOT = CHECK-DIA-AULA THEN
                          SET STATUS-DATAAULA TO TRUE
                       ELSE
                          PERFORM CHECK-SOBREPOSICAO-LIDA
                          IF FDDATAUNIDADE = DATAUNIDADE
                          AND (FDDATATURMA = DATATURMA
                             OR FDDATATURMA = SPACES
                             OR DATATURMA = SPACES)
                          AND FDSEQ-AULA NOT = SEQ-AULA-EXCLUIR
                          AND SOBREPOSTAS = "S"
                          AND NOT FDAULA-CANCELADA THEN
                             MOVE "S" TO TURMA-OCUPADA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       REGISTAR-DATASALA SECTION.
      ******************************************************************
      *    REGISTO DA SALA ONDE DECORRE A AULA PELO UTILIZADOR,
                    IF KEYSTATUS = 1003 THEN
                       EXIT SECTION
                    END-IF
                 ELSE

      *    A SALA TEM DE TER O EQUIPAMENTO QUE A UNIDADE EXIGE.
                    PERFORM RECUSAR-SALA-SEM-EQUIP
                    IF KEYSTATUS = 1003 THEN
                       EXIT SECTION
                    END-IF

      *    E NAO PODE OBRIGAR O DOCENTE OU OS ALUNOS A MUDAR DE CAMPUS
      *    SEM O INTERVALO MINIMO ENTRE AULAS.
                    IF VERDADEIRO = "S" THEN
                       PERFORM RECUSAR-DESLOCACAO-CAMPUS
                       IF KEYSTATUS = 1003 THEN
                          EXIT SECTION
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

       RECUSAR-SALA-SEM-EQUIP SECTION.
      ******************************************************************
      *    VERIFICA O EQUIPAMENTO DA SALA EM DATASALA PARA A UNIDADE EM
      *    DATAUNIDADE E, EM FALTA, REGISTA A RECUSA NO LOG, MOSTRA O
      *    EQUIPAMENTO EM FALTA E LIMPA VERDADEIRO.
      ******************************************************************
           PERFORM CHECK-EQUIP-SALA
           IF EQUIP-OK THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO VERDADEIRO
           IF EQUIP-DESCRICAO = SPACES THEN
              MOVE EQUIP-CODIGO TO EQUIP-FALTA-TXT
           ELSE
              MOVE EQUIP-DESCRICAO TO EQUIP-FALTA-TXT
           END-IF

           MOVE "; AULA: " TO WSLOG-ADD-HEADING
           MOVE DATASALA TO WSLOG-ADD-KEY
           STRING "; RECUSADO: FALTA EQUIPAMENTO ", EQUIP-CODIGO
              INTO WSLOG-ADD-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           ACCEPT SALA-SEM-EQUIP-SCREEN
           EXIT SECTION.

       RECUSAR-DESLOCACAO-CAMPUS SECTION.
      ******************************************************************
      *    VERIFICA O INTERVALO PARA DESLOCACAO ENTRE CAMPUS DA AULA
      *    EM WSHORARIO (SALA EM DATASALA) E, SEM INTERVALO SUFICIENTE,
      *    REGISTA A RECUSA NO LOG, MOSTRA O MOTIVO E LIMPA VERDADEIRO.
      ******************************************************************
           PERFORM CARREGAR-CAMPUS-SALAS
           PERFORM CHECK-DESLOCACAO-CAMPUS
           IF DESLOCACAO-CURTA = SPACES THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO VERDADEIRO, DESLOC-TXT
           IF DESLOCACAO-CURTA = "D" THEN
              STRING "DOCENTE ", DATAPROF
                 INTO DESLOC-TXT
              END-STRING
           ELSE
              STRING CONT-ALUNOS-DUPLOS, " ALUNOS DA UNIDADE"
                 INTO DESLOC-TXT
              END-STRING
           END-IF

           MOVE "; AULA: " TO WSLOG-ADD-HEADING
           MOVE DATASALA TO WSLOG-ADD-KEY
           MOVE "; RECUSADO: DESLOCACAO ENTRE CAMPUS" TO
              WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS

           ACCEPT DESLOCACAO-CAMPUS-SCREEN
           EXIT SECTION.

       CHECK-DESLOCACAO-CAMPUS SECTION.
      ******************************************************************
      *    VERIFICA, SEM ECRAS, SE A AULA EM WSHORARIO FICA A MENOS DE
      *    INTERVALO-CAMPUS MINUTOS DE OUTRA AULA NAO CANCELADA NOUTRO
      *    CAMPUS, NO MESMO DIA, DO MESMO DOCENTE ("D") OU COM ALUNOS
      *    INSCRITOS NA UNIDADE (E TURMA) DA AULA ("A"). AS AULAS
      *    SOBREPOSTAS FICAM PARA AS VERIFICACOES DE DUPLA MARCACAO. A
      *    TABELA DE CAMPUS DAS SALAS TEM DE ESTAR CARREGADA
      *    (CARREGAR-CAMPUS-SALAS).
      ******************************************************************
           MOVE SPACES TO DESLOCACAO-CURTA
           MOVE ZEROS TO CONT-ALUNOS-DUPLOS, DUP-UNID-MAX,
              DUP-ALUNO-MAX

           MOVE DATASALA TO SALA-PROCURA
           PERFORM OBTER-CAMPUS-SALA
           MOVE CAMPUS-SALA TO CAMPUS-NOVA
           IF CAMPUS-NOVA = SPACES OR INTERVALO-CAMPUS = ZEROS THEN
              EXIT SECTION
           END-IF

           MOVE ANO-AULA  TO CHECK-ANO-AULA
           MOVE MES-AULA  TO CHECK-MES-AULA
           MOVE DIA-AULA  TO CHECK-DIA-AULA
           MOVE HORA-AULA TO CHECK-HORA-AULA
           MOVE DURACAO-AULA TO CHECK-DUR-AULA
           PERFORM PREPARAR-INTERVALO-NOVA

           MOVE CHECK-ANO-AULA TO FDANO-AULA
           MOVE CHECK-MES-AULA TO FDMES-AULA
           MOVE CHECK-DIA-AULA TO FDDIA-AULA
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
                       IF FDANO-AULA  NOT = CHECK-ANO-AULA
                       OR FDMES-AULA  NOT = CHECK-MES-AULA
                       OR FDDIA-AULA  NOT = CHECK-DIA-AULA THEN
                          SET STATUS-DATAAULA TO TRUE
                       ELSE
                          PERFORM CHECK-SOBREPOSICAO-LIDA
                          IF SOBREPOSTAS NOT = "S"
                          AND NOT FDAULA-CANCELADA THEN
                             PERFORM CHECK-INTERVALO-CAMPUS-LIDA
                          ELSE
                             MOVE SPACES TO DESLOC-CURTA-LIDA
                          END-IF
                          IF DESLOC-CURTA-LIDA = "S" THEN
                             IF FDDATAPROF = DATAPROF THEN
                                MOVE "D" TO DESLOCACAO-CURTA
                                SET STATUS-DATAAULA TO TRUE
                             ELSE
                                PERFORM GUARDAR-UNIDADE-SOBREPOSTA
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF DESLOCACAO-CURTA = "D" OR DUP-UNID-MAX = ZEROS THEN
              EXIT SECTION
           END-IF

      *    AS AULAS PROXIMAS NOUTRO CAMPUS SAO CRUZADAS COM OS ALUNOS
      *    DA UNIDADE, COMO NO AVISO DE ALUNOS EM DUPLA MARCACAO.
           PERFORM RECOLHER-ALUNOS-UNIDADE
           IF DUP-ALUNO-MAX = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN INPUT INSCRICOES
           IF FS-INSCRICOES = "00" THEN
              PERFORM VARYING DUP-ALUNO-IDX FROM 1 BY 1
                 UNTIL DUP-ALUNO-IDX > DUP-ALUNO-MAX
                 PERFORM VERIFICAR-ALUNO-DUPLO
              END-PERFORM
              CLOSE INSCRICOES
           END-IF

           IF CONT-ALUNOS-DUPLOS > ZEROS THEN
              MOVE "A" TO DESLOCACAO-CURTA
           END-IF
           EXIT SECTION.

       CHECK-INTERVALO-CAMPUS-LIDA SECTION.
      ******************************************************************
      *    PARA A AULA ATUALMENTE LIDA, NAO SOBREPOSTA AO INTERVALO
      *    PREPARADO EM PREPARAR-INTERVALO-NOVA, VERIFICA SE O
      *    INTERVALO ENTRE AS DUAS AULAS E MENOR QUE INTERVALO-CAMPUS
      *    E A SALA LIDA FICA NOUTRO CAMPUS QUE NAO CAMPUS-NOVA.
      ******************************************************************
           MOVE SPACES TO DESLOC-CURTA-LIDA
           IF CAMPUS-NOVA = SPACES OR INTERVALO-CAMPUS = ZEROS THEN
              EXIT SECTION
           END-IF

           IF FIM-MIN-LIDA <= INI-MIN-NOVA THEN
              COMPUTE INTERVALO-ENTRE = INI-MIN-NOVA - FIM-MIN-LIDA
           ELSE
              COMPUTE INTERVALO-ENTRE = INI-MIN-LIDA - FIM-MIN-NOVA
           END-IF
           IF INTERVALO-ENTRE >= INTERVALO-CAMPUS THEN
              EXIT SECTION
           END-IF

           MOVE FDDATASALA TO SALA-PROCURA
           PERFORM OBTER-CAMPUS-SALA
           IF CAMPUS-SALA NOT = SPACES
           AND CAMPUS-SALA NOT = CAMPUS-NOVA THEN
              MOVE "S" TO DESLOC-CURTA-LIDA
           END-IF
           EXIT SECTION.

       CARREGAR-CAMPUS-SALAS SECTION.
      ******************************************************************
      *    CARREGA O CAMPUS DE CADA SALA DO MESTRE DE SALAS E O
      *    INTERVALO MINIMO ENTRE AULAS EM CAMPUS DIFERENTES
      *    (PARAMETRO INTERVALO-CAMPUS; 30 MINUTOS SEM PARAMETRO, 0
      *    DISPENSA A VERIFICACAO).
      ******************************************************************
           MOVE ZEROS TO CAMPUS-TAB-MAX
           MOVE 30 TO INTERVALO-CAMPUS

           OPEN INPUT PARAMETROS
           IF FS-PARAMETROS = "00" THEN
              MOVE "INTERVALO-CAMPUS" TO FDPARAM-CHAVE
              READ PARAMETROS RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FDPARAM-VALOR TO INTERVALO-CAMPUS
              END-READ
              CLOSE PARAMETROS
           END-IF

           OPEN INPUT SALAS
           IF FS-SALAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDSALA-CODIGO
           START SALAS KEY IS GREATER OR EQUAL FDSALA-CODIGO
              INVALID KEY
                 SET STATUS-SALA TO TRUE
           END-START

           IF FS-SALAS = "00" THEN
              PERFORM UNTIL STATUS-SALA
                 READ SALAS NEXT RECORD
                    AT END
                       SET STATUS-SALA TO TRUE
                    NOT AT END
                       IF CAMPUS-TAB-MAX < 500 THEN
                          ADD 1 TO CAMPUS-TAB-MAX
                          MOVE FDSALA-CODIGO TO
                             CAMPUS-TAB-SALA (CAMPUS-TAB-MAX)
                          MOVE FDSALA-CAMPUS TO
                             CAMPUS-TAB-CODIGO (CAMPUS-TAB-MAX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE SALAS
           EXIT SECTION.

       OBTER-CAMPUS-SALA SECTION.
      ******************************************************************
      *    DEVOLVE EM CAMPUS-SALA O CAMPUS DA SALA EM SALA-PROCURA
      *    (EM BRANCO QUANDO A SALA NAO ESTA NA TABELA).
      ******************************************************************
           MOVE SPACES TO CAMPUS-SALA
           PERFORM VARYING CAMPUS-TAB-IDX FROM 1 BY 1
              UNTIL CAMPUS-TAB-IDX > CAMPUS-TAB-MAX
              OR CAMPUS-SALA NOT = SPACES
              IF CAMPUS-TAB-SALA (CAMPUS-TAB-IDX) = SALA-PROCURA THEN
                 MOVE CAMPUS-TAB-CODIGO (CAMPUS-TAB-IDX) TO CAMPUS-SALA
              END-IF
           END-PERFORM
           EXIT SECTION.

       VALIDAR-DESLOCACAO-ALTERACAO SECTION.
      ******************************************************************
      *    DEPOIS DE ALTERAR O DOCENTE, A UNIDADE, A TURMA OU A
      *    DURACAO, A SALA ATUAL E VERIFICADA QUANTO AO INTERVALO PARA
      *    DESLOCACAO ENTRE CAMPUS; SEM INTERVALO, A SALA E PEDIDA DE
      *    NOVO.
      ******************************************************************
           MOVE "S" TO VERDADEIRO
           PERFORM RECUSAR-DESLOCACAO-CAMPUS
           IF VERDADEIRO NOT = "S" AND KEYSTATUS NOT = 1003 THEN
              MOVE "; AULA: " TO WSLOG-EDIT-HEADING
              MOVE CONS-DIA TO WSLOG-EDIT-KEY
              MOVE "; SALA ANTERIOR: " TO WSLOG-EDIT-MESSAGE
              MOVE DATASALA TO WSLOG-EDIT-CAMPO
              PERFORM REGISTAR-DATASALA
              IF KEYSTATUS NOT = 1003 THEN
                 PERFORM SAVE-LOGRECORDS
              END-IF
           END-IF
           EXIT SECTION.

       CHECK-EQUIP-SALA SECTION.
      ******************************************************************
      *    VERIFICA, SEM ECRAS, SE A SALA EM DATASALA TEM O EQUIPAMENTO
      *    EXIGIDO PELA UNIDADE EM DATAUNIDADE, EM SERVICO NA DATA DA
      *    AULA (VER GESTOREQUIP).
      ******************************************************************
           MOVE DATASALA TO EQUIP-SALA
           MOVE DATAUNIDADE TO EQUIP-UNIDADE
           COMPUTE EQUIP-DATA =
              (ANO-AULA * 10000) + (MES-AULA * 100) + DIA-AULA
           CALL "GESTOREQUIP" USING EQUIP-PEDIDO
           EXIT SECTION.

       CHECK-RESERVA-SALA SECTION.
      ******************************************************************
      *    VERIFICA SE A SALA EM DATASALA TEM UMA RESERVA QUE SE
      *    SOBREPOE AO INTERVALO DA AULA (DATA, HORA E DURACAO).
      ******************************************************************
           MOVE SPACES TO RESERVA-ENCONTRADA

           OPEN INPUT RESERVAS
           IF FS-RESERVAS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE ANO-AULA TO CHECK-ANO-AULA
           MOVE MES-AULA TO CHECK-MES-AULA
           MOVE DIA-AULA TO CHECK-DIA-AULA
           MOVE HORA-AULA TO CHECK-HORA-AULA
           MOVE DURACAO-AULA TO CHECK-DUR-AULA
           PERFORM PREPARAR-INTERVALO-NOVA

           COMPUTE DATA-AULA-RES =
              (ANO-AULA * 10000) + (MES-AULA * 100) + DIA-AULA

           MOVE DATASALA TO FDRES-SALA
           MOVE DATA-AULA-RES TO FDRES-DATA
           MOVE ZEROS TO FDRES-HORA-INICIO
           START RESERVAS KEY IS GREATER OR EQUAL FDRES-CHAVE

       GUARDAR-UNIDADE-SOBREPOSTA SECTION.
      ******************************************************************
      *    ACRESCENTA A UNIDADE E A TURMA DA AULA SOBREPOSTA A
      *    TABELA, SEM DUPLICAR.
      ******************************************************************
           MOVE SPACES TO DUP-JA-REGISTADA
           PERFORM VARYING DUP-UNID-IDX FROM 1 BY 1
              UNTIL DUP-UNID-IDX > DUP-UNID-MAX
              OR DUP-JA-REGISTADA = "S"
              IF DUP-UNID (DUP-UNID-IDX) = FDDATAUNIDADE
              AND DUP-TURMA (DUP-UNID-IDX) = FDDATATURMA THEN
                 MOVE "S" TO DUP-JA-REGISTADA
              END-IF
           END-PERFORM
           IF DUP-JA-REGISTADA NOT = "S" AND DUP-UNID-MAX < 50 THEN
              ADD 1 TO DUP-UNID-MAX
              MOVE FDDATAUNIDADE TO DUP-UNID (DUP-UNID-MAX)
              MOVE FDDATATURMA TO DUP-TURMA (DUP-UNID-MAX)
           END-IF
           EXIT SECTION.

       RECOLHER-ALUNOS-UNIDADE SECTION.
      ******************************************************************
      *    RECOLHE OS ALUNOS COM INSCRICAO ATIVA NA UNIDADE DA NOVA
      *    AULA (E NA TURMA DA AULA, QUANDO INDICADA).
      ******************************************************************
           OPEN INPUT INSCRICOES
           IF FS-INSCRICOES NOT = "00" THEN
                    NOT AT END
                       IF FDINSC-SIGLAUNIDADE = DATAUNIDADE
                       AND FDINSC-ATIVA
                       AND (DATATURMA = SPACES
                          OR FDINSC-TURMA = SPACES
                          OR FDINSC-TURMA = DATATURMA)
                       AND DUP-ALUNO-MAX < 500 THEN
                          ADD 1 TO DUP-ALUNO-MAX
                          MOVE FDINSC-IDNUM TO
       VERIFICAR-ALUNO-DUPLO SECTION.
      ******************************************************************
      *    VERIFICA SE O ALUNO NA POSICAO DUP-ALUNO-IDX TAMBEM TEM
      *    INSCRICAO ATIVA NUMA DAS UNIDADES SOBREPOSTAS, NA TURMA DA
      *    AULA SOBREPOSTA QUANDO ESTA E INDICADA.
      ******************************************************************
           MOVE SPACES TO ALUNO-DUPLO

                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FDINSC-ATIVA
                    AND (DUP-TURMA (DUP-UNID-IDX) = SPACES
                       OR FDINSC-TURMA = SPACES
                       OR FDINSC-TURMA = DUP-TURMA (DUP-UNID-IDX)) THEN
                       MOVE "S" TO ALUNO-DUPLO
                    END-IF
              END-READ
                    END-IF

                 NOT AT END

      *    COM FILTRO DE CAMPUS, SO SAO MOSTRADAS AS AULAS EM SALAS
      *    DESSE CAMPUS.
                    MOVE SPACES TO CAMPUS-SALA
                    IF CAMPUS-FILTRO NOT = SPACES THEN
                       MOVE FDDATASALA TO SALA-PROCURA
                       PERFORM OBTER-CAMPUS-SALA
                    END-IF
                    IF CAMPUS-FILTRO = SPACES
                    OR CAMPUS-SALA = CAMPUS-FILTRO THEN
                       DISPLAY LISTA-HORARIOS-SCREEN
                       ADD 01 TO LINHA

      *    INSTRUÇÃO PARA MOSTRAR LISTA NOUTRA PÁGINA.

                       IF (LINHA = 23) THEN
                          DISPLAY MAIS-LISTA-SCREEN
                          ACCEPT CONTINUA-LISTA
                          IF KEYSTATUS = 1002 THEN
                             DISPLAY LIMPAR-LISTA
                             MOVE 11 TO LINHA
                             MOVE 08 TO COLUNA
                          ELSE
                             EXIT SECTION
                          END-IF
                          IF KEYSTATUS = 1003 THEN
                             EXIT SECTION
                          END-IF
                       END-IF
                    END-IF
              END-READ
      ******************************************************************
           MOVE "; MENU: CONSULTAR" TO WSLOG-SECTION

      *    A LISTA DE AULAS PODE SER LIMITADA AS SALAS DE UM CAMPUS.
           PERFORM CARREGAR-CAMPUS-SALAS
           MOVE SPACES TO CAMPUS-FILTRO
           DISPLAY CONSULTAR-SCREEN
           ACCEPT CONS-CAMPUS-SCREEN
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF
           MOVE CAMPUS-FILTRO TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT(1:5) TO CAMPUS-FILTRO

           OPEN INPUT HORARIOSFILE
           MOVE ZEROS TO NOVA-ESCOLHA-SCREEN1
           PERFORM UNTIL NOVA-ESCOLHA-SCREEN1 = 2

              DISPLAY CONSULTAR-SCREEN
              DISPLAY CONS-CAMPUS-SCREEN

              PERFORM LISTA-HORARIOS
              IF KEYSTATUS = 1003 OR VERDADEIRO = "S" THEN
      ******************************************************************
      *    PERGUNTA DE CONFIRMAÇÃO DE ELIMINAÇÃO DA AULA.
      ******************************************************************
           PERFORM VERIFICAR-FECHO-AULA
           IF FECHO-OK NOT = "S" THEN
              COMMIT
              EXIT SECTION
           END-IF

           PERFORM WITH TEST AFTER UNTIL NOVA-ESCOLHA = 1 OR 2
              MOVE ZEROS TO NOVA-ESCOLHA-SCREEN2
              ACCEPT CONFIRMACAO-ELIMINAR
      ******************************************************************
      *    MENU ONDE O UTILIZADOR ESCOLHE QUE CAMPO QUER ALTERAR.
      ******************************************************************
           PERFORM VERIFICAR-FECHO-AULA
           IF FECHO-OK NOT = "S" THEN
              COMMIT
              EXIT SECTION
           END-IF

           MOVE C-HORARIO TO WSHORARIO

      *    O GRUPO DE ECRA C-HORARIO NAO INCLUI O ESTADO NEM O MOTIVO
           MOVE FDESTADO-AULA TO ESTADO-AULA
           MOVE FDMOTIVO-CANCEL TO MOTIVO-CANCEL
           MOVE FDDURACAO-AULA TO DURACAO-AULA
           MOVE FDDATATURMA TO DATATURMA

           MOVE ZEROS TO NOVA-ESCOLHA-SCREEN4
           PERFORM UNTIL NOVA-ESCOLHA-SCREEN4 = 2
                       PERFORM SAVE-LOGRECORDS
                       EXIT SECTION
                    END-IF

      *    A TURMA PERTENCE A UNIDADE, PELO QUE E PEDIDA DE NOVO.
                    PERFORM REGISTAR-DATATURMA
                    IF KEYSTATUS = 1003 THEN
                       MOVE "; AULA: " TO WSLOG-EDIT-HEADING
                       MOVE CONS-DIA TO WSLOG-EDIT-KEY
                       MOVE "; ACESSO SEM CONCLUSAO"
                       TO WSLOG-EDIT-MESSAGE
                       MOVE SPACES TO WSLOG-EDIT-CAMPO
                       PERFORM SAVE-LOGRECORDS
                       EXIT SECTION
                    END-IF
                    PERFORM SAVE-LOGRECORDS

      *    QUANDO A SALA ATUAL NAO TEM O EQUIPAMENTO QUE A NOVA UNIDADE
      *    EXIGE, A SALA E PEDIDA DE NOVO.
                    MOVE "S" TO VERDADEIRO
                    PERFORM RECUSAR-SALA-SEM-EQUIP
                    IF VERDADEIRO NOT = "S" AND KEYSTATUS NOT = 1003
                    THEN
                       MOVE "; AULA: " TO WSLOG-EDIT-HEADING
                       MOVE CONS-DIA TO WSLOG-EDIT-KEY
                       MOVE "; SALA ANTERIOR: " TO WSLOG-EDIT-MESSAGE
                       MOVE DATASALA TO WSLOG-EDIT-CAMPO
                       PERFORM REGISTAR-DATASALA
                       IF KEYSTATUS NOT = 1003 THEN
                          PERFORM SAVE-LOGRECORDS
                       END-IF
                    END-IF
                    IF KEYSTATUS = 1003 THEN
                       MOVE "; AULA: " TO WSLOG-EDIT-HEADING
                       MOVE CONS-DIA TO WSLOG-EDIT-KEY
                       MOVE "; ACESSO SEM CONCLUSAO"
                       TO WSLOG-EDIT-MESSAGE
                       MOVE SPACES TO WSLOG-EDIT-CAMPO
                       PERFORM SAVE-LOGRECORDS
                       EXIT SECTION
                    END-IF

                 WHEN ALTERAR-DATASALA
                    MOVE "; AULA: " TO WSLOG-EDIT-HEADING
                    MOVE CONS-DIA TO WSLOG-EDIT-KEY
                       EXIT SECTION
                    END-IF
                    PERFORM SAVE-LOGRECORDS

                 WHEN ALTERAR-DATATURMA
                    MOVE "; AULA: " TO WSLOG-EDIT-HEADING
                    MOVE CONS-DIA TO WSLOG-EDIT-KEY
                    MOVE "; TURMA ANTERIOR: " TO WSLOG-EDIT-MESSAGE
                    MOVE DATATURMA TO WSLOG-EDIT-CAMPO
                    MOVE CONS-SEQ TO SEQ-AULA-EXCLUIR
                    PERFORM REGISTAR-DATATURMA
                    IF KEYSTATUS = 1003 THEN
                       MOVE "; AULA: " TO WSLOG-EDIT-HEADING
                       MOVE CONS-DIA TO WSLOG-EDIT-KEY
                       MOVE "; ACESSO SEM CONCLUSAO"
                       TO WSLOG-EDIT-MESSAGE
                       MOVE SPACES TO WSLOG-EDIT-CAMPO
                       PERFORM SAVE-LOGRECORDS
                       EXIT SECTION
                    END-IF
                    PERFORM SAVE-LOGRECORDS
              END-EVALUATE

      *    A ALTERACAO NAO PODE DEIXAR O DOCENTE OU OS ALUNOS SEM O
      *    INTERVALO PARA MUDAR DE CAMPUS (A ALTERACAO DA SALA JA E
      *    VERIFICADA NO PEDIDO DA SALA).
              IF NOT ALTERAR-DATASALA THEN
                 PERFORM VALIDAR-DESLOCACAO-ALTERACAO
                 IF KEYSTATUS = 1003 THEN
                    MOVE "; AULA: " TO WSLOG-EDIT-HEADING
                    MOVE CONS-DIA TO WSLOG-EDIT-KEY
                    MOVE "; ACESSO SEM CONCLUSAO" TO WSLOG-EDIT-MESSAGE
                    MOVE SPACES TO WSLOG-EDIT-CAMPO
                    PERFORM SAVE-LOGRECORDS
                    EXIT SECTION
                 END-IF
              END-IF

              REWRITE FDHORARIO FROM WSHORARIO
              END-REWRITE

                 NOT INVALID KEY
                    DISPLAY CONS-DADOS-SCREEN

                    PERFORM VERIFICAR-FECHO-AULA
                    IF KEYSTATUS = 1003 THEN
                       CLOSE HORARIOSFILE, ALUNOS, INSCRICOES, PRESENCAS
                       EXIT SECTION
                    END-IF

                    IF FECHO-OK = "S" THEN
                       MOVE ZEROS TO NOVA-ESCOLHA-SCREEN5
                       PERFORM UNTIL NOVA-ESCOLHA-SCREEN5 = 2

                          PERFORM REGISTAR-PRESENCA-ALUNO
                          IF KEYSTATUS = 1003 THEN
                             CLOSE HORARIOSFILE, ALUNOS, INSCRICOES,
                                PRESENCAS
                             EXIT SECTION
                          END-IF

                          PERFORM WITH TEST AFTER UNTIL NOVA-ESCOLHA = 1
                             OR 2
                             MOVE ZEROS TO NOVA-ESCOLHA-SCREEN5
                             DISPLAY LIMPAR-LINES
                             ACCEPT NOVO-ALUNO-PRESENCA
                             IF KEYSTATUS = 1003 THEN
                                CLOSE HORARIOSFILE, ALUNOS, INSCRICOES,
                                   PRESENCAS
                                EXIT SECTION
                             END-IF

                             IF NOVA-ESCOLHA < 1 OR NOVA-ESCOLHA > 2
                             THEN
                                ACCEPT MENSAGEM-ERRO-SCREEN
                                IF KEYSTATUS = 1003 THEN
                                   CLOSE HORARIOSFILE, ALUNOS,
                                      INSCRICOES, PRESENCAS
                                   EXIT SECTION
                                END-IF
                                DISPLAY LIMPAR-LINES
                             END-IF
                          END-PERFORM

                       END-PERFORM
                    END-IF
              END-READ

              PERFORM WITH TEST AFTER UNTIL NOVA-ESCOLHA = 1 OR 2
                    EXIT SECTION
                 END-IF

      *    NUMA AULA DE TURMA, O ALUNO TEM DE ESTAR NESSA TURMA (OU
      *    AINDA SEM TURMA ATRIBUIDA).
                 IF FDDATATURMA NOT = SPACES
                 AND FDINSC-TURMA NOT = SPACES
                 AND FDINSC-TURMA NOT = FDDATATURMA THEN
                    MOVE "; AULA: " TO WSLOG-ADD-HEADING
                    MOVE CONS-DIA TO WSLOG-ADD-KEY
                    MOVE "; RECUSADO: ALUNO DE OUTRA TURMA"
                       TO WSLOG-ADD-MESSAGE
                    PERFORM SAVE-LOGRECORDS
                    ACCEPT ALUNO-OUTRA-TURMA-SCREEN
                    IF KEYSTATUS = 1003 THEN
                       EXIT SECTION
                    END-IF
                    DISPLAY LIMPAR-LINES
                    EXIT SECTION
                 END-IF

                 DISPLAY DADOS-ALUNO-PRESENCA-SCREEN

                 PERFORM WITH TEST AFTER UNTIL VALID-PRESENCA-ESCOLHA
                    END-IF
                 END-PERFORM

      *    UM ALUNO SUSPENSO NA DATA DA AULA NAO PODE SER MARCADO
      *    PRESENTE.
                 IF PRESENCA-ESCOLHA = 1 THEN
                    MOVE PRES-IDNUM TO DISC-IDNUM
                    MOVE FDDATAAULA (1:8) TO DISC-DATA
                    CALL "GESTORDISCCHECK" USING DISC-PEDIDO
                    IF DISC-SUSPENSO THEN
                       MOVE "; AULA: " TO WSLOG-ADD-HEADING
                       MOVE CONS-DIA TO WSLOG-ADD-KEY
                       STRING "; RECUSADO: ALUNO SUSPENSO ", PRES-IDNUM
                          DELIMITED BY SIZE INTO WSLOG-ADD-MESSAGE
                       END-STRING
                       PERFORM SAVE-LOGRECORDS
                       DISPLAY LIMPAR-LINES
                       ACCEPT ALUNO-SUSPENSO-SCREEN
                       IF KEYSTATUS = 1003 THEN
                          EXIT SECTION
                       END-IF
                       DISPLAY LIMPAR-LINES
                       EXIT SECTION
                    END-IF
                 END-IF

                 MOVE FDDATAAULA        TO WSPRES-DATAAULA
                 MOVE FDIDNUM           TO WSPRES-IDNUM
                 MOVE FDNOME            TO WSPRES-NOME
              EXIT SECTION
           END-IF

           PERFORM VERIFICAR-FECHO-AULA
           IF FECHO-OK NOT = "S" THEN
              COMMIT
              EXIT SECTION
           END-IF

           PERFORM WITH TEST AFTER UNTIL MOTIVO-ESCOLHIDO >= 1 AND
              MOTIVO-ESCOLHIDO <= 4
              MOVE ZEROS TO MOTIVO-ESCOLHIDO
                       SET STATUS-INSCRICAO TO TRUE
                    NOT AT END
                       IF FDINSC-SIGLAUNIDADE = FDDATAUNIDADE
                       AND FDINSC-ATIVA
                       AND (FDDATATURMA = SPACES
                          OR FDINSC-TURMA = SPACES
                          OR FDINSC-TURMA = FDDATATURMA) THEN
                          PERFORM NOTIFICAR-UM-ALUNO
                       END-IF
                 END-READ
           MOVE ZEROS TO CONT-SUBSTITUIDAS, CONT-SUB-FALHADAS
           MOVE 13 TO LINHA
           MOVE 10 TO COLUNA
           PERFORM CARREGAR-CAMPUS-SALAS

           PERFORM VARYING SUB-IDX FROM 1 BY 1 UNTIL SUB-IDX > SUB-MAX

                             INVALID KEY
                                CONTINUE
                          END-READ

      *    AULAS DE UM PERIODO LETIVO FECHADO NAO SAO MOVIDAS.
                          MOVE FDDATAAULA (1:8) TO FECHO-DATA
                          SET FECHO-VERIFICAR TO TRUE
                          CALL "GESTORFECHO" USING FECHO-PEDIDO
                          IF DUPLO-SUBSTITUTO = "S"
                          OR FECHO-BLOQUEADO
                          OR (QUAL-EXISTEM = "S"
                              AND QUAL-OK NOT = "S") THEN
                             ADD 1 TO CONT-SUB-FALHADAS
       CHECK-DUPLO-SUBSTITUTO SECTION.
      ******************************************************************
      *    VERIFICA, SEM ECRAS, SE O SUBSTITUTO JA TEM UMA AULA NAO
      *    CANCELADA NA MESMA DATA/HORA DA AULA ATUALMENTE LIDA, OU
      *    NOUTRO CAMPUS SEM O INTERVALO MINIMO PARA A DESLOCACAO.
      ******************************************************************
           MOVE SPACES TO DUPLO-SUBSTITUTO
           MOVE FDDATASALA TO SALA-PROCURA
           PERFORM OBTER-CAMPUS-SALA
           MOVE CAMPUS-SALA TO CAMPUS-NOVA
           MOVE FDANO-AULA  TO CHECK-ANO-AULA
           MOVE FDMES-AULA  TO CHECK-MES-AULA
           MOVE FDDIA-AULA  TO CHECK-DIA-AULA
                             MOVE "S" TO DUPLO-SUBSTITUTO
                             SET STATUS-DATAAULA TO TRUE
                          END-IF
                          IF FDDATAPROF = SUB-SIGLA-NOVA
                          AND SOBREPOSTAS NOT = "S"
                          AND NOT FDAULA-CANCELADA THEN
                             PERFORM CHECK-INTERVALO-CAMPUS-LIDA
                             IF DESLOC-CURTA-LIDA = "S" THEN
                                MOVE "S" TO DUPLO-SUBSTITUTO
                                SET STATUS-DATAAULA TO TRUE
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF DUPLO-SUBSTITUTO NOT = "S" THEN
              MOVE SUB-SIGLA-NOVA TO VIG-PROF-CHECK
              PERFORM CHECK-VIGILANCIA-EXAME
              IF VIGILANCIA-ENCONTRADA = "S" THEN
                 MOVE "S" TO DUPLO-SUBSTITUTO
              END-IF
           END-IF
           EXIT SECTION.

       FOLHA-PRESENCAS SECTION.
           WRITE FOLHA-LINHA
           END-WRITE

           IF FDDATATURMA NOT = SPACES THEN
              MOVE SPACES TO FOLHA-LINHA
              STRING "TURMA: ", FDDATATURMA INTO FOLHA-LINHA
              END-STRING
              WRITE FOLHA-LINHA
              END-WRITE
           END-IF

           MOVE SPACES TO FOLHA-LINHA
           OPEN INPUT PROFS
           MOVE FDDATAPROF TO FDSIGLAPROF
       LISTAR-ALUNOS-FOLHA SECTION.
      ******************************************************************
      *    ESCREVE UMA LINHA POR ALUNO COM INSCRICAO ATIVA NA UNIDADE
      *    (E NA TURMA) DA AULA, COM O NOME E A LINHA DE ASSINATURA.
      ******************************************************************
           OPEN INPUT INSCRICOES
           IF FS-INSCRICOES NOT = "00" THEN
                       SET STATUS-INSCRICAO TO TRUE
                    NOT AT END
                       IF FDINSC-SIGLAUNIDADE = FDDATAUNIDADE
                       AND FDINSC-ATIVA
                       AND (FDDATATURMA = SPACES
                          OR FDINSC-TURMA = SPACES
                          OR FDINSC-TURMA = FDDATATURMA) THEN
                          PERFORM ESCREVER-ALUNO-FOLHA
                       END-IF
                 END-READ
           OPEN I-O HORARIOSFILE
           OPEN INPUT UNIDADES
           OPEN OUTPUT MODRELAT
           PERFORM CARREGAR-CAMPUS-SALAS

           MOVE SPACES TO MODRELAT-LINHA
           STRING "GERACAO DE AULAS DE MODELOS DE ", GER-DATA-DE,
           MOVE FDMOD-SIGLAPROF TO DATAPROF
           MOVE FDMOD-SIGLAUNIDADE TO DATAUNIDADE
           MOVE FDMOD-SALA TO DATASALA
           MOVE SPACES TO DATATURMA
           MOVE 1 TO ESTADO-AULA
           MOVE ZEROS TO MOTIVO-CANCEL

              END-IF
           END-IF

           IF MOD-OK = "S" THEN
              PERFORM CHECK-EQUIP-SALA
              IF EQUIP-EM-FALTA THEN
                 MOVE SPACES TO MOD-OK
                 STRING "SALA SEM EQUIPAMENTO ", EQUIP-CODIGO
                    INTO MOTIVO-FALHA
                 END-STRING
              END-IF
           END-IF

           IF MOD-OK = "S" THEN
              PERFORM CHECK-DESLOCACAO-CAMPUS
              IF DESLOCACAO-CURTA NOT = SPACES THEN
                 MOVE SPACES TO MOD-OK
                 MOVE "SEM INTERVALO ENTRE CAMPUS" TO MOTIVO-FALHA
              END-IF
           END-IF

           IF MOD-OK NOT = "S" THEN
              PERFORM ESCREVER-FALHA-MODELO
              EXIT SECTION
                 END-READ
              END-PERFORM
           END-IF

           IF DUPLO-AGENDAMENTO NOT = "S" THEN
              MOVE DATAPROF TO VIG-PROF-CHECK
              PERFORM CHECK-VIGILANCIA-EXAME
              IF VIGILANCIA-ENCONTRADA = "S" THEN
                 MOVE "S" TO DUPLO-AGENDAMENTO
              END-IF
           END-IF
           EXIT SECTION.

       CHECK-CAPACIDADE-SILENCIOSA SECTION.
      *    IMPRIME O HORARIO PESSOAL DE UM ALUNO NUM INTERVALO DE
      *    DATAS: AS AULAS NAO CANCELADAS DAS UNIDADES ONDE O ALUNO
      *    TEM INSCRICAO ATIVA, COM DATA, HORA, UNIDADE, SALA E
      *    DOCENTE, GRAVADO EM horarioaluno.txt. COM FILTRO DE CAMPUS,
      *    SO SAO INCLUIDAS AS AULAS EM SALAS DESSE CAMPUS.
      ******************************************************************
           MOVE "; MENU: HORARIO DE ALUNO" TO WSLOG-SECTION

           MOVE ZEROS TO HORAL-IDNUM, HORAL-DATA-DE, HORAL-DATA-ATE
           MOVE SPACES TO CAMPUS-FILTRO
           DISPLAY HORARIO-ALUNO-SCREEN
           ACCEPT HORAL-IDNUM-CAMPO
           IF KEYSTATUS = 1003 OR HORAL-IDNUM = ZEROS THEN
           IF KEYSTATUS = 1003 OR HORAL-DATA-ATE < HORAL-DATA-DE THEN
              EXIT SECTION
           END-IF
           ACCEPT HORAL-CAMPUS-CAMPO
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF
           MOVE CAMPUS-FILTRO TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT(1:5) TO CAMPUS-FILTRO
           IF CAMPUS-FILTRO = SPACES THEN
              MOVE "TODOS" TO HORAL-CAMPUS
           ELSE
              MOVE CAMPUS-FILTRO TO HORAL-CAMPUS
           END-IF
           PERFORM CARREGAR-CAMPUS-SALAS

           OPEN INPUT ALUNOS
           MOVE HORAL-IDNUM TO FDIDNUM
           MOVE SPACES TO HORALUNO-LINHA
           STRING "HORARIO PESSOAL | ALUNO: ", HORAL-IDNUM,
              " ", FDNOME,
              " | DE ", HORAL-DATA-DE, " ATE ", HORAL-DATA-ATE,
              " | CAMPUS: ", HORAL-CAMPUS
              INTO HORALUNO-LINHA
           END-STRING
           WRITE HORALUNO-LINHA
       ESCREVER-AULA-ALUNO SECTION.
      ******************************************************************
      *    ESCREVE NO HORARIO PESSOAL A AULA ATUALMENTE LIDA, SE O
      *    ALUNO TEM INSCRICAO ATIVA NA UNIDADE (E NA TURMA) DA AULA.
      ******************************************************************
           MOVE HORAL-IDNUM TO FDINSC-IDNUM
           MOVE FDDATAUNIDADE TO FDINSC-SIGLAUNIDADE
              EXIT SECTION
           END-IF

           IF FDDATATURMA NOT = SPACES
           AND FDINSC-TURMA NOT = SPACES
           AND FDINSC-TURMA NOT = FDDATATURMA THEN
              EXIT SECTION
           END-IF

           MOVE FDDATASALA TO SALA-PROCURA
           PERFORM OBTER-CAMPUS-SALA
           IF CAMPUS-FILTRO NOT = SPACES
           AND CAMPUS-SALA NOT = CAMPUS-FILTRO THEN
              EXIT SECTION
           END-IF

           MOVE FDDATAUNIDADE TO FDSIGLAUNIDADE
           READ UNIDADES RECORD
              INVALID KEY
              FDANO-AULA,
              " | HORA: ", FDHORA-AULA,
              " | UNIDADE: ", FDDATAUNIDADE, " ", FDNOMEUNIDADE,
              " | TURMA: ", FDDATATURMA,
              " | SALA: ", FDDATASALA,
              " | CAMPUS: ", CAMPUS-SALA,
              " | DOCENTE: ", FDDATAPROF, " ", FDNOMEPROF
              INTO HORALUNO-LINHA
           END-STRING
           CALL "GESTORLOCK" USING LOCK-PEDIDO
           EXIT SECTION.

       VERIFICAR-FECHO-AULA SECTION.
      ******************************************************************
      *    PREPARA A DATA E A CHAVE DA AULA LIDA PARA A VERIFICACAO DO
      *    PERIODO FECHADO.
      ******************************************************************
           MOVE FDDATAAULA (1:8) TO FECHO-DATA
           MOVE FDDATAAULA TO FECHO-CHAVE
           PERFORM VERIFICAR-FECHO
           EXIT SECTION.

       VERIFICAR-FECHO SECTION.
      ******************************************************************
      *    VERIFICA SE A DATA DA ALTERACAO (FECHO-DATA) CAI NUM PERIODO
      *    LETIVO FECHADO. SE SIM, A ALTERACAO SO SEGUE COM AS
      *    CREDENCIAIS DE UM ADMINISTRADOR E UM MOTIVO, REGISTADOS PELO
      *    GESTORFECHO. FECHO-OK FICA "S" QUANDO PODE GRAVAR.
      ******************************************************************
           MOVE "S" TO FECHO-OK
           MOVE "GESTORHORARIOS" TO FECHO-PROGRAMA
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

       AUTENTICAR-CREDENCIAIS SECTION.
      ******************************************************************
      *    AUTENTICA AS CREDENCIAIS DIGITADAS ATRAVES DO GESTORAUTH
