      *    (FICHEIRO RESERVAS). AS RESERVAS APARECEM NA OCUPACAO DAS
      *    SALAS E SAO RESPEITADAS PELO REGISTO DE AULAS DO
      *    GESTORHORARIOS.
      ******************************************************************
      *    V1.3 | 15.10.2026 | ADICIONADO O INVENTARIO DE EQUIPAMENTO:
      *    MESTRE DE EQUIPAMENTOS (FICHEIRO equipamentos), EQUIPAMENTO
      *    DE CADA SALA COM QUANTIDADE E DATAS FORA DE SERVICO
      *    (FICHEIRO salaequip) E EQUIPAMENTO EXIGIDO POR CADA UNIDADE
      *    (FICHEIRO unidadeequip). LISTAGEM DE INSTALACOES PARA A
      *    RECECAO (ECRA E instalacoes.rel). A RESERVA DE SALA ACEITA
      *    UMA UNIDADE OPCIONAL E AVISA QUANDO A SALA NAO TEM O
      *    EQUIPAMENTO QUE A UNIDADE EXIGE (VER GESTOREQUIP).
      ******************************************************************
      *    V1.4 | 15.10.2026 | ADICIONADO O MESTRE DE CAMPUS (FICHEIRO
      *    campusfich: CODIGO, NOME E MORADA) E O CAMPUS DE CADA SALA,
      *    VALIDADO CONTRA O MESTRE (CONVERSAO DO FICHEIRO DE SALAS EM
      *    CONVCAMPUS). A LISTA DE SALAS, A OCUPACAO E A LISTAGEM DE
      *    INSTALACOES PODEM SER FILTRADAS POR CAMPUS.
      ******************************************************************

       IDENTIFICATION DIVISION.
              LOCK MODE MANUAL
              FILE STATUS FS-SALAS.

           SELECT CAMPUS ASSIGN TO "campusfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCAMPUS-CODIGO
              FILE STATUS FS-CAMPUS.

           SELECT HORARIOSFILE ASSIGN TO "horariosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDRES-CHAVE
              FILE STATUS FS-RESERVAS.

           SELECT EQUIPAMENTOS ASSIGN TO "equipamentos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDEQP-CODIGO
              FILE STATUS FS-EQUIPAMENTOS.

           SELECT SALAEQUIP ASSIGN TO "salaequip"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSEQ-CHAVE
              FILE STATUS FS-SALAEQUIP.

           SELECT UNIEQUIP ASSIGN TO "unidadeequip"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDUEQ-CHAVE
              FILE STATUS FS-UNIEQUIP.

           SELECT UNIDADES ASSIGN TO "unidadesfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSIGLAUNIDADE
              FILE STATUS FS-UNIDADES.

           SELECT INSTALREL ASSIGN TO "instalacoes.rel"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-INSTALREL.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
       FD  SALAS.
       COPY FDSALAS.

       FD  CAMPUS.
       COPY FDCAMPUS.

       FD  HORARIOSFILE.
       COPY FDHORARIOS.

       FD  RESERVAS.
       COPY FDRESERVAS.

       FD  EQUIPAMENTOS.
       COPY FDEQUIPAMENTOS.

       FD  SALAEQUIP.
       COPY FDSALAEQUIP.

       FD  UNIEQUIP.
       COPY FDUNIEQUIP.

       FD  UNIDADES.
       COPY FDUNIDADES.

       FD  INSTALREL.
       01  INSTALREL-LINHA          PIC X(110).

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSSALAS.
       COPY WSCAMPUS.
       COPY WSRESERVAS.
       COPY WSEQUIPAMENTOS.
       COPY WSSALAEQUIP.
       COPY WSUNIEQUIP.
       COPY WSLOGRECORDS.
       COPY VAR-SPACEUPPER.
       COPY VAR-EQUIP.

       01  ESCOLHA                  PIC 9(002).
           88  OPCAO-REGISTAR       VALUE 1.
           88  OPCAO-LISTAR         VALUE 2.
           88  OPCAO-ALTERAR        VALUE 3.
           88  OPCAO-OCUPACAO       VALUE 4.
           88  OPCAO-RESERVAR       VALUE 5.
           88  OPCAO-EQUIPAMENTOS   VALUE 6.
           88  OPCAO-EQUIP-SALA     VALUE 7.
           88  OPCAO-EQUIP-UNIDADE  VALUE 8.
           88  OPCAO-INSTALACOES    VALUE 9.
           88  OPCAO-CAMPUS         VALUE 10.
           88  VALID-ESCOLHA        VALUE 0 THRU 10.

       01  DATA-VERIF.
           03  DATA-VERIF-ANO       PIC 9(004).
           03  DATA-VERIF-MES       PIC 9(002).
             88  DATA-VERIF-MES-OK  VALUE 01 THRU 12.
           03  DATA-VERIF-DIA       PIC 9(002).
             88  DATA-VERIF-DIA-OK  VALUE 01 THRU 31.
       01  DATA-VERIF-NUM REDEFINES DATA-VERIF PIC 9(008).

       77  FS-SALAS                 PIC X(002).
       77  FS-HORARIO               PIC X(002).
       77  FIM-MIN-RES              PIC 9(005).
       77  INI-MIN-AULA             PIC 9(005).
       77  FIM-MIN-AULA             PIC 9(005).
       77  FS-EQUIPAMENTOS          PIC X(002).
       77  FS-SALAEQUIP             PIC X(002).
       77  FS-UNIEQUIP              PIC X(002).
       77  FS-UNIDADES              PIC X(002).
       77  FS-INSTALREL             PIC X(002).
       77  EQUIP-NOVO               PIC X(001).
       77  EQUIP-ESCOLHA            PIC 9(001).
       77  RES-UNIDADE              PIC X(005).
       77  EQUIP-FALTA-TXT          PIC X(040).
       77  FORA-SERVICO-TXT         PIC X(040).
       77  INSTAL-LINHA             PIC X(110).
       77  INSTAL-QTD-EDIT          PIC ZZ9.
       77  INSTAL-LUG-EDIT          PIC ZZ9.
       77  CONT-EQUIP-SALA          PIC 9(003).
       77  DATA-HOJE                PIC 9(008).
       77  FS-CAMPUS                PIC X(002).
       77  CAMPUS-FILTRO            PIC X(005).
       77  CAMPUS-EXISTE            PIC X(001).
       77  CAMPUS-NOVO              PIC X(001).

      ******************************************************************

           03  LINE 03 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 05 COL 49 VALUE "G E S T O R   D E   S A L A S".
           03  LINE 06 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 12 COL 35 VALUE "0. SAIR".
           03  LINE 14 COL 35 VALUE "1. REGISTAR SALA".
           03  LINE 16 COL 35 VALUE "2. LISTAR SALAS".
           03  LINE 18 COL 35 VALUE "3. ALTERAR SALA".
           03  LINE 20 COL 35 VALUE "4. OCUPACAO DAS SALAS".
           03  LINE 22 COL 35 VALUE "5. RESERVAR SALA".
           03  LINE 14 COL 75 VALUE "6. EQUIPAMENTOS".
           03  LINE 16 COL 75 VALUE "7. EQUIPAMENTO DA SALA".
           03  LINE 18 COL 75 VALUE
               "8. EQUIPAMENTO EXIGIDO POR UNIDADE".
           03  LINE 20 COL 75 VALUE "9. LISTAGEM DE INSTALACOES".
           03  LINE 22 COL 75 VALUE "10. CAMPUS".
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 48 VALUE "INSIRA A OPCAO QUE PRETENDE REALIZA
      -        "R:".
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  ESCOLHA-SCREEN LINE 29 COL 86 PIC 9(2) TO ESCOLHA AUTO
               BLANK WHEN ZERO.

      ******************************************************************
           03  LINE 11 COL 70 VALUE "ESTADO: 1 - ATIVA | 2 - INATIVA:".
           03  SALA-ESTADO-CAMPO LINE 11 COL 103 PIC 9(1) TO
               WSSALA-ESTADO AUTO BLANK WHEN ZERO.
           03  LINE 13 COL 10 VALUE "CAMPUS:".
           03  SALA-CAMPUS-CAMPO LINE 13 COL 18 PIC X(5) TO
               WSSALA-CAMPUS AUTO REQUIRED.

      ******************************************************************
      *    SCREEN DE MENSAGEM ERRO SE O UTILIZADOR REGISTAR UM CAMPO
               05  SHOW-SALA-LUGARES PIC ZZ9 FROM FDSALA-LUGARES.
               05  VALUE " | ".
               05  SHOW-SALA-ESTADO PIC X(8) FROM ESTADO-SALA-TXT.
               05  VALUE " | CAMPUS: ".
               05  SHOW-SALA-CAMPUS PIC X(5) FROM FDSALA-CAMPUS.

      ******************************************************************
      *    SCREEN DO MENU DE OCUPACAO: DATA E HORA A CONSULTAR.
               AUTO.
           03  LINE 07 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN DO FILTRO DE CAMPUS DAS LISTAGENS (LISTA DE SALAS,
      *    OCUPACAO E INSTALACOES).

       01  CAMPUS-FILTRO-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 06 COL 60 VALUE "CAMPUS (EM BRANCO = TODOS):".
           03  CAMPUS-FILTRO-CAMPO LINE 06 COL 88 PIC X(5) TO
               CAMPUS-FILTRO AUTO.

      ******************************************************************
      *    SCREEN DO MESTRE DE CAMPUS.

       01  CAMPUS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 61 VALUE "C A M P U S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 07 COL 10 VALUE "CODIGO DO CAMPUS:".
           03  CAMPUS-CODIGO-CAMPO LINE 07 COL 28 PIC X(5) TO
               WSCAMPUS-CODIGO AUTO REQUIRED.
           03  LINE 09 COL 10 VALUE "NOME:".
           03  CAMPUS-NOME-CAMPO LINE 09 COL 16 PIC X(30) USING
               WSCAMPUS-NOME AUTO.
           03  LINE 11 COL 10 VALUE "MORADA:".
           03  CAMPUS-MORADA-CAMPO LINE 11 COL 18 PIC X(50) USING
               WSCAMPUS-MORADA AUTO.
           03  LINE 14 COL 10 VALUE "CAMPUS REGISTADOS:".

      ******************************************************************
      *    SCREEN QUE MOSTRA CADA CAMPUS REGISTADO.

       01  LINHA-CAMPUS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW LINE LINHA COL COLUNA.
               05  SHOW-CAMPUS-CODIGO PIC X(5) FROM FDCAMPUS-CODIGO.
               05  VALUE " | ".
               05  SHOW-CAMPUS-NOME PIC X(30) FROM FDCAMPUS-NOME.
               05  VALUE " | ".
               05  SHOW-CAMPUS-MORADA PIC X(50) FROM FDCAMPUS-MORADA.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO O CAMPUS NAO EXISTE NO MESTRE.

       01  CAMPUS-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 36 VALUE "CAMPUS INEXISTENTE | PRESSIONE QUAL
      -       "QUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMACAO DO CAMPUS GRAVADO.

       01  CONFIRMACAO-CAMPUS FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 32 VALUE "CAMPUS GRAVADO COM SUCESSO | PRESSI
      -       "ONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DA RESERVA DE SALA.

           03  LINE 09 COL 64 VALUE "RESERVADO POR:".
           03  RES-POR-CAMPO LINE 09 COL 79 PIC X(20) TO
               WSRES-RESERVADO-POR AUTO.
           03  LINE 11 COL 10 VALUE "UNIDADE (OPCIONAL, VERIFICA O EQUIP
      -        "AMENTO DA SALA):".
           03  RES-UNIDADE-CAMPO LINE 11 COL 62 PIC X(5) TO RES-UNIDADE
               AUTO.

      ******************************************************************
      *    SCREEN DE AVISO QUANDO A SALA RESERVADA NAO TEM O
      *    EQUIPAMENTO EXIGIDO PELA UNIDADE, COM A PERGUNTA DE GRAVAR.

       01  RES-EQUIP-AVISO-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 05 VALUE "AVISO: SALA SEM EQUIPAMENTO EXIGIDO
      -        ":" FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  SHOW-EQUIP-FALTA LINE 29 COL 42 PIC X(40) FROM
               EQUIP-FALTA-TXT FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 29 COL 83 VALUE "| GRAVAR? 1 - SIM | 2 - NAO:".
           03  RES-EQUIP-ESCOLHA LINE 29 COL 112 PIC 9(1) TO
               EQUIP-ESCOLHA AUTO BLANK WHEN ZERO.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".

      ******************************************************************
      *    SCREEN DO MESTRE DE EQUIPAMENTOS.

       01  EQUIPAMENTOS-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 52 VALUE "E Q U I P A M E N T O S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 09 COL 10 VALUE "CODIGO DO EQUIPAMENTO:".
           03  EQP-CODIGO-CAMPO LINE 09 COL 33 PIC X(8) TO WSEQP-CODIGO
               AUTO REQUIRED.
           03  LINE 11 COL 10 VALUE "DESCRICAO:".
           03  EQP-DESC-CAMPO LINE 11 COL 21 PIC X(40) USING
               WSEQP-DESCRICAO AUTO.

      ******************************************************************
      *    SCREEN DO EQUIPAMENTO DE UMA SALA: QUANTIDADE E PERIODO FORA
      *    DE SERVICO.

       01  SALAEQUIP-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 45 VALUE "E Q U I P A M E N T O   D A   S A
      -        " L A".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 07 COL 10 VALUE "SALA:".
           03  SEQ-SALA-CAMPO LINE 07 COL 16 PIC X(10) TO WSSEQ-SALA
               AUTO REQUIRED.
           03  LINE 07 COL 30 VALUE "EQUIPAMENTO:".
           03  SEQ-EQUIP-CAMPO LINE 07 COL 43 PIC X(8) TO WSSEQ-EQUIP
               AUTO REQUIRED.
           03  LINE 09 COL 10 VALUE "QUANTIDADE (0 = RETIRAR):".
           03  SEQ-QTD-CAMPO LINE 09 COL 36 PIC 9(3) USING
               WSSEQ-QUANTIDADE AUTO.
           03  LINE 11 COL 10 VALUE "FORA DE SERVICO DE (AAAAMMDD):".
           03  SEQ-FORA-DE-CAMPO LINE 11 COL 41 PIC 9(8) USING
               WSSEQ-FORA-SERVICO-DE AUTO.
           03  LINE 11 COL 52 VALUE "ATE (AAAAMMDD):".
           03  SEQ-FORA-ATE-CAMPO LINE 11 COL 68 PIC 9(8) USING
               WSSEQ-FORA-SERVICO-ATE AUTO.
           03  LINE 13 COL 10 VALUE "DATAS A ZEROS: EM SERVICO | SO A DA
      -        "TA FINAL A ZEROS: FORA DE SERVICO SEM DATA DE REGRESSO".

      ******************************************************************
      *    SCREEN DO EQUIPAMENTO EXIGIDO POR UMA UNIDADE FORMATIVA.

       01  UNIEQUIP-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 37 VALUE "E Q U I P A M E N T O   E X I G I
      -        "D O   P O R   U N I D A D E".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 07 COL 10 VALUE "UNIDADE:".
           03  UEQ-UNIDADE-CAMPO LINE 07 COL 19 PIC X(5) TO
               WSUEQ-UNIDADE AUTO REQUIRED.
           03  LINE 07 COL 30 VALUE "EQUIPAMENTO:".
           03  UEQ-EQUIP-CAMPO LINE 07 COL 43 PIC X(8) TO WSUEQ-EQUIP
               AUTO REQUIRED.
           03  LINE 09 COL 10 VALUE "QUANTIDADE EXIGIDA (0 = RETIRAR):".
           03  UEQ-QTD-CAMPO LINE 09 COL 44 PIC 9(3) USING
               WSUEQ-QUANTIDADE AUTO.

      ******************************************************************
      *    SCREEN DA LISTAGEM DE INSTALACOES.

       01  INSTALACOES-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 03 COL 45 VALUE "I N S T A L A C O E S   D A S   S
      -        " A L A S".
           03  LINE 04 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 31 COL 111 VALUE "PRESSIONE F3 PARA SAIR" HIGHLIGHT
               FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.

      ******************************************************************
      *    SCREEN QUE MOSTRA CADA LINHA DA LISTAGEM DE INSTALACOES.

       01  LINHA-INSTAL-SCREEN FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  SHOW-INSTAL LINE LINHA COL COLUNA PIC X(110) FROM
               INSTAL-LINHA.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO O EQUIPAMENTO NAO EXISTE NO MESTRE.

       01  EQUIP-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 34 VALUE "EQUIPAMENTO INEXISTENTE | PRESSIONE
      -       " QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO A UNIDADE NAO EXISTE.

       01  UNIDADE-INEXISTENTE-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 36 VALUE "UNIDADE INEXISTENTE | PRESSIONE QUA
      -       "LQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 4 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMACAO DO EQUIPAMENTO GRAVADO.

       01  CONFIRMACAO-EQUIP FOREGROUND-COLOUR 0 BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 30 VALUE "EQUIPAMENTO GRAVADO COM SUCESSO | P
      -       "RESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMACAO DO EQUIPAMENTO RETIRADO DA SALA OU DA
      *    UNIDADE (QUANTIDADE A ZEROS).

       01  CONFIRMACAO-EQUIP-RETIRADO FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 29 VALUE "EQUIPAMENTO RETIRADO COM SUCESSO |
      -       " PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM NO FIM DA LISTAGEM DE INSTALACOES.

       01  FIM-INSTALACOES-SCREEN FOREGROUND-COLOUR 0
           BACKGROUND-COLOR 7.
           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 28 VALUE "LISTAGEM GRAVADA EM instalacoes.rel
      -       " | PRESSIONE QUALQUER TECLA PARA CONTINUAR"
              FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.

      ******************************************************************
      *    SCREEN DE CONFIRMACAO DA RESERVA GRAVADA.
               05  SHOW-OCUP-ESTADO PIC X(10) FROM OCUP-ESTADO-TXT.
               05  VALUE " | UNIDADE: ".
               05  SHOW-OCUP-UNIDADE PIC X(5) FROM OCUP-UNIDADE-TXT.
               05  VALUE " | CAMPUS: ".
               05  SHOW-OCUP-CAMPUS PIC X(5) FROM FDSALA-CAMPUS.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO NAO HA SALAS REGISTADAS.
              CLOSE SALAS
           END-IF

      *    NA PRIMEIRA EXECUCAO O MESTRE DE CAMPUS E CRIADO COM O
      *    CAMPUS DO EDIFICIO PRINCIPAL (COMO NO CONVCAMPUS).
           OPEN I-O CAMPUS
           IF FS-CAMPUS = 35
              OPEN OUTPUT CAMPUS
              MOVE "SEDE" TO FDCAMPUS-CODIGO
              MOVE "EDIFICIO PRINCIPAL" TO FDCAMPUS-NOME
              MOVE SPACES TO FDCAMPUS-MORADA
              WRITE FDCAMPUS
              END-WRITE
              CLOSE CAMPUS
           ELSE
              CLOSE CAMPUS
           END-IF

           MOVE "; GESTOR: SALAS" TO WSLOG-PROGRAM
           EXIT SECTION.

                 WHEN OPCAO-ALTERAR     PERFORM ALTERAR
                 WHEN OPCAO-OCUPACAO    PERFORM OCUPACAO
                 WHEN OPCAO-RESERVAR    PERFORM RESERVAR
                 WHEN OPCAO-EQUIPAMENTOS
                                        PERFORM MESTRE-EQUIPAMENTOS
                 WHEN OPCAO-EQUIP-SALA  PERFORM EQUIPAMENTO-SALA
                 WHEN OPCAO-EQUIP-UNIDADE
                                        PERFORM EQUIPAMENTO-UNIDADE
                 WHEN OPCAO-INSTALACOES PERFORM INSTALACOES
                 WHEN OPCAO-CAMPUS      PERFORM MESTRE-CAMPUS
              END-EVALUATE

           END-PERFORM

       ALTERAR SECTION.
      ******************************************************************
      *    ALTERA OS DADOS DE UMA SALA EXISTENTE (NOME, LUGARES,
      *    ESTADO E CAMPUS; O CODIGO E A CHAVE E NAO SE ALTERA).
      ******************************************************************
           MOVE "; MENU: ALTERAR" TO WSLOG-SECTION

           MOVE FDSALA-NOME TO WSSALA-NOME
           MOVE FDSALA-LUGARES TO WSSALA-LUGARES
           MOVE FDSALA-ESTADO TO WSSALA-ESTADO
           MOVE FDSALA-CAMPUS TO WSSALA-CAMPUS

           PERFORM PEDIR-DADOS-SALA
           IF KEYSTATUS = 1003 OR VERDADEIRO NOT = "S" THEN
           MOVE WSSALA-NOME TO FDSALA-NOME
           MOVE WSSALA-LUGARES TO FDSALA-LUGARES
           MOVE WSSALA-ESTADO TO FDSALA-ESTADO
           MOVE WSSALA-CAMPUS TO FDSALA-CAMPUS
           REWRITE FDSALA
           END-REWRITE


       PEDIR-DADOS-SALA SECTION.
      ******************************************************************
      *    PEDE E VALIDA O NOME, OS LUGARES, O ESTADO E O CAMPUS DA
      *    SALA (O CAMPUS TEM DE EXISTIR NO MESTRE DE CAMPUS).
      ******************************************************************
           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO
                 EXIT SECTION
              END-IF

              MOVE WSSALA-CAMPUS TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT(1:5) TO WSSALA-CAMPUS

              IF WSSALA-NOME NOT = SPACES
              AND WSSALA-LUGARES > ZEROS
              AND WSSALA-ESTADO-VALIDO THEN
                 MOVE WSSALA-CAMPUS TO FDCAMPUS-CODIGO
                 PERFORM VERIFICAR-CAMPUS
                 IF CAMPUS-EXISTE = "S" THEN
                    MOVE "S" TO VERDADEIRO
                 ELSE
                    ACCEPT CAMPUS-INEXISTENTE-SCREEN
                    IF KEYSTATUS = 1003 THEN
                       EXIT SECTION
                    END-IF
                    DISPLAY LIMPAR-LINES
                 END-IF
              ELSE
                 ACCEPT CAMPO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN

       LISTAR SECTION.
      ******************************************************************
      *    LISTA AS SALAS REGISTADAS, DE TODOS OS CAMPUS OU APENAS DO
      *    CAMPUS INDICADO NO FILTRO.
      ******************************************************************
           MOVE "; MENU: LISTAR" TO WSLOG-SECTION

           DISPLAY REGISTAR-SCREEN
           PERFORM PEDIR-FILTRO-CAMPUS
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           OPEN INPUT SALAS

           MOVE ZEROS TO CONT-LISTADOS
           MOVE 09 TO LINHA
                    AT END
                       SET STATUS-SALA TO TRUE
                    NOT AT END
                       IF CAMPUS-FILTRO = SPACES
                       OR FDSALA-CAMPUS = CAMPUS-FILTRO THEN
                          IF FDSALA-ATIVA THEN
                             MOVE "ATIVA" TO ESTADO-SALA-TXT
                          ELSE
                             MOVE "INATIVA" TO ESTADO-SALA-TXT
                          END-IF
                          ADD 1 TO CONT-LISTADOS
                          DISPLAY LINHA-SALA-SCREEN
                          ADD 1 TO LINHA
                          IF LINHA > 24 THEN
                             ACCEPT FIM-LISTA-SCREEN
                             DISPLAY LIMPAR-LISTA
                             MOVE 09 TO LINHA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
      ******************************************************************
      *    MOSTRA, PARA UMA DATA E HORA, CADA SALA ATIVA E SE ESTA
      *    LIVRE OU OCUPADA (E POR QUE UNIDADE), CRUZANDO O MESTRE DE
      *    SALAS COM AS AULAS NAO CANCELADAS DO HORARIO. COM FILTRO DE
      *    CAMPUS, SO SAO MOSTRADAS AS SALAS DESSE CAMPUS.
      ******************************************************************
           MOVE "; MENU: OCUPACAO" TO WSLOG-SECTION

           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF
           PERFORM PEDIR-FILTRO-CAMPUS
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           OPEN INPUT SALAS
           OPEN INPUT HORARIOSFILE
                    AT END
                       SET STATUS-SALA TO TRUE
                    NOT AT END
                       IF FDSALA-ATIVA
                       AND (CAMPUS-FILTRO = SPACES
                          OR FDSALA-CAMPUS = CAMPUS-FILTRO) THEN
                          PERFORM VERIFICAR-OCUPACAO-SALA
                          ADD 1 TO CONT-LISTADOS
                          DISPLAY LINHA-OCUPACAO-SCREEN

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO-RES = "S"
              MOVE SPACES TO VERDADEIRO-RES, WSRES-SALA,
                 WSRES-DESCRICAO, WSRES-RESERVADO-POR, RES-UNIDADE
              MOVE ZEROS TO WSRES-DATA, WSRES-HORA-INICIO,
                 WSRES-HORA-FIM
              ACCEPT RESERVAR-SCREEN
              END-READ
           END-PERFORM

      *    COM UMA UNIDADE INDICADA, A SALA E VERIFICADA CONTRA O
      *    EQUIPAMENTO QUE A UNIDADE EXIGE. A FALTA E SO UM AVISO: O
      *    UTILIZADOR DECIDE SE GRAVA A RESERVA.
           IF RES-UNIDADE NOT = SPACES THEN
              MOVE RES-UNIDADE TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT(1:5) TO RES-UNIDADE
              PERFORM AVISO-EQUIP-RESERVA
              IF KEYSTATUS = 1003 OR EQUIP-ESCOLHA = 2 THEN
                 CLOSE RESERVAS, SALAS
                 EXIT SECTION
              END-IF
           END-IF

           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
           ACCEPT CONFIRMACAO-RESERVA
           EXIT SECTION.

       AVISO-EQUIP-RESERVA SECTION.
      ******************************************************************
      *    VERIFICA O EQUIPAMENTO DA SALA RESERVADA CONTRA O EXIGIDO
      *    PELA UNIDADE NA DATA DA RESERVA E, EM FALTA, PERGUNTA SE A
      *    RESERVA E GRAVADA (EQUIP-ESCOLHA 1) OU NAO (2).
      ******************************************************************
           MOVE ZEROS TO EQUIP-ESCOLHA

           MOVE WSRES-SALA TO EQUIP-SALA
           MOVE RES-UNIDADE TO EQUIP-UNIDADE
           MOVE WSRES-DATA TO EQUIP-DATA
           CALL "GESTOREQUIP" USING EQUIP-PEDIDO
           IF EQUIP-OK THEN
              EXIT SECTION
           END-IF

           IF EQUIP-DESCRICAO = SPACES THEN
              MOVE EQUIP-CODIGO TO EQUIP-FALTA-TXT
           ELSE
              MOVE EQUIP-DESCRICAO TO EQUIP-FALTA-TXT
           END-IF

           MOVE "; RESERVA: " TO WSLOG-ADD-HEADING
           MOVE WSRES-SALA TO WSLOG-ADD-KEY
           STRING "; AVISO: SALA SEM EQUIPAMENTO ", EQUIP-CODIGO
              INTO WSLOG-ADD-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           PERFORM WITH TEST AFTER UNTIL EQUIP-ESCOLHA = 1 OR 2
              MOVE ZEROS TO RES-EQUIP-ESCOLHA
              DISPLAY LIMPAR-LINES
              ACCEPT RES-EQUIP-AVISO-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF
           END-PERFORM
           DISPLAY LIMPAR-LINES
           EXIT SECTION.

       MESTRE-EQUIPAMENTOS SECTION.
      ******************************************************************
      *    REGISTA OU ALTERA UM EQUIPAMENTO DO MESTRE (COMPUTADOR,
      *    PROJETOR, BANCADA DE OFICINA...): CODIGO E DESCRICAO. UM
      *    CODIGO JA REGISTADO MOSTRA A DESCRICAO ATUAL PARA ALTERAR.
      ******************************************************************
           MOVE "; MENU: EQUIPAMENTOS" TO WSLOG-SECTION

           OPEN I-O EQUIPAMENTOS
           IF FS-EQUIPAMENTOS = 35 THEN
              OPEN OUTPUT EQUIPAMENTOS
              CLOSE EQUIPAMENTOS
              OPEN I-O EQUIPAMENTOS
           END-IF

           MOVE SPACES TO WSEQP-CODIGO, WSEQP-DESCRICAO
           DISPLAY EQUIPAMENTOS-SCREEN

           ACCEPT EQP-CODIGO-CAMPO
           IF KEYSTATUS = 1003 THEN
              CLOSE EQUIPAMENTOS
              EXIT SECTION
           END-IF

           MOVE WSEQP-CODIGO TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT(1:8) TO WSEQP-CODIGO

           MOVE WSEQP-CODIGO TO FDEQP-CODIGO
           READ EQUIPAMENTOS RECORD
              INVALID KEY
                 MOVE "S" TO EQUIP-NOVO
              NOT INVALID KEY
                 MOVE "N" TO EQUIP-NOVO
                 MOVE FDEQP-DESCRICAO TO WSEQP-DESCRICAO
           END-READ

           PERFORM WITH TEST AFTER UNTIL WSEQP-DESCRICAO NOT = SPACES
              ACCEPT EQP-DESC-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE EQUIPAMENTOS
                 EXIT SECTION
              END-IF

              IF WSEQP-DESCRICAO = SPACES THEN
                 ACCEPT CAMPO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE EQUIPAMENTOS
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           MOVE WSEQP-DESCRICAO TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT(1:40) TO WSEQP-DESCRICAO

           MOVE WSEQUIPAMENTO TO FDEQUIPAMENTO
           IF EQUIP-NOVO = "S" THEN
              WRITE FDEQUIPAMENTO
                 INVALID KEY
                    CONTINUE
              END-WRITE
              MOVE "; EQUIPAMENTO: " TO WSLOG-ADD-HEADING
              MOVE WSEQP-CODIGO TO WSLOG-ADD-KEY
              MOVE "; EQUIPAMENTO REGISTADO" TO WSLOG-ADD-MESSAGE
           ELSE
              REWRITE FDEQUIPAMENTO
              END-REWRITE
              MOVE "; EQUIPAMENTO: " TO WSLOG-EDIT-HEADING
              MOVE WSEQP-CODIGO TO WSLOG-EDIT-KEY
              MOVE "; EQUIPAMENTO ALTERADO" TO WSLOG-EDIT-MESSAGE
           END-IF

           CLOSE EQUIPAMENTOS
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-EQUIP
           EXIT SECTION.

       EQUIPAMENTO-SALA SECTION.
      ******************************************************************
      *    REGISTA O EQUIPAMENTO DE UMA SALA: QUANTIDADE E, QUANDO
      *    AVARIADO OU EM MANUTENCAO, O PERIODO FORA DE SERVICO. A
      *    QUANTIDADE A ZEROS RETIRA O EQUIPAMENTO DA SALA.
      ******************************************************************
           MOVE "; MENU: EQUIPAMENTO DA SALA" TO WSLOG-SECTION

           OPEN I-O SALAEQUIP
           IF FS-SALAEQUIP = 35 THEN
              OPEN OUTPUT SALAEQUIP
              CLOSE SALAEQUIP
              OPEN I-O SALAEQUIP
           END-IF
           OPEN INPUT SALAS
           OPEN INPUT EQUIPAMENTOS

           DISPLAY SALAEQUIP-SCREEN

      *    A SALA E O EQUIPAMENTO TEM DE EXISTIR NOS RESPETIVOS
      *    MESTRES.
           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO, WSSEQ-SALA, WSSEQ-EQUIP
              ACCEPT SEQ-SALA-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE SALAEQUIP, SALAS, EQUIPAMENTOS
                 EXIT SECTION
              END-IF
              ACCEPT SEQ-EQUIP-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE SALAEQUIP, SALAS, EQUIPAMENTOS
                 EXIT SECTION
              END-IF

              MOVE WSSEQ-SALA TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT(1:10) TO WSSEQ-SALA
              MOVE WSSEQ-EQUIP TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT(1:8) TO WSSEQ-EQUIP

              MOVE WSSEQ-SALA TO FDSALA-CODIGO
              READ SALAS RECORD
                 INVALID KEY
                    ACCEPT SALA-INEXISTENTE-SCREEN
                 NOT INVALID KEY
                    MOVE WSSEQ-EQUIP TO FDEQP-CODIGO
                    READ EQUIPAMENTOS RECORD
                       INVALID KEY
                          ACCEPT EQUIP-INEXISTENTE-SCREEN
                       NOT INVALID KEY
                          MOVE "S" TO VERDADEIRO
                    END-READ
              END-READ
              IF KEYSTATUS = 1003 THEN
                 CLOSE SALAEQUIP, SALAS, EQUIPAMENTOS
                 EXIT SECTION
              END-IF
              DISPLAY LIMPAR-LINES
           END-PERFORM

      *    UM EQUIPAMENTO JA REGISTADO NA SALA MOSTRA OS VALORES ATUAIS.
           MOVE ZEROS TO WSSEQ-QUANTIDADE, WSSEQ-FORA-SERVICO-DE,
              WSSEQ-FORA-SERVICO-ATE
           MOVE "S" TO EQUIP-NOVO
           MOVE WSSEQ-CHAVE TO FDSEQ-CHAVE
           READ SALAEQUIP RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "N" TO EQUIP-NOVO
                 MOVE FDSEQ-QUANTIDADE TO WSSEQ-QUANTIDADE
                 MOVE FDSEQ-FORA-SERVICO-DE TO WSSEQ-FORA-SERVICO-DE
                 MOVE FDSEQ-FORA-SERVICO-ATE TO WSSEQ-FORA-SERVICO-ATE
           END-READ

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO-RES = "S"
              MOVE SPACES TO VERDADEIRO-RES
              ACCEPT SEQ-QTD-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE SALAEQUIP, SALAS, EQUIPAMENTOS
                 EXIT SECTION
              END-IF
              ACCEPT SEQ-FORA-DE-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE SALAEQUIP, SALAS, EQUIPAMENTOS
                 EXIT SECTION
              END-IF
              ACCEPT SEQ-FORA-ATE-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE SALAEQUIP, SALAS, EQUIPAMENTOS
                 EXIT SECTION
              END-IF

              PERFORM VALIDAR-FORA-SERVICO
              IF VERDADEIRO-RES NOT = "S" THEN
                 ACCEPT CAMPO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE SALAEQUIP, SALAS, EQUIPAMENTOS
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           MOVE WSSALAEQUIP TO FDSALAEQUIP
           EVALUATE TRUE
              WHEN WSSEQ-QUANTIDADE = ZEROS
                 IF EQUIP-NOVO = "N" THEN
                    DELETE SALAEQUIP RECORD
                    END-DELETE
                 END-IF
              WHEN EQUIP-NOVO = "S"
                 WRITE FDSALAEQUIP
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN OTHER
                 REWRITE FDSALAEQUIP
                 END-REWRITE
           END-EVALUATE

           CLOSE SALAEQUIP, SALAS, EQUIPAMENTOS

           MOVE "; SALA: " TO WSLOG-EDIT-HEADING
           MOVE WSSEQ-SALA TO WSLOG-EDIT-KEY
           IF WSSEQ-QUANTIDADE = ZEROS THEN
              STRING "; EQUIPAMENTO RETIRADO: ", WSSEQ-EQUIP
                 INTO WSLOG-EDIT-MESSAGE
              END-STRING
           ELSE
              STRING "; EQUIPAMENTO GRAVADO: ", WSSEQ-EQUIP
                 INTO WSLOG-EDIT-MESSAGE
              END-STRING
              STRING "QUANTIDADE: ", WSSEQ-QUANTIDADE,
                 "; FORA DE SERVICO: ", WSSEQ-FORA-SERVICO-DE, " - ",
                 WSSEQ-FORA-SERVICO-ATE
                 INTO WSLOG-EDIT-CAMPO
              END-STRING
           END-IF
           PERFORM SAVE-LOGRECORDS

           IF WSSEQ-QUANTIDADE = ZEROS THEN
              ACCEPT CONFIRMACAO-EQUIP-RETIRADO
           ELSE
              ACCEPT CONFIRMACAO-EQUIP
           END-IF
           EXIT SECTION.

       VALIDAR-FORA-SERVICO SECTION.
      ******************************************************************
      *    AS DATAS FORA DE SERVICO SAO OPCIONAIS: AMBAS A ZEROS (EM
      *    SERVICO), SO A INICIAL (SEM DATA DE REGRESSO) OU AS DUAS,
      *    COM A FINAL NAO ANTERIOR A INICIAL.
      ******************************************************************
           MOVE "S" TO VERDADEIRO-RES

           IF WSSEQ-FORA-SERVICO-DE = ZEROS THEN
              IF WSSEQ-FORA-SERVICO-ATE NOT = ZEROS THEN
                 MOVE SPACES TO VERDADEIRO-RES
              END-IF
              EXIT SECTION
           END-IF

           MOVE WSSEQ-FORA-SERVICO-DE TO DATA-VERIF-NUM
           IF NOT DATA-VERIF-MES-OK OR NOT DATA-VERIF-DIA-OK THEN
              MOVE SPACES TO VERDADEIRO-RES
              EXIT SECTION
           END-IF

           IF WSSEQ-FORA-SERVICO-ATE NOT = ZEROS THEN
              MOVE WSSEQ-FORA-SERVICO-ATE TO DATA-VERIF-NUM
              IF NOT DATA-VERIF-MES-OK OR NOT DATA-VERIF-DIA-OK
              OR WSSEQ-FORA-SERVICO-ATE < WSSEQ-FORA-SERVICO-DE THEN
                 MOVE SPACES TO VERDADEIRO-RES
              END-IF
           END-IF
           EXIT SECTION.

       EQUIPAMENTO-UNIDADE SECTION.
      ******************************************************************
      *    REGISTA O EQUIPAMENTO QUE UMA UNIDADE FORMATIVA EXIGE NA
      *    SALA (E QUANTOS). A QUANTIDADE A ZEROS RETIRA A EXIGENCIA.
      ******************************************************************
           MOVE "; MENU: EQUIPAMENTO DA UNIDADE" TO WSLOG-SECTION

           OPEN I-O UNIEQUIP
           IF FS-UNIEQUIP = 35 THEN
              OPEN OUTPUT UNIEQUIP
              CLOSE UNIEQUIP
              OPEN I-O UNIEQUIP
           END-IF
           OPEN INPUT UNIDADES
           OPEN INPUT EQUIPAMENTOS

           DISPLAY UNIEQUIP-SCREEN

           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO, WSUEQ-UNIDADE, WSUEQ-EQUIP
              ACCEPT UEQ-UNIDADE-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE UNIEQUIP, UNIDADES, EQUIPAMENTOS
                 EXIT SECTION
              END-IF
              ACCEPT UEQ-EQUIP-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE UNIEQUIP, UNIDADES, EQUIPAMENTOS
                 EXIT SECTION
              END-IF

              MOVE WSUEQ-UNIDADE TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT(1:5) TO WSUEQ-UNIDADE
              MOVE WSUEQ-EQUIP TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT(1:8) TO WSUEQ-EQUIP

              MOVE WSUEQ-UNIDADE TO FDSIGLAUNIDADE
              READ UNIDADES RECORD
                 INVALID KEY
                    ACCEPT UNIDADE-INEXISTENTE-SCREEN
                 NOT INVALID KEY
                    MOVE WSUEQ-EQUIP TO FDEQP-CODIGO
                    READ EQUIPAMENTOS RECORD
                       INVALID KEY
                          ACCEPT EQUIP-INEXISTENTE-SCREEN
                       NOT INVALID KEY
                          MOVE "S" TO VERDADEIRO
                    END-READ
              END-READ
              IF KEYSTATUS = 1003 THEN
                 CLOSE UNIEQUIP, UNIDADES, EQUIPAMENTOS
                 EXIT SECTION
              END-IF
              DISPLAY LIMPAR-LINES
           END-PERFORM

           MOVE ZEROS TO WSUEQ-QUANTIDADE
           MOVE "S" TO EQUIP-NOVO
           MOVE WSUEQ-CHAVE TO FDUEQ-CHAVE
           READ UNIEQUIP RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "N" TO EQUIP-NOVO
                 MOVE FDUEQ-QUANTIDADE TO WSUEQ-QUANTIDADE
           END-READ

           ACCEPT UEQ-QTD-CAMPO
           IF KEYSTATUS = 1003 THEN
              CLOSE UNIEQUIP, UNIDADES, EQUIPAMENTOS
              EXIT SECTION
           END-IF

           MOVE WSUNIEQUIP TO FDUNIEQUIP
           EVALUATE TRUE
              WHEN WSUEQ-QUANTIDADE = ZEROS
                 IF EQUIP-NOVO = "N" THEN
                    DELETE UNIEQUIP RECORD
                    END-DELETE
                 END-IF
              WHEN EQUIP-NOVO = "S"
                 WRITE FDUNIEQUIP
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              WHEN OTHER
                 REWRITE FDUNIEQUIP
                 END-REWRITE
           END-EVALUATE

           CLOSE UNIEQUIP, UNIDADES, EQUIPAMENTOS

           MOVE "; UNIDADE: " TO WSLOG-EDIT-HEADING
           MOVE WSUEQ-UNIDADE TO WSLOG-EDIT-KEY
           IF WSUEQ-QUANTIDADE = ZEROS THEN
              STRING "; EXIGENCIA RETIRADA: ", WSUEQ-EQUIP
                 INTO WSLOG-EDIT-MESSAGE
              END-STRING
           ELSE
              STRING "; EXIGENCIA GRAVADA: ", WSUEQ-EQUIP
                 INTO WSLOG-EDIT-MESSAGE
              END-STRING
              STRING "QUANTIDADE: ", WSUEQ-QUANTIDADE
                 INTO WSLOG-EDIT-CAMPO
              END-STRING
           END-IF
           PERFORM SAVE-LOGRECORDS

           IF WSUEQ-QUANTIDADE = ZEROS THEN
              ACCEPT CONFIRMACAO-EQUIP-RETIRADO
           ELSE
              ACCEPT CONFIRMACAO-EQUIP
           END-IF
           EXIT SECTION.

       INSTALACOES SECTION.
      ******************************************************************
      *    LISTAGEM DE INSTALACOES PARA A RECECAO: CADA SALA COM OS
      *    LUGARES, O ESTADO E O EQUIPAMENTO (QUANTIDADE E PERIODO
      *    FORA DE SERVICO AINDA EM CURSO OU FUTURO). A MESMA LISTAGEM
      *    E GRAVADA EM instalacoes.rel. COM FILTRO DE CAMPUS, SO SAO
      *    LISTADAS AS SALAS DESSE CAMPUS.
      ******************************************************************
           MOVE "; MENU: INSTALACOES" TO WSLOG-SECTION

           MOVE FUNCTION CURRENT-DATE (1:8) TO DATA-HOJE

           DISPLAY INSTALACOES-SCREEN
           PERFORM PEDIR-FILTRO-CAMPUS
           IF KEYSTATUS = 1003 THEN
              EXIT SECTION
           END-IF

           OPEN INPUT SALAS
           OPEN INPUT SALAEQUIP
           OPEN INPUT EQUIPAMENTOS
           OPEN OUTPUT INSTALREL

           MOVE SPACES TO INSTALREL-LINHA
           STRING "LISTAGEM DE INSTALACOES DAS SALAS - DATA: ",
              DATA-HOJE (7:2), "/", DATA-HOJE (5:2), "/",
              DATA-HOJE (1:4)
              INTO INSTALREL-LINHA
           END-STRING
           IF CAMPUS-FILTRO NOT = SPACES THEN
              MOVE SPACES TO INSTAL-LINHA
              STRING INSTALREL-LINHA DELIMITED BY "  ",
                 " - CAMPUS: ", CAMPUS-FILTRO
                 INTO INSTAL-LINHA
              END-STRING
              MOVE INSTAL-LINHA TO INSTALREL-LINHA
           END-IF
           WRITE INSTALREL-LINHA
           END-WRITE

           DISPLAY INSTALACOES-SCREEN
           MOVE ZEROS TO CONT-LISTADOS
           MOVE 09 TO LINHA
           MOVE 10 TO COLUNA

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
                       IF CAMPUS-FILTRO = SPACES
                       OR FDSALA-CAMPUS = CAMPUS-FILTRO THEN
                          PERFORM LINHA-SALA-INSTAL
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE SALAS, EQUIPAMENTOS, INSTALREL
           IF FS-SALAEQUIP = "00" THEN
              CLOSE SALAEQUIP
           END-IF

           MOVE "; INSTALACOES: " TO WSLOG-VIEW-HEADING
           MOVE "instalacoes.rel" TO WSLOG-VIEW-KEY
           MOVE "; LISTAGEM DE INSTALACOES GERADA" TO WSLOG-VIEW-MESSAGE
           PERFORM SAVE-LOGRECORDS

           IF CONT-LISTADOS = ZEROS THEN
              ACCEPT SEM-SALAS-SCREEN
           ELSE
              ACCEPT FIM-LISTA-SCREEN
              ACCEPT FIM-INSTALACOES-SCREEN
           END-IF
           EXIT SECTION.

       LINHA-SALA-INSTAL SECTION.
      ******************************************************************
      *    LINHA DA SALA ATUALMENTE LIDA NA LISTAGEM DE INSTALACOES,
      *    SEGUIDA DAS LINHAS DO SEU EQUIPAMENTO.
      ******************************************************************
           ADD 1 TO CONT-LISTADOS
           IF FDSALA-ATIVA THEN
              MOVE "ATIVA" TO ESTADO-SALA-TXT
           ELSE
              MOVE "INATIVA" TO ESTADO-SALA-TXT
           END-IF
           MOVE FDSALA-LUGARES TO INSTAL-LUG-EDIT
           MOVE SPACES TO INSTAL-LINHA
           STRING FDSALA-CODIGO, " | ", FDSALA-NOME,
              " | LUGARES: ", INSTAL-LUG-EDIT, " | ",
              ESTADO-SALA-TXT, " | CAMPUS: ", FDSALA-CAMPUS
              INTO INSTAL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA-INSTAL
           PERFORM LISTAR-EQUIP-SALA
           EXIT SECTION.

       LISTAR-EQUIP-SALA SECTION.
      ******************************************************************
      *    LINHAS DE EQUIPAMENTO DA SALA ATUALMENTE LIDA.
      ******************************************************************
           MOVE ZEROS TO CONT-EQUIP-SALA

           IF FS-SALAEQUIP = "00" THEN
              MOVE FDSALA-CODIGO TO FDSEQ-SALA
              MOVE LOW-VALUES TO FDSEQ-EQUIP
              START SALAEQUIP KEY IS GREATER OR EQUAL FDSEQ-CHAVE
                 INVALID KEY
                    SET STATUS-SALAEQUIP TO TRUE
              END-START

              IF FS-SALAEQUIP = "00" THEN
                 PERFORM UNTIL STATUS-SALAEQUIP
                    READ SALAEQUIP NEXT RECORD
                       AT END
                          SET STATUS-SALAEQUIP TO TRUE
                       NOT AT END
                          IF FDSEQ-SALA NOT = FDSALA-CODIGO THEN
                             SET STATUS-SALAEQUIP TO TRUE
                          ELSE
                             ADD 1 TO CONT-EQUIP-SALA
                             PERFORM LINHA-EQUIP-SALA
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF

           IF CONT-EQUIP-SALA = ZEROS THEN
              MOVE "     SEM EQUIPAMENTO REGISTADO" TO INSTAL-LINHA
              PERFORM ESCREVER-LINHA-INSTAL
           END-IF
           EXIT SECTION.

       LINHA-EQUIP-SALA SECTION.
      ******************************************************************
      *    MONTA A LINHA DE UM EQUIPAMENTO DA SALA, COM O PERIODO FORA
      *    DE SERVICO QUANDO AINDA NAO TERMINOU.
      ******************************************************************
           MOVE SPACES TO FDEQP-DESCRICAO
           MOVE FDSEQ-EQUIP TO FDEQP-CODIGO
           IF FS-EQUIPAMENTOS = "00" THEN
              READ EQUIPAMENTOS RECORD
                 INVALID KEY
                    MOVE SPACES TO FDEQP-DESCRICAO
              END-READ
           END-IF

           MOVE SPACES TO FORA-SERVICO-TXT
           IF FDSEQ-FORA-SERVICO-DE NOT = ZEROS THEN
              IF FDSEQ-FORA-SERVICO-ATE = ZEROS THEN
                 STRING "FORA DE SERVICO DESDE ",
                    FDSEQ-FORA-SERVICO-DE (7:2), "/",
                    FDSEQ-FORA-SERVICO-DE (5:2), "/",
                    FDSEQ-FORA-SERVICO-DE (1:4)
                    INTO FORA-SERVICO-TXT
                 END-STRING
              ELSE
                 IF FDSEQ-FORA-SERVICO-ATE >= DATA-HOJE THEN
                    STRING "FORA DE SERVICO ",
                       FDSEQ-FORA-SERVICO-DE (7:2), "/",
                       FDSEQ-FORA-SERVICO-DE (5:2), "/",
                       FDSEQ-FORA-SERVICO-DE (1:4), " A ",
                       FDSEQ-FORA-SERVICO-ATE (7:2), "/",
                       FDSEQ-FORA-SERVICO-ATE (5:2), "/",
                       FDSEQ-FORA-SERVICO-ATE (1:4)
                       INTO FORA-SERVICO-TXT
                    END-STRING
                 END-IF
              END-IF
           END-IF

           MOVE FDSEQ-QUANTIDADE TO INSTAL-QTD-EDIT
           MOVE SPACES TO INSTAL-LINHA
           STRING "     ", FDSEQ-EQUIP, " | ", FDEQP-DESCRICAO,
              " | QTD: ", INSTAL-QTD-EDIT, " | ", FORA-SERVICO-TXT
              INTO INSTAL-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA-INSTAL
           EXIT SECTION.

       ESCREVER-LINHA-INSTAL SECTION.
      ******************************************************************
      *    MOSTRA A LINHA NO ECRA (COM PAGINACAO) E GRAVA-A NO
      *    RELATORIO.
      ******************************************************************
           MOVE INSTAL-LINHA TO INSTALREL-LINHA
           WRITE INSTALREL-LINHA
           END-WRITE

           DISPLAY LINHA-INSTAL-SCREEN
           ADD 1 TO LINHA
           IF LINHA > 24 THEN
              ACCEPT FIM-LISTA-SCREEN
              DISPLAY LIMPAR-LISTA
              MOVE 09 TO LINHA
           END-IF
           EXIT SECTION.

       MESTRE-CAMPUS SECTION.
      ******************************************************************
      *    REGISTA OU ALTERA UM CAMPUS DO MESTRE: CODIGO, NOME E
      *    MORADA. UM CODIGO JA REGISTADO MOSTRA OS DADOS ATUAIS PARA
      *    ALTERAR. OS CAMPUS REGISTADOS SAO LISTADOS NO ECRA.
      ******************************************************************
           MOVE "; MENU: CAMPUS" TO WSLOG-SECTION

           OPEN I-O CAMPUS
           IF FS-CAMPUS = 35 THEN
              OPEN OUTPUT CAMPUS
              CLOSE CAMPUS
              OPEN I-O CAMPUS
           END-IF

           MOVE SPACES TO WSCAMPUS-CODIGO, WSCAMPUS-NOME,
              WSCAMPUS-MORADA
           DISPLAY CAMPUS-SCREEN
           PERFORM LISTAR-CAMPUS

           ACCEPT CAMPUS-CODIGO-CAMPO
           IF KEYSTATUS = 1003 THEN
              CLOSE CAMPUS
              EXIT SECTION
           END-IF

           MOVE WSCAMPUS-CODIGO TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT(1:5) TO WSCAMPUS-CODIGO

           MOVE WSCAMPUS-CODIGO TO FDCAMPUS-CODIGO
           READ CAMPUS RECORD
              INVALID KEY
                 MOVE "S" TO CAMPUS-NOVO
              NOT INVALID KEY
                 MOVE "N" TO CAMPUS-NOVO
                 MOVE FDCAMPUS-NOME TO WSCAMPUS-NOME
                 MOVE FDCAMPUS-MORADA TO WSCAMPUS-MORADA
           END-READ

           PERFORM WITH TEST AFTER UNTIL WSCAMPUS-NOME NOT = SPACES
              ACCEPT CAMPUS-NOME-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE CAMPUS
                 EXIT SECTION
              END-IF

              IF WSCAMPUS-NOME = SPACES THEN
                 ACCEPT CAMPO-ERRO-SCREEN
                 IF KEYSTATUS = 1003 THEN
                    CLOSE CAMPUS
                    EXIT SECTION
                 END-IF
                 DISPLAY LIMPAR-LINES
              END-IF
           END-PERFORM

           ACCEPT CAMPUS-MORADA-CAMPO
           IF KEYSTATUS = 1003 THEN
              CLOSE CAMPUS
              EXIT SECTION
           END-IF

           MOVE WSCAMPUS-NOME TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT(1:30) TO WSCAMPUS-NOME
           MOVE WSCAMPUS-MORADA TO LINK-TEXT
           PERFORM SPACE-UPPER
           MOVE LINK-TEXT(1:50) TO WSCAMPUS-MORADA

           MOVE WSCAMPUS TO FDCAMPUS
           IF CAMPUS-NOVO = "S" THEN
              WRITE FDCAMPUS
                 INVALID KEY
                    CONTINUE
              END-WRITE
              MOVE "; CAMPUS: " TO WSLOG-ADD-HEADING
              MOVE WSCAMPUS-CODIGO TO WSLOG-ADD-KEY
              MOVE "; CAMPUS REGISTADO" TO WSLOG-ADD-MESSAGE
           ELSE
              REWRITE FDCAMPUS
              END-REWRITE
              MOVE "; CAMPUS: " TO WSLOG-EDIT-HEADING
              MOVE WSCAMPUS-CODIGO TO WSLOG-EDIT-KEY
              MOVE "; CAMPUS ALTERADO" TO WSLOG-EDIT-MESSAGE
           END-IF

           CLOSE CAMPUS
           PERFORM SAVE-LOGRECORDS

           ACCEPT CONFIRMACAO-CAMPUS
           EXIT SECTION.

       LISTAR-CAMPUS SECTION.
      ******************************************************************
      *    MOSTRA OS CAMPUS REGISTADOS (FICHEIRO JA ABERTO) A PARTIR
      *    DA LINHA 15 DO ECRA DO MESTRE DE CAMPUS.
      ******************************************************************
           MOVE 15 TO LINHA
           MOVE 10 TO COLUNA

           MOVE LOW-VALUES TO FDCAMPUS-CODIGO
           START CAMPUS KEY IS GREATER OR EQUAL FDCAMPUS-CODIGO
              INVALID KEY
                 SET STATUS-CAMPUS TO TRUE
           END-START

           IF FS-CAMPUS = "00" THEN
              PERFORM UNTIL STATUS-CAMPUS OR LINHA > 24
                 READ CAMPUS NEXT RECORD
                    AT END
                       SET STATUS-CAMPUS TO TRUE
                    NOT AT END
                       DISPLAY LINHA-CAMPUS-SCREEN
                       ADD 1 TO LINHA
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       PEDIR-FILTRO-CAMPUS SECTION.
      ******************************************************************
      *    PEDE O CAMPUS PELO QUAL A LISTAGEM E FILTRADA. EM BRANCO,
      *    SAO LISTADOS TODOS OS CAMPUS; PREENCHIDO, TEM DE EXISTIR NO
      *    MESTRE DE CAMPUS.
      ******************************************************************
           PERFORM WITH TEST AFTER UNTIL VERDADEIRO = "S"
              MOVE SPACES TO VERDADEIRO, CAMPUS-FILTRO
              ACCEPT CAMPUS-FILTRO-SCREEN
              IF KEYSTATUS = 1003 THEN
                 EXIT SECTION
              END-IF

              MOVE CAMPUS-FILTRO TO LINK-TEXT
              PERFORM SPACE-UPPER
              MOVE LINK-TEXT(1:5) TO CAMPUS-FILTRO

              IF CAMPUS-FILTRO = SPACES THEN
                 MOVE "S" TO VERDADEIRO
              ELSE
                 MOVE CAMPUS-FILTRO TO FDCAMPUS-CODIGO
                 PERFORM VERIFICAR-CAMPUS
                 IF CAMPUS-EXISTE = "S" THEN
                    MOVE "S" TO VERDADEIRO
                 ELSE
                    ACCEPT CAMPUS-INEXISTENTE-SCREEN
                    IF KEYSTATUS = 1003 THEN
                       EXIT SECTION
                    END-IF
                    DISPLAY LIMPAR-LINES
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

       VERIFICAR-CAMPUS SECTION.
      ******************************************************************
      *    VERIFICA SE O CAMPUS EM FDCAMPUS-CODIGO EXISTE NO MESTRE DE
      *    CAMPUS.
      ******************************************************************
           MOVE SPACES TO CAMPUS-EXISTE

           OPEN INPUT CAMPUS
           IF FS-CAMPUS NOT = "00" THEN
              EXIT SECTION
           END-IF

           READ CAMPUS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO CAMPUS-EXISTE
           END-READ

           CLOSE CAMPUS
           EXIT SECTION.

       SAVE-LOGRECORDS SECTION.
      ******************************************************************
      *    SECÇÃO QUE É CHAMADA PARA O FAZER O REGISTO NO FICHEIRO DE
