      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 03.09.2026
      ******************************************************************
      *    V1.1 | 15.10.2026 | A CONVERSAO EM ALUNO PEDE O NIF DO NOVO
      *    ALUNO (OPCIONAL, A ZEROS = CONSUMIDOR FINAL), VALIDADO PELO
      *    DIGITO DE CONTROLO (GESTORNIF) ANTES DE CRIAR O REGISTO.
      ******************************************************************
      *    V1.2 | 15.10.2026 | A INSCRICAO CRIADA NA CONVERSAO FICA SEM
      *    TURMA, A ATRIBUIR DEPOIS NO GESTORTURMAS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY WSINSCRICOES.
       COPY WSLOGRECORDS.
       COPY VAR-SPACEUPPER.
       COPY VAR-NIF.

       01  ESCOLHA                  PIC 9(001).
           88  OPCAO-REGISTAR       VALUE 1.
       77  PROX-IDNUM               PIC 9(006).
       77  CAND-ESCOLHIDA           PIC 9(006).
       77  CAND-ESTADO-NOVO         PIC 9(001).
       77  CAND-NIF                 PIC 9(009).
       77  ESTADO-CAND-TXT          PIC X(012).
       77  FUNIL-IDX                PIC 9(003).
       77  FUNIL-MAX                PIC 9(003).
           03  LINE 09 COL 10 VALUE "NUMERO DA CANDIDATURA ACEITE:".
           03  CONV-NUM-CAMPO LINE 09 COL 40 PIC 9(6) TO
               CAND-ESCOLHIDA AUTO BLANK WHEN ZERO.
           03  LINE 11 COL 10 VALUE "NIF DO ALUNO (A ZEROS = CONSUMIDOR
      -        "FINAL):".
           03  CONV-NIF-CAMPO LINE 11 COL 53 PIC 9(9) USING CAND-NIF
               AUTO.

      ******************************************************************
      *    SCREEN DE MENSAGEM QUANDO A CANDIDATURA NAO ESTA ACEITE.
              EXIT SECTION
           END-IF

      *    NIF DO NOVO ALUNO: OPCIONAL (A ZEROS = CONSUMIDOR FINAL),
      *    QUALQUER OUTRO VALOR TEM DE TER DIGITO DE CONTROLO VALIDO.
           MOVE ZEROS TO CAND-NIF
           PERFORM WITH TEST AFTER UNTIL CAND-NIF = ZEROS
           OR NIF-VALIDO
              ACCEPT CONV-NIF-CAMPO
              IF KEYSTATUS = 1003 THEN
                 CLOSE CANDIDATURAS
                 EXIT SECTION
              END-IF

              SET NIF-INVALIDO TO TRUE
              IF CAND-NIF NOT = ZEROS THEN
                 MOVE CAND-NIF TO NIF-NUMERO
                 CALL "GESTORNIF" USING NIF-PEDIDO
                 IF NIF-INVALIDO THEN
                    ACCEPT CAMPO-ERRO-SCREEN
                    IF KEYSTATUS = 1003 THEN
                       CLOSE CANDIDATURAS
                       EXIT SECTION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           OPEN I-O ALUNOS
           IF FS-ALUNOS = 35 THEN
              CLOSE ALUNOS
           MOVE SPACES TO FDMORADA, FDLOCALIDADE
           MOVE ZEROS TO FDCOD-POSTAL
           MOVE 1 TO FDESTADO OF FDALUNO
           MOVE CAND-NIF TO FDNIF
           MOVE SPACES TO FDFATURACAO
           MOVE ZEROS TO FDCOD-POSTAL-FAT
           ACCEPT FDDATA-ESTADO OF FDALUNO FROM DATE YYYYMMDD
           ACCEPT FDDATA-ATUAL OF FDALUNO FROM DATE YYYYMMDD
           WRITE FDALUNO
           END-IF
           MOVE PROX-IDNUM TO WSINSC-IDNUM
           MOVE FDCAND-SIGLAUNIDADE TO WSINSC-SIGLAUNIDADE
           MOVE SPACES TO WSINSC-TURMA
           MOVE 1 TO WSINSC-ESTADO
           MOVE ZEROS TO WSINSC-DATA-ANULACAO
           MOVE FUNCTION CURRENT-DATE (1:4) TO WSINSC-ANO-INSC
           MOVE FUNCTION CURRENT-DATE (5:2) TO WSINSC-MES-INSC
           MOVE FUNCTION CURRENT-DATE (7:2) TO WSINSC-DIA-INSC
