      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    SUBPROGRAMA DE PROTECAO DOS PERIODOS LETIVOS FECHADOS,
      *    CHAMADO PELOS GESTORES DE NOTAS, ASSIDUIDADE, HORARIOS E
      *    FATURAS ANTES DE GRAVAR UMA ALTERACAO DATADA:
      *      - PEDIDO "V" (VERIFICAR): DEVOLVE "B" (BLOQUEADO) E O
      *        CODIGO DO PERIODO QUANDO FECHO-DATA CAI DENTRO DE UM
      *        PERIODO FECHADO (VER GESTORPERIODOS), OU "L" (LIVRE);
      *      - PEDIDO "A" (AUTORIZAR): A SUBSTITUICAO DO FECHO EXIGE
      *        AS CREDENCIAIS DE UM ADMINISTRADOR (NIVEL
      *        ADMINISTRADOR; CONTAS SEM REGISTO DE NIVEL SAO TRATADAS
      *        COMO ADMINISTRADOR, COMO NO GESTORBACKUP) E UM MOTIVO.
      *        A SUBSTITUICAO CONCEDIDA ("S") E REGISTADA NO FICHEIRO
      *        fechoexcecoes (RELATORIO POR PERIODO NO GESTORPERIODOS)
      *        E NO FICHEIRO DE LOG; A RECUSADA ("N") FICA NO LOG.
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORFECHO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO "periodosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPER-CODIGO
              FILE STATUS FS-PERIODOS.

           SELECT ADMINROLES ASSIGN TO "adminrolesfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDROLE-USERNAME
              FILE STATUS FS-ADMINROLES.

           SELECT FECHOEXC ASSIGN TO "fechoexcecoes"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-FECHOEXC.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS.
       COPY FDPERIODOS.

       FD  ADMINROLES.
       COPY FDADMINROLE.

       FD  FECHOEXC.
       COPY FDFECHOEXC.

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSFECHOEXC.
       COPY WSLOGRECORDS.
       COPY VAR-AUTH.

       77  FS-PERIODOS              PIC X(002).
       77  FS-ADMINROLES            PIC X(002).
       77  FS-FECHOEXC              PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  PERMISSAO-OK             PIC X(001).
           88  PERMISSAO-CONCEDIDA  VALUE "S".

       LINKAGE SECTION.
       COPY VAR-FECHO.

       PROCEDURE DIVISION USING FECHO-PEDIDO.

       FECHO SECTION.
      ******************************************************************
      *    ENCAMINHA O PEDIDO RECEBIDO.
      ******************************************************************
           EVALUATE TRUE
              WHEN FECHO-VERIFICAR
                 PERFORM VERIFICAR-PERIODO
              WHEN FECHO-AUTORIZAR
                 PERFORM AUTORIZAR-SUBSTITUICAO
              WHEN OTHER
                 MOVE "N" TO FECHO-RESULTADO
           END-EVALUATE
           EXIT PROGRAM.

       VERIFICAR-PERIODO SECTION.
      ******************************************************************
      *    PROCURA UM PERIODO FECHADO QUE CONTENHA A DATA RECEBIDA.
      *    SEM FICHEIRO DE PERIODOS OU SEM DATA, NADA ESTA FECHADO.
      ******************************************************************
           MOVE "L" TO FECHO-RESULTADO
           MOVE SPACES TO FECHO-PERIODO

           IF FECHO-DATA = ZEROS OR FECHO-DATA IS NOT NUMERIC THEN
              EXIT SECTION
           END-IF

           OPEN INPUT PERIODOS
           IF FS-PERIODOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDPER-CODIGO
           START PERIODOS KEY IS GREATER OR EQUAL FDPER-CODIGO
              INVALID KEY
                 SET STATUS-PERIODO TO TRUE
           END-START

           IF FS-PERIODOS = "00" THEN
              PERFORM UNTIL STATUS-PERIODO
                 READ PERIODOS NEXT RECORD
                    AT END
                       SET STATUS-PERIODO TO TRUE
                    NOT AT END
                       IF FDPER-FECHADO
                       AND FECHO-DATA >= FDPER-DATA-INICIO
                       AND FECHO-DATA <= FDPER-DATA-FIM THEN
                          MOVE "B" TO FECHO-RESULTADO
                          MOVE FDPER-CODIGO TO FECHO-PERIODO
                          SET STATUS-PERIODO TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE PERIODOS
           EXIT SECTION.

       AUTORIZAR-SUBSTITUICAO SECTION.
      ******************************************************************
      *    VALIDA AS CREDENCIAIS, O NIVEL E O MOTIVO DA SUBSTITUICAO E
      *    REGISTA O RESULTADO.
      ******************************************************************
           MOVE "N" TO FECHO-RESULTADO
           MOVE SPACES TO WSLOG-PROGRAM
           STRING "; ", FECHO-PROGRAMA INTO WSLOG-PROGRAM
           END-STRING
           MOVE "; FECHO DE PERIODO" TO WSLOG-SECTION

           IF FECHO-USERNAME = SPACES OR FECHO-MOTIVO = SPACES THEN
              PERFORM REGISTAR-RECUSA
              EXIT SECTION
           END-IF

           MOVE FECHO-USERNAME TO AUTH-USERNAME
           MOVE FECHO-PASSWORD TO AUTH-PASSWORD
           CALL "GESTORAUTH" USING AUTH-PEDIDO
           MOVE SPACES TO FECHO-PASSWORD
           IF NOT AUTH-OK THEN
              PERFORM REGISTAR-RECUSA
              EXIT SECTION
           END-IF

           PERFORM VERIFICAR-NIVEL
           IF NOT PERMISSAO-CONCEDIDA THEN
              PERFORM REGISTAR-RECUSA
              EXIT SECTION
           END-IF

           MOVE FECHO-PERIODO TO WSFEXC-PERIODO
           MOVE FECHO-DATA TO WSFEXC-DATA
           MOVE FECHO-PROGRAMA TO WSFEXC-PROGRAMA
           MOVE FECHO-CHAVE TO WSFEXC-CHAVE
           MOVE FECHO-USERNAME TO WSFEXC-USERNAME
           MOVE FECHO-MOTIVO TO WSFEXC-MOTIVO
           MOVE SPACES TO WSFEXC-DATE-TIME
           STRING "DATA: ", FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
                  FUNCTION CURRENT-DATE (7:2), "; HORA: ",
                  FUNCTION CURRENT-DATE (9:2), ":",
                  FUNCTION CURRENT-DATE (11:2)
                  INTO WSFEXC-DATE-TIME
           END-STRING

           OPEN EXTEND FECHOEXC
           IF FS-FECHOEXC NOT = "00" THEN
              OPEN OUTPUT FECHOEXC
           END-IF
           WRITE FDFECHOEXC FROM WSFECHOEXC
           END-WRITE
           CLOSE FECHOEXC

           MOVE "S" TO FECHO-RESULTADO

           MOVE "; FECHO: " TO WSLOG-EDIT-HEADING
           MOVE FECHO-CHAVE TO WSLOG-EDIT-KEY
           STRING "; ALTERADO NO PERIODO FECHADO ", FECHO-PERIODO
              INTO WSLOG-EDIT-MESSAGE
           END-STRING
           MOVE FECHO-MOTIVO TO WSLOG-EDIT-CAMPO
           MOVE "; AUTORIZADO POR: " TO WSLOG-USER-HEADING
           MOVE FECHO-USERNAME TO WSLOG-USER
           PERFORM SAVE-LOGRECORDS
           EXIT SECTION.

       VERIFICAR-NIVEL SECTION.
      ******************************************************************
      *    SO UM ADMINISTRADOR PODE SUBSTITUIR O FECHO. SEM REGISTO DE
      *    NIVEL (CONTAS ANTERIORES AOS NIVEIS), É TRATADO COMO
      *    ADMINISTRADOR.
      ******************************************************************
           MOVE "S" TO PERMISSAO-OK

           OPEN INPUT ADMINROLES
           IF FS-ADMINROLES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE FECHO-USERNAME TO FDROLE-USERNAME
           READ ADMINROLES RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT NIVEL-ADMINISTRADOR THEN
                    MOVE "N" TO PERMISSAO-OK
                 END-IF
           END-READ
           CLOSE ADMINROLES
           EXIT SECTION.

       REGISTAR-RECUSA SECTION.
      ******************************************************************
      *    REGISTA NO LOG A TENTATIVA DE SUBSTITUICAO RECUSADA.
      ******************************************************************
           MOVE "; FECHO: " TO WSLOG-EDIT-HEADING
           MOVE FECHO-CHAVE TO WSLOG-EDIT-KEY
           STRING "; PERIODO FECHADO ", FECHO-PERIODO
              INTO WSLOG-EDIT-MESSAGE
           END-STRING
           MOVE "; SUBSTITUICAO DO FECHO RECUSADA" TO
              WSLOG-DELETE-DENIED-MESSAGE
           MOVE "; USER: " TO WSLOG-USER-HEADING-DENIED
           MOVE FECHO-USERNAME TO WSLOG-USER-DENIED
           PERFORM SAVE-LOGRECORDS
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

       END PROGRAM GESTORFECHO.
