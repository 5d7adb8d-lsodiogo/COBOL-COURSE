      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    UTILITARIO DE CONVERSAO (EXECUCAO UNICA) DO ALARGAMENTO DO
      *    REGISTO DE SALAS COM O CAMPUS (MESTRE DE CAMPUS, VER
      *    GESTORSALAS):
      *       salasfich  - MESTRE DE SALAS.
      *    ANTES DE EXECUTAR, O FICHEIRO ANTIGO DEVE SER RENOMEADO
      *    ACRESCENTANDO ".ant" (salasfich.ant), COMO NAS CONVERSOES
      *    ANTERIORES. O MESTRE DE CAMPUS (campusfich) E CRIADO COM O
      *    CAMPUS "SEDE" (EDIFICIO PRINCIPAL), QUANDO AINDA NAO EXISTE,
      *    E TODAS AS SALAS EXISTENTES FICAM ATRIBUIDAS A ESSE CAMPUS.
      *    AS CONTAGENS SAO MOSTRADAS E REGISTADAS NO FICHEIRO DE LOG.
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCAMPUS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALANT ASSIGN TO "salasfich.ant"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANT-SALA-CODIGO
              FILE STATUS FS-ANT.

           SELECT SALAS ASSIGN TO "salasfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSALA-CODIGO
              FILE STATUS FS-SALAS.

           SELECT CAMPUS ASSIGN TO "campusfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCAMPUS-CODIGO
              FILE STATUS FS-CAMPUS.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALANT.
       01  ANT-SALA.
           03  ANT-SALA-CODIGO      PIC X(010).
           03  ANT-SALA-RESTO       PIC X(034).

       FD  SALAS.
       COPY FDSALAS.

       FD  CAMPUS.
       COPY FDCAMPUS.

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.

       77  FS-ANT                   PIC X(002).
       77  FS-SALAS                 PIC X(002).
       77  FS-CAMPUS                PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  CAMPUS-INICIAL           PIC X(005) VALUE "SEDE".
       77  CONT-LIDOS               PIC 9(005).
       77  CONT-GRAVADOS            PIC 9(005).
       77  FIM-FICHEIRO             PIC X(001).
           88  FIM-FICHEIRO-SIM     VALUE "S".

      ******************************************************************

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      ******************************************************************
      *    CRIACAO DO CAMPUS INICIAL E CONVERSAO DO MESTRE DE SALAS.
      ******************************************************************
           MOVE "; CONVERSAO: CAMPUS" TO WSLOG-PROGRAM

           DISPLAY "ALARGAMENTO DO REGISTO DE SALAS COM O CAMPUS"
           DISPLAY " "

           PERFORM CRIAR-CAMPUS-INICIAL
           PERFORM CONVERTER-SALAS

           DISPLAY " "
           DISPLAY "CONVERSAO TERMINADA"
           STOP RUN.

       CRIAR-CAMPUS-INICIAL SECTION.
      ******************************************************************
      *    CRIA O MESTRE DE CAMPUS, SE NECESSARIO, E O CAMPUS "SEDE"
      *    QUANDO AINDA NAO ESTA REGISTADO.
      ******************************************************************
           OPEN I-O CAMPUS
           IF FS-CAMPUS = 35 THEN
              OPEN OUTPUT CAMPUS
              CLOSE CAMPUS
              OPEN I-O CAMPUS
           END-IF

           MOVE CAMPUS-INICIAL TO FDCAMPUS-CODIGO
           READ CAMPUS RECORD
              INVALID KEY
                 MOVE "EDIFICIO PRINCIPAL" TO FDCAMPUS-NOME
                 MOVE SPACES TO FDCAMPUS-MORADA
                 WRITE FDCAMPUS
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 DISPLAY "CAMPUS CRIADO:       " CAMPUS-INICIAL

                 MOVE "; CAMPUS: " TO WSLOG-ADD-HEADING
                 MOVE CAMPUS-INICIAL TO WSLOG-ADD-KEY
                 MOVE "; CAMPUS REGISTADO" TO WSLOG-ADD-MESSAGE
                 PERFORM SAVE-LOGRECORDS
           END-READ

           CLOSE CAMPUS
           EXIT SECTION.

       CONVERTER-SALAS SECTION.
      ******************************************************************
      *    CADA SALA ANTIGA PASSA A PERTENCER AO CAMPUS INICIAL.
      ******************************************************************
           MOVE ZEROS TO CONT-LIDOS, CONT-GRAVADOS
           MOVE SPACES TO FIM-FICHEIRO

           OPEN INPUT SALANT
           IF FS-ANT = 35 THEN
              DISPLAY "FICHEIRO salasfich.ant NAO ENCONTRADO - SALAS NAO
      -       " CONVERTIDAS"
              EXIT SECTION
           END-IF
           OPEN OUTPUT SALAS

           PERFORM UNTIL FIM-FICHEIRO-SIM
              READ SALANT NEXT RECORD
                 AT END SET FIM-FICHEIRO-SIM TO TRUE
                 NOT AT END
                    ADD 1 TO CONT-LIDOS
                    MOVE ANT-SALA-CODIGO TO FDSALA (1:10)
                    MOVE ANT-SALA-RESTO TO FDSALA (11:34)
                    MOVE CAMPUS-INICIAL TO FDSALA-CAMPUS
                    WRITE FDSALA
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE SALANT, SALAS

           DISPLAY "SALAS LIDAS:         " CONT-LIDOS
           DISPLAY "SALAS GRAVADAS:      " CONT-GRAVADOS

           MOVE "; SALAS: " TO WSLOG-ADD-HEADING
           MOVE CONT-GRAVADOS TO WSLOG-ADD-KEY
           MOVE "; SALAS CONVERTIDAS COM CAMPUS" TO WSLOG-ADD-MESSAGE
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

       END PROGRAM CONVCAMPUS.
