      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    UTILITARIO DE CONVERSAO (EXECUCAO UNICA) DO ALARGAMENTO DOS
      *    REGISTOS DE ALUNOS E DE FATURAS COM A IDENTIFICACAO FISCAL:
      *       alunosfich - NIF DO ALUNO E DADOS DE FATURACAO (NOME,
      *                    MORADA, CODIGO-POSTAL E LOCALIDADE) QUANDO
      *                    A FATURA DEVE SAIR EM NOME DE OUTRA PESSOA;
      *       faturas    - NIF, NOME E MORADA DO CLIENTE COPIADOS PARA
      *                    A FATURA NO MOMENTO DA EMISSAO.
      *    ANTES DE EXECUTAR, OS FICHEIROS ANTIGOS DEVEM SER RENOMEADOS
      *    ACRESCENTANDO ".ant" (EX.: alunosfich.ant), COMO NAS
      *    CONVERSOES ANTERIORES. OS ALUNOS EXISTENTES FICAM COM O NIF
      *    A ZEROS (CONSUMIDOR FINAL) E SEM DADOS DE FATURACAO
      *    PROPRIOS; AS FATURAS JA EMITIDAS FICAM COM O CLIENTE EM
      *    BRANCO, POIS FORAM EMITIDAS SEM NIF (A IMPRESSAO E A
      *    EXPORTACAO CONTABILISTICA USAM ENTAO O NOME DO MESTRE DE
      *    ALUNOS). AS CONTAGENS SAO MOSTRADAS E REGISTADAS NO FICHEIRO
      *    DE LOG.
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************
      *    V1.1 | 15.10.2026 | AS FATURAS CONVERTIDAS FICAM TAMBEM COM
      *    O PATROCINADOR A ZEROS (FATURA DO PROPRIO ALUNO), CAMPO
      *    ACRESCENTADO PELA FATURACAO A PATROCINADORES.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVNIF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOSANT ASSIGN TO "alunosfich.ant"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANT-ALUNO-IDNUM
              FILE STATUS FS-ANT.

           SELECT FATURASANT ASSIGN TO "faturas.ant"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANT-FAT-NUMERO
              FILE STATUS FS-ANT.

           SELECT ALUNOS ASSIGN TO "alunosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDIDNUM
              FILE STATUS FS-ALUNOS.

           SELECT FATURAS ASSIGN TO "faturas"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDFAT-NUMERO
              FILE STATUS FS-FATURAS.

           SELECT LOGRECORDS ASSIGN TO "logrecords"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
              FILE STATUS FS-LOGRECORDS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOSANT.
       01  ANT-ALUNO.
           03  ANT-ALUNO-IDNUM      PIC X(006).
           03  ANT-ALUNO-RESTO      PIC X(273).

       FD  FATURASANT.
       01  ANT-FATURA.
           03  ANT-FAT-NUMERO       PIC X(008).
           03  ANT-FAT-RESTO        PIC X(055).

       FD  ALUNOS.
       COPY FDALUNOS.

       FD  FATURAS.
       COPY FDFATURAS.

       FD  LOGRECORDS.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.

       77  FS-ANT                   PIC X(002).
       77  FS-ALUNOS                PIC X(002).
       77  FS-FATURAS               PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  CONT-LIDOS               PIC 9(005).
       77  CONT-GRAVADOS            PIC 9(005).
       77  FIM-FICHEIRO             PIC X(001).
           88  FIM-FICHEIRO-SIM     VALUE "S".

      ******************************************************************

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      ******************************************************************
      *    CONVERSAO DOS FICHEIROS DE ALUNOS E DE FATURAS.
      ******************************************************************
           MOVE "; CONVERSAO: NIF" TO WSLOG-PROGRAM

           DISPLAY "ALARGAMENTO DOS REGISTOS DE ALUNOS E FATURAS COM O N
      -    "IF"
           DISPLAY " "

           PERFORM CONVERTER-ALUNOS
           PERFORM CONVERTER-FATURAS

           DISPLAY " "
           DISPLAY "CONVERSAO TERMINADA"
           STOP RUN.

       CONVERTER-ALUNOS SECTION.
      ******************************************************************
      *    CADA ALUNO ANTIGO PASSA A TER NIF A ZEROS E DADOS DE
      *    FATURACAO EM BRANCO.
      ******************************************************************
           MOVE ZEROS TO CONT-LIDOS, CONT-GRAVADOS
           MOVE SPACES TO FIM-FICHEIRO

           OPEN INPUT ALUNOSANT
           IF FS-ANT = 35 THEN
              DISPLAY "FICHEIRO alunosfich.ant NAO ENCONTRADO - ALUNOS N
      -       "AO CONVERTIDOS"
              EXIT SECTION
           END-IF
           OPEN OUTPUT ALUNOS

           PERFORM UNTIL FIM-FICHEIRO-SIM
              READ ALUNOSANT NEXT RECORD
                 AT END SET FIM-FICHEIRO-SIM TO TRUE
                 NOT AT END
                    ADD 1 TO CONT-LIDOS
                    MOVE ANT-ALUNO-IDNUM TO FDALUNO (1:6)
                    MOVE ANT-ALUNO-RESTO TO FDALUNO (7:273)
                    MOVE ZEROS TO FDNIF, FDCOD-POSTAL-FAT
                    MOVE SPACES TO FDNOME-FAT, FDMORADA-FAT,
                       FDLOCALIDADE-FAT
                    WRITE FDALUNO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE ALUNOSANT, ALUNOS

           DISPLAY "ALUNOS LIDOS:     " CONT-LIDOS
           DISPLAY "ALUNOS GRAVADOS:  " CONT-GRAVADOS

           MOVE "; ALUNOS: " TO WSLOG-ADD-HEADING
           MOVE CONT-GRAVADOS TO WSLOG-ADD-KEY
           MOVE "; REGISTO DE ALUNOS CONVERTIDO COM NIF" TO
              WSLOG-ADD-MESSAGE
           PERFORM SAVE-LOGRECORDS
           EXIT SECTION.

       CONVERTER-FATURAS SECTION.
      ******************************************************************
      *    CADA FATURA ANTIGA PASSA A TER O CLIENTE EM BRANCO (NIF A
      *    ZEROS), POIS FOI EMITIDA SEM IDENTIFICACAO FISCAL, E O
      *    PATROCINADOR A ZEROS (FATURA DO PROPRIO ALUNO).
      ******************************************************************
           MOVE ZEROS TO CONT-LIDOS, CONT-GRAVADOS
           MOVE SPACES TO FIM-FICHEIRO

           OPEN INPUT FATURASANT
           IF FS-ANT = 35 THEN
              DISPLAY "FICHEIRO faturas.ant NAO ENCONTRADO - FATURAS NAO
      -       " CONVERTIDAS"
              EXIT SECTION
           END-IF
           OPEN OUTPUT FATURAS

           PERFORM UNTIL FIM-FICHEIRO-SIM
              READ FATURASANT NEXT RECORD
                 AT END SET FIM-FICHEIRO-SIM TO TRUE
                 NOT AT END
                    ADD 1 TO CONT-LIDOS
                    MOVE ANT-FAT-NUMERO TO FDFATURA (1:8)
                    MOVE ANT-FAT-RESTO TO FDFATURA (9:55)
                    MOVE ZEROS TO FDFAT-NIF, FDFAT-COD-POSTAL-FAT,
                       FDFAT-PATROCINADOR
                    MOVE SPACES TO FDFAT-NOME-FAT, FDFAT-MORADA-FAT,
                       FDFAT-LOCALIDADE-FAT
                    WRITE FDFATURA
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM

           CLOSE FATURASANT, FATURAS

           DISPLAY "FATURAS LIDAS:    " CONT-LIDOS
           DISPLAY "FATURAS GRAVADAS: " CONT-GRAVADOS

           MOVE "; FATURAS: " TO WSLOG-ADD-HEADING
           MOVE CONT-GRAVADOS TO WSLOG-ADD-KEY
           MOVE "; REGISTO DE FATURAS CONVERTIDO COM CLIENTE" TO
              WSLOG-ADD-MESSAGE
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

       END PROGRAM CONVNIF.
