      *    FICHEIRO DE LOG, COMO PROVA DE QUE A VERIFICACAO CORREU.
      ******************************************************************
      *    V1.0 | 22.08.2026
      ******************************************************************
      *    V1.1 | 15.10.2026 | PASSA A PODER SER CHAMADO PELA CADEIA
      *    NOTURNA (GESTORNOTURNO): COM BATCH-MODO = "B" DEVOLVE O
      *    RESULTADO E AS CONTAGENS EM BATCH-PEDIDO E REGRESSA AO
      *    PROGRAMA CHAMADOR EM VEZ DE TERMINAR A EXECUCAO. EXCECOES
      *    ENCONTRADAS SAO AVISO (RC 4); SEM RELATORIO, RC 12.
      ******************************************************************

       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.
       COPY VAR-BATCH.

       77  FS-ALUNOS                PIC X(002).
       77  FS-PROFS                 PIC X(002).
       77  CONT-VERIFICADOS         PIC 9(006).
       77  CONT-EXCECOES            PIC 9(006).
       77  TOTAL-EXCECOES           PIC 9(006).
       77  TOTAL-VERIFICADOS        PIC 9(007).
       77  CHAVE-TEXTO              PIC X(020).

       01  EXC-DETALHE.
      ******************************************************************
           MOVE "; GESTOR: CHECK" TO WSLOG-PROGRAM
           MOVE "; MENU: INTEGRIDADE" TO WSLOG-SECTION
           MOVE ZEROS TO TOTAL-EXCECOES, TOTAL-VERIFICADOS

           OPEN OUTPUT EXCECOES
           IF FS-EXCECOES NOT = "00" THEN
              DISPLAY "ERRO NA CRIACAO DE integridade.rel: " FS-EXCECOES
              IF BATCH-NOTURNO THEN
                 MOVE 12 TO BATCH-RC
                 STRING "ERRO NA CRIACAO DO RELATORIO: ", FS-EXCECOES
                    INTO BATCH-MENSAGEM
                 END-STRING
                 EXIT PROGRAM
              END-IF
              STOP RUN
           END-IF
           STRING "VERIFICACAO DE INTEGRIDADE - ",
                  FUNCTION CURRENT-DATE (1:4), "/",
                  FUNCTION CURRENT-DATE (5:2), "/",
              INTO WSLOG-ADD-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS

           IF BATCH-NOTURNO THEN
              MOVE TOTAL-VERIFICADOS TO BATCH-LIDOS
              MOVE TOTAL-EXCECOES TO BATCH-TRATADOS
              IF TOTAL-EXCECOES = ZEROS THEN
                 MOVE 0 TO BATCH-RC
                 MOVE "SEM EXCECOES DE INTEGRIDADE" TO BATCH-MENSAGEM
              ELSE
                 MOVE 4 TO BATCH-RC
                 MOVE "EXCECOES DE INTEGRIDADE EM integridade.rel" TO
                    BATCH-MENSAGEM
              END-IF
              EXIT PROGRAM
           END-IF
           STOP RUN.

       VERIFICAR-HORARIOS SECTION.
           CLOSE HORARIOSFILE
           DISPLAY "HORARIOS:     " CONT-VERIFICADOS " VERIFICADOS | "
              CONT-EXCECOES " EXCECOES"
           ADD CONT-VERIFICADOS TO TOTAL-VERIFICADOS
           EXIT SECTION.

       VERIFICAR-PRESENCAS SECTION.
           CLOSE PRESENCAS, HORARIOSFILE
           DISPLAY "PRESENCAS:    " CONT-VERIFICADOS " VERIFICADOS | "
              CONT-EXCECOES " EXCECOES"
           ADD CONT-VERIFICADOS TO TOTAL-VERIFICADOS
           EXIT SECTION.

       VERIFICAR-HISTALUNOS SECTION.
           CLOSE HISTALUNOS
           DISPLAY "HISTALUNOS:   " CONT-VERIFICADOS " VERIFICADOS | "
              CONT-EXCECOES " EXCECOES"
           ADD CONT-VERIFICADOS TO TOTAL-VERIFICADOS
           EXIT SECTION.

       VERIFICAR-NOTIFICACOES SECTION.
           CLOSE NOTIFICACOES
           DISPLAY "NOTIFICACOES: " CONT-VERIFICADOS " VERIFICADOS | "
              CONT-EXCECOES " EXCECOES"
           ADD CONT-VERIFICADOS TO TOTAL-VERIFICADOS
           EXIT SECTION.

       VERIFICAR-INSCRICOES SECTION.
           CLOSE INSCRICOES
           DISPLAY "INSCRICOES:   " CONT-VERIFICADOS " VERIFICADOS | "
              CONT-EXCECOES " EXCECOES"
           ADD CONT-VERIFICADOS TO TOTAL-VERIFICADOS
           EXIT SECTION.

       GRAVAR-EXCECAO SECTION.
