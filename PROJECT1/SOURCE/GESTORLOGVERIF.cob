      *    IGNORADOS. EXECUTAR A PARTIR DA LINHA DE COMANDOS.
      ******************************************************************
      *    V1.0 | 22.08.2026
      ******************************************************************
      *    V1.1 | 15.10.2026 | PASSA A PODER SER CHAMADO PELA CADEIA
      *    NOTURNA (GESTORNOTURNO): COM BATCH-MODO = "B" DEVOLVE O
      *    RESULTADO E AS CONTAGENS EM BATCH-PEDIDO E REGRESSA AO
      *    PROGRAMA CHAMADOR. UMA QUEBRA DO ENCADEAMENTO E FALHA (RC 8),
      *    PARA QUE A COPIA DE SEGURANCA NAO AVANCE SOBRE UM LOG
      *    ADULTERADO.
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY FDLOGRECORDS.

       WORKING-STORAGE SECTION.
       COPY VAR-BATCH.

       77  FS-LOGARQ                PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  FIM-FICHEIRO             PIC X(001).
           ELSE
              DISPLAY "RESULTADO: ENCADEAMENTO INTACTO"
           END-IF

           IF BATCH-NOTURNO THEN
              MOVE CONT-REGISTO TO BATCH-LIDOS
              MOVE CONT-VERIFICADOS TO BATCH-TRATADOS
              IF QUEBRA-ENCONTRADA = "S" THEN
                 MOVE 8 TO BATCH-RC
                 STRING "ENCADEAMENTO QUEBRADO EM ", NOME-FICHEIRO,
                    " NO REGISTO ", CONT-REGISTO
                    INTO BATCH-MENSAGEM
                 END-STRING
              ELSE
                 MOVE 0 TO BATCH-RC
                 MOVE "ENCADEAMENTO INTACTO" TO BATCH-MENSAGEM
              END-IF
              EXIT PROGRAM
           END-IF
           STOP RUN.

       VERIFICAR-ARQUIVO SECTION.
