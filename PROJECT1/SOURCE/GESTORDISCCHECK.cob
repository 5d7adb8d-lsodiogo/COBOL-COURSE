      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    SUBPROGRAMA DE VERIFICACAO DE SUSPENSAO DE UM ALUNO, CHAMADO
      *    PELO REGISTO DE PRESENCAS (GESTORHORARIOS) E PELO RELATORIO
      *    DE ASSIDUIDADE:
      *      - PERCORRE AS OCORRENCIAS DISCIPLINARES DO ALUNO EM
      *        DISC-IDNUM (FICHEIRO incidentes, VER GESTORDISCIPLINA)
      *        E PROCURA UMA MEDIDA DE SUSPENSAO CUJO PERIODO (INICIO
      *        E FIM, INCLUSIVE) CONTENHA DISC-DATA;
      *      - DEVOLVE "S" EM DISC-RESULTADO QUANDO O ALUNO ESTA
      *        SUSPENSO NESSA DATA, COM A OCORRENCIA E O PERIODO DA
      *        SUSPENSAO, E "N" CASO CONTRARIO (TAMBEM QUANDO AINDA NAO
      *        EXISTE O FICHEIRO DE OCORRENCIAS).
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORDISCCHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENTES ASSIGN TO "incidentes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINC-CHAVE
              FILE STATUS FS-INCIDENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENTES.
       COPY FDINCIDENTES.

       WORKING-STORAGE SECTION.
       77  FS-INCIDENTES            PIC X(002).

       LINKAGE SECTION.
       COPY VAR-DISC.

       PROCEDURE DIVISION USING DISC-PEDIDO.

       DISCCHECK SECTION.
      ******************************************************************
      *    PROCURA UMA SUSPENSAO DO ALUNO QUE ABRANJA A DATA PEDIDA.
      ******************************************************************
           MOVE "N" TO DISC-RESULTADO
           MOVE ZEROS TO DISC-SEQ, DISC-SUSP-INICIO, DISC-SUSP-FIM

           IF DISC-DATA = ZEROS THEN
              MOVE FUNCTION CURRENT-DATE (1:8) TO DISC-DATA
           END-IF

           OPEN INPUT INCIDENTES
           IF FS-INCIDENTES NOT = "00" THEN
              EXIT PROGRAM
           END-IF

           MOVE DISC-IDNUM TO FDINC-IDNUM
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
                       IF FDINC-IDNUM NOT = DISC-IDNUM THEN
                          SET STATUS-INCIDENTE TO TRUE
                       ELSE
                          IF FDINC-SUSPENSAO
                          AND DISC-DATA >= FDINC-SUSP-INICIO
                          AND DISC-DATA <= FDINC-SUSP-FIM THEN
                             MOVE "S" TO DISC-RESULTADO
                             MOVE FDINC-SEQ TO DISC-SEQ
                             MOVE FDINC-SUSP-INICIO TO DISC-SUSP-INICIO
                             MOVE FDINC-SUSP-FIM TO DISC-SUSP-FIM
                             SET STATUS-INCIDENTE TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE INCIDENTES
           EXIT PROGRAM.

       END PROGRAM GESTORDISCCHECK.
