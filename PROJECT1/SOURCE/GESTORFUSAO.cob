      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 03.09.2026
      *    V1.1 | 15.10.2026 | A FUSAO RELIGA TAMBEM AS NOTAS DE
      *    CREDITO, O ANEXO DAS FATURAS DE PATROCINADORES, OS
      *    PAGADORES, OS PLANOS DE PAGAMENTO, AS NOTAS DAS COMPONENTES,
      *    OS LUGARES DE EXAME, OS ESTAGIOS, OS SEGUIMENTOS, AS
      *    DECLARACOES, OS DOCUMENTOS DO ALUNO E OS INCIDENTES
      *    DISCIPLINARES, REGISTANDO NO LOG OS RELIGADOS DE CADA
      *    FICHEIRO.
      ******************************************************************

       IDENTIFICATION DIVISION.
              ACCESS SEQUENTIAL
              FILE STATUS FS-HISTALUNOS.

           SELECT NOTASCREDITO ASSIGN TO "notascredito"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDNC-NUMERO
              FILE STATUS FS-NOTASCREDITO.

           SELECT FATANEXO ASSIGN TO "faturasanexo"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDANX-CHAVE
              FILE STATUS FS-FATANEXO.

           SELECT PAGADORES ASSIGN TO "pagadores"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPAG-CHAVE
              FILE STATUS FS-PAGADORES.

           SELECT PLANOS ASSIGN TO "planos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDPLANO-CHAVE
              FILE STATUS FS-PLANOS.

           SELECT NOTASCOMP ASSIGN TO "notascomp"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDNCOMP-CHAVE
              FILE STATUS FS-NOTASCOMP.

           SELECT LUGARESEXAME ASSIGN TO "lugaresexame"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDLUGAR-CHAVE
              FILE STATUS FS-LUGARESEXAME.

           SELECT ESTAGIOS ASSIGN TO "estagios"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDEST-CHAVE
              FILE STATUS FS-ESTAGIOS.

           SELECT SEGUIMENTOS ASSIGN TO "seguimentos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSEG-CHAVE
              FILE STATUS FS-SEGUIMENTOS.

           SELECT DECLARACOES ASSIGN TO "declaracoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDDECL-NUMERO
              FILE STATUS FS-DECLARACOES.

           SELECT ALUNODOCS ASSIGN TO "alunodocs"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDADOC-CHAVE
              FILE STATUS FS-ALUNODOCS.

           SELECT INCIDENTES ASSIGN TO "incidentes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINC-CHAVE
              FILE STATUS FS-INCIDENTES.

           SELECT ADMINS ASSIGN TO "adminsfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
       FD  HISTALUNOS.
       COPY FDHISTALUNOS.

       FD  NOTASCREDITO.
       COPY FDNOTASCREDITO.

       FD  FATANEXO.
       COPY FDFATANEXO.

       FD  PAGADORES.
       COPY FDPAGADORES.

       FD  PLANOS.
       COPY FDPLANOS.

       FD  NOTASCOMP.
       COPY FDNOTASCOMP.

       FD  LUGARESEXAME.
       COPY FDLUGARESEXAME.

       FD  ESTAGIOS.
       COPY FDESTAGIOS.

       FD  SEGUIMENTOS.
       COPY FDSEGUIMENTOS.

       FD  DECLARACOES.
       COPY FDDECLARACOES.

       FD  ALUNODOCS.
       COPY FDALUNODOCS.

       FD  INCIDENTES.
       COPY FDINCIDENTES.

       FD  ADMINS.
       COPY FDADMINS.

       77  FS-JUSTIFICACOES         PIC X(002).
       77  FS-PRESENCAS             PIC X(002).
       77  FS-HISTALUNOS            PIC X(002).
       77  FS-NOTASCREDITO          PIC X(002).
       77  FS-FATANEXO              PIC X(002).
       77  FS-PAGADORES             PIC X(002).
       77  FS-PLANOS                PIC X(002).
       77  FS-NOTASCOMP             PIC X(002).
       77  FS-LUGARESEXAME          PIC X(002).
       77  FS-ESTAGIOS              PIC X(002).
       77  FS-SEGUIMENTOS           PIC X(002).
       77  FS-DECLARACOES           PIC X(002).
       77  FS-ALUNODOCS             PIC X(002).
       77  FS-INCIDENTES            PIC X(002).
       77  FS-ADMINS                PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  KEYSTATUS                PIC 9(004).
       77  FUSAO-SOBREVIVE          PIC 9(006).
       77  FUSAO-DUPLICADO          PIC 9(006).
       77  CONT-RELIGADOS           PIC 9(005).
       77  CONT-FICHEIRO            PIC 9(005).
       77  FICHEIRO-RELIGADO        PIC X(020).
       77  INC-SEQ-MAX              PIC 9(003).
       77  CHAVE-IDX                PIC 9(003).
       77  CHAVE-MAX                PIC 9(003).
       77  FIM-SEQUENCIAL           PIC X(001).
           PERFORM RELIGAR-CERTIFICADOS
           PERFORM RELIGAR-PRESENCAS
           PERFORM RELIGAR-HISTALUNOS
           PERFORM RELIGAR-NOTASCREDITO
           PERFORM RELIGAR-FATANEXO
           PERFORM RELIGAR-PAGADORES
           PERFORM RELIGAR-PLANOS
           PERFORM RELIGAR-NOTASCOMP
           PERFORM RELIGAR-LUGARESEXAME
           PERFORM RELIGAR-ESTAGIOS
           PERFORM RELIGAR-SEGUIMENTOS
           PERFORM RELIGAR-DECLARACOES
           PERFORM RELIGAR-ALUNODOCS
           PERFORM RELIGAR-INCIDENTES
           PERFORM CESSAR-DUPLICADO

           MOVE "; FUSAO: " TO WSLOG-ADD-HEADING
           CLOSE HISTALUNOS
           EXIT SECTION.

       RELIGAR-NOTASCREDITO SECTION.
      ******************************************************************
      *    RELIGA AS NOTAS DE CREDITO DO DUPLICADO AO SOBREVIVENTE (O
      *    NUMERO DE ALUNO NAO FAZ PARTE DA CHAVE).
      ******************************************************************
           MOVE ZEROS TO CONT-FICHEIRO
           OPEN I-O NOTASCREDITO
           IF FS-NOTASCREDITO NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDNC-NUMERO
           START NOTASCREDITO KEY IS GREATER OR EQUAL FDNC-NUMERO
              INVALID KEY
                 SET STATUS-NOTACREDITO TO TRUE
           END-START

           IF FS-NOTASCREDITO = "00" THEN
              PERFORM UNTIL STATUS-NOTACREDITO
                 READ NOTASCREDITO NEXT RECORD
                    AT END
                       SET STATUS-NOTACREDITO TO TRUE
                    NOT AT END
                       IF FDNC-IDNUM = FUSAO-DUPLICADO THEN
                          MOVE FUSAO-SOBREVIVE TO FDNC-IDNUM
                          REWRITE FDNOTACREDITO
                          END-REWRITE
                          ADD 1 TO CONT-RELIGADOS, CONT-FICHEIRO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE NOTASCREDITO
           MOVE "NOTAS DE CREDITO" TO FICHEIRO-RELIGADO
           PERFORM REGISTAR-RELIGACAO
           EXIT SECTION.

       RELIGAR-FATANEXO SECTION.
      ******************************************************************
      *    RELIGA AS LINHAS DO DUPLICADO NO ANEXO DAS FATURAS DE
      *    PATROCINADORES AO SOBREVIVENTE, EM PASSAGENS DE LOTES DE
      *    CHAVES ATE NAO RESTAREM REGISTOS (O NUMERO DE ALUNO ESTA NO
      *    MEIO DA CHAVE, PELO QUE CADA PASSAGEM PERCORRE O FICHEIRO
      *    TODO).
      ******************************************************************
           MOVE ZEROS TO CONT-FICHEIRO
           OPEN I-O FATANEXO
           IF FS-FATANEXO NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO PASSAGEM-COMPLETA
           PERFORM UNTIL PASSAGEM-COMPLETA-SIM
              MOVE ZEROS TO CHAVE-MAX
              MOVE LOW-VALUES TO FDANX-CHAVE
              START FATANEXO KEY IS GREATER OR EQUAL FDANX-CHAVE
                 INVALID KEY
                    SET STATUS-FATANEXO TO TRUE
              END-START

              IF FS-FATANEXO = "00" THEN
                 PERFORM UNTIL STATUS-FATANEXO
                    READ FATANEXO NEXT RECORD
                       AT END
                          SET STATUS-FATANEXO TO TRUE
                       NOT AT END
                          IF FDANX-IDNUM = FUSAO-DUPLICADO THEN
                             IF CHAVE-MAX < 200 THEN
                                ADD 1 TO CHAVE-MAX
                                MOVE FDANX-CHAVE TO
                                   CHAVE-FILHA (CHAVE-MAX)
                             ELSE
      *    LOTE CHEIO: TERMINA ESTA PASSAGEM, O RESTO SEGUE NA PROXIMA.
                                SET STATUS-FATANEXO TO TRUE
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF

              PERFORM VARYING CHAVE-IDX FROM 1 BY 1
                 UNTIL CHAVE-IDX > CHAVE-MAX
                 MOVE CHAVE-FILHA (CHAVE-IDX) (1:19) TO FDANX-CHAVE
                 READ FATANEXO RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE FUSAO-SOBREVIVE TO FDANX-IDNUM
                       WRITE FDFATANEXO
                          INVALID KEY
                             CONTINUE
                       END-WRITE
                       MOVE CHAVE-FILHA (CHAVE-IDX) (1:19) TO
                          FDANX-CHAVE
                       DELETE FATANEXO RECORD
                       END-DELETE
                       ADD 1 TO CONT-RELIGADOS, CONT-FICHEIRO
                 END-READ
              END-PERFORM

              IF CHAVE-MAX < 200 THEN
                 SET PASSAGEM-COMPLETA-SIM TO TRUE
              END-IF
           END-PERFORM

           CLOSE FATANEXO
           MOVE "ANEXO DE FATURAS" TO FICHEIRO-RELIGADO
           PERFORM REGISTAR-RELIGACAO
           EXIT SECTION.

       RELIGAR-PAGADORES SECTION.
      ******************************************************************
      *    RELIGA AS LIGACOES A PATROCINADORES (PAGADORES) DO
      *    DUPLICADO AO SOBREVIVENTE, EM PASSAGENS DE LOTES DE CHAVES
      *    ATE NAO RESTAREM REGISTOS.
      ******************************************************************
           MOVE ZEROS TO CONT-FICHEIRO
           OPEN I-O PAGADORES
           IF FS-PAGADORES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO PASSAGEM-COMPLETA
           PERFORM UNTIL PASSAGEM-COMPLETA-SIM
              MOVE ZEROS TO CHAVE-MAX
              MOVE FUSAO-DUPLICADO TO FDPAG-IDNUM
              MOVE LOW-VALUES TO FDPAG-SIGLAUNIDADE
              START PAGADORES KEY IS GREATER OR EQUAL FDPAG-CHAVE
                 INVALID KEY
                    SET STATUS-PAGADOR TO TRUE
              END-START

              IF FS-PAGADORES = "00" THEN
                 PERFORM UNTIL STATUS-PAGADOR
                    READ PAGADORES NEXT RECORD
                       AT END
                          SET STATUS-PAGADOR TO TRUE
                       NOT AT END
                          IF FDPAG-IDNUM NOT = FUSAO-DUPLICADO THEN
                             SET STATUS-PAGADOR TO TRUE
                          ELSE
                             IF CHAVE-MAX < 200 THEN
                                ADD 1 TO CHAVE-MAX
                                MOVE FDPAG-CHAVE TO
                                   CHAVE-FILHA (CHAVE-MAX)
                             ELSE
      *    LOTE CHEIO: TERMINA ESTA PASSAGEM, O RESTO SEGUE NA PROXIMA.
                                SET STATUS-PAGADOR TO TRUE
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF

              PERFORM VARYING CHAVE-IDX FROM 1 BY 1
                 UNTIL CHAVE-IDX > CHAVE-MAX
                 MOVE CHAVE-FILHA (CHAVE-IDX) (1:11) TO FDPAG-CHAVE
                 READ PAGADORES RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE FUSAO-SOBREVIVE TO FDPAG-IDNUM
                       WRITE FDPAGADOR
                          INVALID KEY
                             CONTINUE
                       END-WRITE
                       MOVE CHAVE-FILHA (CHAVE-IDX) (1:11) TO
                          FDPAG-CHAVE
                       DELETE PAGADORES RECORD
                       END-DELETE
                       ADD 1 TO CONT-RELIGADOS, CONT-FICHEIRO
                 END-READ
              END-PERFORM

              IF CHAVE-MAX < 200 THEN
                 SET PASSAGEM-COMPLETA-SIM TO TRUE
              END-IF
           END-PERFORM

           CLOSE PAGADORES
           MOVE "PAGADORES" TO FICHEIRO-RELIGADO
           PERFORM REGISTAR-RELIGACAO
           EXIT SECTION.

       RELIGAR-PLANOS SECTION.
      ******************************************************************
      *    RELIGA OS PLANOS DE PAGAMENTO DO DUPLICADO AO SOBREVIVENTE,
      *    EM PASSAGENS DE LOTES DE CHAVES ATE NAO RESTAREM REGISTOS.
      ******************************************************************
           MOVE ZEROS TO CONT-FICHEIRO
           OPEN I-O PLANOS
           IF FS-PLANOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO PASSAGEM-COMPLETA
           PERFORM UNTIL PASSAGEM-COMPLETA-SIM
              MOVE ZEROS TO CHAVE-MAX
              MOVE FUSAO-DUPLICADO TO FDPLANO-IDNUM
              MOVE LOW-VALUES TO FDPLANO-SIGLAUNIDADE
              START PLANOS KEY IS GREATER OR EQUAL FDPLANO-CHAVE
                 INVALID KEY
                    SET STATUS-PLANO TO TRUE
              END-START

              IF FS-PLANOS = "00" THEN
                 PERFORM UNTIL STATUS-PLANO
                    READ PLANOS NEXT RECORD
                       AT END
                          SET STATUS-PLANO TO TRUE
                       NOT AT END
                          IF FDPLANO-IDNUM NOT = FUSAO-DUPLICADO THEN
                             SET STATUS-PLANO TO TRUE
                          ELSE
                             IF CHAVE-MAX < 200 THEN
                                ADD 1 TO CHAVE-MAX
                                MOVE FDPLANO-CHAVE TO
                                   CHAVE-FILHA (CHAVE-MAX)
                             ELSE
      *    LOTE CHEIO: TERMINA ESTA PASSAGEM, O RESTO SEGUE NA PROXIMA.
                                SET STATUS-PLANO TO TRUE
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF

              PERFORM VARYING CHAVE-IDX FROM 1 BY 1
                 UNTIL CHAVE-IDX > CHAVE-MAX
                 MOVE CHAVE-FILHA (CHAVE-IDX) (1:11) TO FDPLANO-CHAVE
                 READ PLANOS RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE FUSAO-SOBREVIVE TO FDPLANO-IDNUM
                       WRITE FDPLANO
                          INVALID KEY
                             CONTINUE
                       END-WRITE
                       MOVE CHAVE-FILHA (CHAVE-IDX) (1:11) TO
                          FDPLANO-CHAVE
                       DELETE PLANOS RECORD
                       END-DELETE
                       ADD 1 TO CONT-RELIGADOS, CONT-FICHEIRO
                 END-READ
              END-PERFORM

              IF CHAVE-MAX < 200 THEN
                 SET PASSAGEM-COMPLETA-SIM TO TRUE
              END-IF
           END-PERFORM

           CLOSE PLANOS
           MOVE "PLANOS" TO FICHEIRO-RELIGADO
           PERFORM REGISTAR-RELIGACAO
           EXIT SECTION.

       RELIGAR-NOTASCOMP SECTION.
      ******************************************************************
      *    RELIGA AS NOTAS DAS COMPONENTES DE AVALIACAO DO DUPLICADO
      *    AO SOBREVIVENTE, EM PASSAGENS DE LOTES DE CHAVES ATE NAO
      *    RESTAREM REGISTOS.
      ******************************************************************
           MOVE ZEROS TO CONT-FICHEIRO
           OPEN I-O NOTASCOMP
           IF FS-NOTASCOMP NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO PASSAGEM-COMPLETA
           PERFORM UNTIL PASSAGEM-COMPLETA-SIM
              MOVE ZEROS TO CHAVE-MAX
              MOVE FUSAO-DUPLICADO TO FDNCOMP-IDNUM
              MOVE LOW-VALUES TO FDNCOMP-SIGLAUNIDADE
              MOVE ZEROS TO FDNCOMP-TENTATIVA
              MOVE ZEROS TO FDNCOMP-COMPONENTE
              START NOTASCOMP KEY IS GREATER OR EQUAL FDNCOMP-CHAVE
                 INVALID KEY
                    SET STATUS-NOTACOMP TO TRUE
              END-START

              IF FS-NOTASCOMP = "00" THEN
                 PERFORM UNTIL STATUS-NOTACOMP
                    READ NOTASCOMP NEXT RECORD
                       AT END
                          SET STATUS-NOTACOMP TO TRUE
                       NOT AT END
                          IF FDNCOMP-IDNUM NOT = FUSAO-DUPLICADO THEN
                             SET STATUS-NOTACOMP TO TRUE
                          ELSE
                             IF CHAVE-MAX < 200 THEN
                                ADD 1 TO CHAVE-MAX
                                MOVE FDNCOMP-CHAVE TO
                                   CHAVE-FILHA (CHAVE-MAX)
                             ELSE
      *    LOTE CHEIO: TERMINA ESTA PASSAGEM, O RESTO SEGUE NA PROXIMA.
                                SET STATUS-NOTACOMP TO TRUE
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF

              PERFORM VARYING CHAVE-IDX FROM 1 BY 1
                 UNTIL CHAVE-IDX > CHAVE-MAX
                 MOVE CHAVE-FILHA (CHAVE-IDX) (1:15) TO FDNCOMP-CHAVE
                 READ NOTASCOMP RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE FUSAO-SOBREVIVE TO FDNCOMP-IDNUM
                       WRITE FDNOTACOMP
                          INVALID KEY
                             CONTINUE
                       END-WRITE
                       MOVE CHAVE-FILHA (CHAVE-IDX) (1:15) TO
                          FDNCOMP-CHAVE
                       DELETE NOTASCOMP RECORD
                       END-DELETE
                       ADD 1 TO CONT-RELIGADOS, CONT-FICHEIRO
                 END-READ
              END-PERFORM

              IF CHAVE-MAX < 200 THEN
                 SET PASSAGEM-COMPLETA-SIM TO TRUE
              END-IF
           END-PERFORM

           CLOSE NOTASCOMP
           MOVE "NOTAS DE COMPONENTES" TO FICHEIRO-RELIGADO
           PERFORM REGISTAR-RELIGACAO
           EXIT SECTION.

       RELIGAR-LUGARESEXAME SECTION.
      ******************************************************************
      *    RELIGA OS LUGARES DE EXAME DO DUPLICADO AO SOBREVIVENTE (O
      *    NUMERO DE ALUNO NAO FAZ PARTE DA CHAVE).
      ******************************************************************
           MOVE ZEROS TO CONT-FICHEIRO
           OPEN I-O LUGARESEXAME
           IF FS-LUGARESEXAME NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDLUGAR-CHAVE
           START LUGARESEXAME KEY IS GREATER OR EQUAL FDLUGAR-CHAVE
              INVALID KEY
                 SET STATUS-LUGAR TO TRUE
           END-START

           IF FS-LUGARESEXAME = "00" THEN
              PERFORM UNTIL STATUS-LUGAR
                 READ LUGARESEXAME NEXT RECORD
                    AT END
                       SET STATUS-LUGAR TO TRUE
                    NOT AT END
                       IF FDLUGAR-IDNUM = FUSAO-DUPLICADO THEN
                          MOVE FUSAO-SOBREVIVE TO FDLUGAR-IDNUM
                          REWRITE FDLUGAR
                          END-REWRITE
                          ADD 1 TO CONT-RELIGADOS, CONT-FICHEIRO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE LUGARESEXAME
           MOVE "LUGARES DE EXAME" TO FICHEIRO-RELIGADO
           PERFORM REGISTAR-RELIGACAO
           EXIT SECTION.

       RELIGAR-ESTAGIOS SECTION.
      ******************************************************************
      *    RELIGA OS ESTAGIOS DO DUPLICADO AO SOBREVIVENTE, EM
      *    PASSAGENS DE LOTES DE CHAVES ATE NAO RESTAREM REGISTOS.
      ******************************************************************
           MOVE ZEROS TO CONT-FICHEIRO
           OPEN I-O ESTAGIOS
           IF FS-ESTAGIOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO PASSAGEM-COMPLETA
           PERFORM UNTIL PASSAGEM-COMPLETA-SIM
              MOVE ZEROS TO CHAVE-MAX
              MOVE FUSAO-DUPLICADO TO FDEST-IDNUM
              MOVE LOW-VALUES TO FDEST-SIGLAUNIDADE
              START ESTAGIOS KEY IS GREATER OR EQUAL FDEST-CHAVE
                 INVALID KEY
                    SET STATUS-ESTAGIO TO TRUE
              END-START

              IF FS-ESTAGIOS = "00" THEN
                 PERFORM UNTIL STATUS-ESTAGIO
                    READ ESTAGIOS NEXT RECORD
                       AT END
                          SET STATUS-ESTAGIO TO TRUE
                       NOT AT END
                          IF FDEST-IDNUM NOT = FUSAO-DUPLICADO THEN
                             SET STATUS-ESTAGIO TO TRUE
                          ELSE
                             IF CHAVE-MAX < 200 THEN
                                ADD 1 TO CHAVE-MAX
                                MOVE FDEST-CHAVE TO
                                   CHAVE-FILHA (CHAVE-MAX)
                             ELSE
      *    LOTE CHEIO: TERMINA ESTA PASSAGEM, O RESTO SEGUE NA PROXIMA.
                                SET STATUS-ESTAGIO TO TRUE
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF

              PERFORM VARYING CHAVE-IDX FROM 1 BY 1
                 UNTIL CHAVE-IDX > CHAVE-MAX
                 MOVE CHAVE-FILHA (CHAVE-IDX) (1:11) TO FDEST-CHAVE
                 READ ESTAGIOS RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE FUSAO-SOBREVIVE TO FDEST-IDNUM
                       WRITE FDESTAGIO
                          INVALID KEY
                             CONTINUE
                       END-WRITE
                       MOVE CHAVE-FILHA (CHAVE-IDX) (1:11) TO
                          FDEST-CHAVE
                       DELETE ESTAGIOS RECORD
                       END-DELETE
                       ADD 1 TO CONT-RELIGADOS, CONT-FICHEIRO
                 END-READ
              END-PERFORM

              IF CHAVE-MAX < 200 THEN
                 SET PASSAGEM-COMPLETA-SIM TO TRUE
              END-IF
           END-PERFORM

           CLOSE ESTAGIOS
           MOVE "ESTAGIOS" TO FICHEIRO-RELIGADO
           PERFORM REGISTAR-RELIGACAO
           EXIT SECTION.

       RELIGAR-SEGUIMENTOS SECTION.
      ******************************************************************
      *    RELIGA OS SEGUIMENTOS POS-CURSO DO DUPLICADO AO
      *    SOBREVIVENTE, EM PASSAGENS DE LOTES DE CHAVES ATE NAO
      *    RESTAREM REGISTOS.
      ******************************************************************
           MOVE ZEROS TO CONT-FICHEIRO
           OPEN I-O SEGUIMENTOS
           IF FS-SEGUIMENTOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO PASSAGEM-COMPLETA
           PERFORM UNTIL PASSAGEM-COMPLETA-SIM
              MOVE ZEROS TO CHAVE-MAX
              MOVE FUSAO-DUPLICADO TO FDSEG-IDNUM
              MOVE LOW-VALUES TO FDSEG-SIGLACURSO
              START SEGUIMENTOS KEY IS GREATER OR EQUAL FDSEG-CHAVE
                 INVALID KEY
                    SET STATUS-SEGUIMENTO TO TRUE
              END-START

              IF FS-SEGUIMENTOS = "00" THEN
                 PERFORM UNTIL STATUS-SEGUIMENTO
                    READ SEGUIMENTOS NEXT RECORD
                       AT END
                          SET STATUS-SEGUIMENTO TO TRUE
                       NOT AT END
                          IF FDSEG-IDNUM NOT = FUSAO-DUPLICADO THEN
                             SET STATUS-SEGUIMENTO TO TRUE
                          ELSE
                             IF CHAVE-MAX < 200 THEN
                                ADD 1 TO CHAVE-MAX
                                MOVE FDSEG-CHAVE TO
                                   CHAVE-FILHA (CHAVE-MAX)
                             ELSE
      *    LOTE CHEIO: TERMINA ESTA PASSAGEM, O RESTO SEGUE NA PROXIMA.
                                SET STATUS-SEGUIMENTO TO TRUE
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF

              PERFORM VARYING CHAVE-IDX FROM 1 BY 1
                 UNTIL CHAVE-IDX > CHAVE-MAX
                 MOVE CHAVE-FILHA (CHAVE-IDX) (1:11) TO FDSEG-CHAVE
                 READ SEGUIMENTOS RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE FUSAO-SOBREVIVE TO FDSEG-IDNUM
                       WRITE FDSEGUIMENTO
                          INVALID KEY
                             CONTINUE
                       END-WRITE
                       MOVE CHAVE-FILHA (CHAVE-IDX) (1:11) TO
                          FDSEG-CHAVE
                       DELETE SEGUIMENTOS RECORD
                       END-DELETE
                       ADD 1 TO CONT-RELIGADOS, CONT-FICHEIRO
                 END-READ
              END-PERFORM

              IF CHAVE-MAX < 200 THEN
                 SET PASSAGEM-COMPLETA-SIM TO TRUE
              END-IF
           END-PERFORM

           CLOSE SEGUIMENTOS
           MOVE "SEGUIMENTOS" TO FICHEIRO-RELIGADO
           PERFORM REGISTAR-RELIGACAO
           EXIT SECTION.

       RELIGAR-DECLARACOES SECTION.
      ******************************************************************
      *    RELIGA AS DECLARACOES EMITIDAS AO DUPLICADO AO SOBREVIVENTE
      *    (O NUMERO DE ALUNO NAO FAZ PARTE DA CHAVE).
      ******************************************************************
           MOVE ZEROS TO CONT-FICHEIRO
           OPEN I-O DECLARACOES
           IF FS-DECLARACOES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDDECL-NUMERO
           START DECLARACOES KEY IS GREATER OR EQUAL FDDECL-NUMERO
              INVALID KEY
                 SET STATUS-DECLARACAO TO TRUE
           END-START

           IF FS-DECLARACOES = "00" THEN
              PERFORM UNTIL STATUS-DECLARACAO
                 READ DECLARACOES NEXT RECORD
                    AT END
                       SET STATUS-DECLARACAO TO TRUE
                    NOT AT END
                       IF FDDECL-IDNUM = FUSAO-DUPLICADO THEN
                          MOVE FUSAO-SOBREVIVE TO FDDECL-IDNUM
                          REWRITE FDDECLARACAO
                          END-REWRITE
                          ADD 1 TO CONT-RELIGADOS, CONT-FICHEIRO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE DECLARACOES
           MOVE "DECLARACOES" TO FICHEIRO-RELIGADO
           PERFORM REGISTAR-RELIGACAO
           EXIT SECTION.

       RELIGAR-ALUNODOCS SECTION.
      ******************************************************************
      *    RELIGA OS DOCUMENTOS ENTREGUES PELO DUPLICADO AO
      *    SOBREVIVENTE, EM PASSAGENS DE LOTES DE CHAVES ATE NAO
      *    RESTAREM REGISTOS.
      ******************************************************************
           MOVE ZEROS TO CONT-FICHEIRO
           OPEN I-O ALUNODOCS
           IF FS-ALUNODOCS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO PASSAGEM-COMPLETA
           PERFORM UNTIL PASSAGEM-COMPLETA-SIM
              MOVE ZEROS TO CHAVE-MAX
              MOVE FUSAO-DUPLICADO TO FDADOC-IDNUM
              MOVE LOW-VALUES TO FDADOC-TIPO
              START ALUNODOCS KEY IS GREATER OR EQUAL FDADOC-CHAVE
                 INVALID KEY
                    SET STATUS-ALUNODOC TO TRUE
              END-START

              IF FS-ALUNODOCS = "00" THEN
                 PERFORM UNTIL STATUS-ALUNODOC
                    READ ALUNODOCS NEXT RECORD
                       AT END
                          SET STATUS-ALUNODOC TO TRUE
                       NOT AT END
                          IF FDADOC-IDNUM NOT = FUSAO-DUPLICADO THEN
                             SET STATUS-ALUNODOC TO TRUE
                          ELSE
                             IF CHAVE-MAX < 200 THEN
                                ADD 1 TO CHAVE-MAX
                                MOVE FDADOC-CHAVE TO
                                   CHAVE-FILHA (CHAVE-MAX)
                             ELSE
      *    LOTE CHEIO: TERMINA ESTA PASSAGEM, O RESTO SEGUE NA PROXIMA.
                                SET STATUS-ALUNODOC TO TRUE
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF

              PERFORM VARYING CHAVE-IDX FROM 1 BY 1
                 UNTIL CHAVE-IDX > CHAVE-MAX
                 MOVE CHAVE-FILHA (CHAVE-IDX) (1:12) TO FDADOC-CHAVE
                 READ ALUNODOCS RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE FUSAO-SOBREVIVE TO FDADOC-IDNUM
                       WRITE FDALUNODOC
                          INVALID KEY
                             CONTINUE
                       END-WRITE
                       MOVE CHAVE-FILHA (CHAVE-IDX) (1:12) TO
                          FDADOC-CHAVE
                       DELETE ALUNODOCS RECORD
                       END-DELETE
                       ADD 1 TO CONT-RELIGADOS, CONT-FICHEIRO
                 END-READ
              END-PERFORM

              IF CHAVE-MAX < 200 THEN
                 SET PASSAGEM-COMPLETA-SIM TO TRUE
              END-IF
           END-PERFORM

           CLOSE ALUNODOCS
           MOVE "DOCUMENTOS DO ALUNO" TO FICHEIRO-RELIGADO
           PERFORM REGISTAR-RELIGACAO
           EXIT SECTION.

       RELIGAR-INCIDENTES SECTION.
      ******************************************************************
      *    RELIGA OS INCIDENTES DISCIPLINARES DO DUPLICADO AO
      *    SOBREVIVENTE, EM PASSAGENS DE LOTES DE CHAVES ATE NAO
      *    RESTAREM REGISTOS. NENHUM INCIDENTE SE PERDE: CADA UM RECEBE
      *    O NUMERO SEGUINTE AO ULTIMO DO SOBREVIVENTE, PELO QUE UMA
      *    SUSPENSAO REGISTADA NO NUMERO ANTIGO CONTINUA A BLOQUEAR AS
      *    PRESENCAS (VER GESTORDISCCHECK).
      ******************************************************************
           MOVE ZEROS TO CONT-FICHEIRO
           OPEN I-O INCIDENTES
           IF FS-INCIDENTES NOT = "00" THEN
              EXIT SECTION
           END-IF

           PERFORM ULTIMO-INCIDENTE-SOBREVIVENTE

           MOVE SPACES TO PASSAGEM-COMPLETA
           PERFORM UNTIL PASSAGEM-COMPLETA-SIM
              MOVE ZEROS TO CHAVE-MAX
              MOVE FUSAO-DUPLICADO TO FDINC-IDNUM
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
                          IF FDINC-IDNUM NOT = FUSAO-DUPLICADO THEN
                             SET STATUS-INCIDENTE TO TRUE
                          ELSE
                             IF CHAVE-MAX < 200 THEN
                                ADD 1 TO CHAVE-MAX
                                MOVE FDINC-CHAVE TO
                                   CHAVE-FILHA (CHAVE-MAX)
                             ELSE
      *    LOTE CHEIO: TERMINA ESTA PASSAGEM, O RESTO SEGUE NA PROXIMA.
                                SET STATUS-INCIDENTE TO TRUE
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF

              PERFORM VARYING CHAVE-IDX FROM 1 BY 1
                 UNTIL CHAVE-IDX > CHAVE-MAX
                 MOVE CHAVE-FILHA (CHAVE-IDX) (1:9) TO FDINC-CHAVE
                 READ INCIDENTES RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE FUSAO-SOBREVIVE TO FDINC-IDNUM
                       ADD 1 TO INC-SEQ-MAX
                       MOVE INC-SEQ-MAX TO FDINC-SEQ
                       WRITE FDINCIDENTE
                          INVALID KEY
                             CONTINUE
                       END-WRITE
                       MOVE CHAVE-FILHA (CHAVE-IDX) (1:9) TO
                          FDINC-CHAVE
                       DELETE INCIDENTES RECORD
                       END-DELETE
                       ADD 1 TO CONT-RELIGADOS, CONT-FICHEIRO
                 END-READ
              END-PERFORM

              IF CHAVE-MAX < 200 THEN
                 SET PASSAGEM-COMPLETA-SIM TO TRUE
              END-IF
           END-PERFORM

           CLOSE INCIDENTES
           MOVE "INCIDENTES" TO FICHEIRO-RELIGADO
           PERFORM REGISTAR-RELIGACAO
           EXIT SECTION.

       ULTIMO-INCIDENTE-SOBREVIVENTE SECTION.
      ******************************************************************
      *    GUARDA EM INC-SEQ-MAX O NUMERO DO ULTIMO INCIDENTE JA
      *    REGISTADO NO SOBREVIVENTE (ZEROS QUANDO NAO TEM NENHUM).
      ******************************************************************
           MOVE ZEROS TO INC-SEQ-MAX
           MOVE FUSAO-SOBREVIVE TO FDINC-IDNUM
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
                       IF FDINC-IDNUM NOT = FUSAO-SOBREVIVE THEN
                          SET STATUS-INCIDENTE TO TRUE
                       ELSE
                          MOVE FDINC-SEQ TO INC-SEQ-MAX
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       REGISTAR-RELIGACAO SECTION.
      ******************************************************************
      *    REGISTA NO LOG QUANTOS REGISTOS DO FICHEIRO EM
      *    FICHEIRO-RELIGADO PASSARAM PARA O SOBREVIVENTE.
      ******************************************************************
           MOVE "; FUSAO: " TO WSLOG-EDIT-HEADING
           MOVE FUSAO-DUPLICADO TO WSLOG-EDIT-KEY
           STRING "; RELIGADOS ", CONT-FICHEIRO, ": ",
              FICHEIRO-RELIGADO DELIMITED BY SIZE
              INTO WSLOG-EDIT-MESSAGE
           END-STRING
           PERFORM SAVE-LOGRECORDS
           EXIT SECTION.

       CESSAR-DUPLICADO SECTION.
      ******************************************************************
      *    MARCA O PROCESSO DUPLICADO COMO CESSADO NO MESTRE DE
