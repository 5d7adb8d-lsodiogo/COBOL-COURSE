      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    SUBPROGRAMA DE VERIFICACAO DOS DOCUMENTOS OBRIGATORIOS DE UM
      *    ALUNO, CHAMADO PELOS GESTORES DE INSCRICOES, DOCUMENTOS E
      *    EXPORTACAO PARA O MINISTERIO:
      *      - OS DOCUMENTOS OBRIGATORIOS SAO OS TIPOS MARCADOS COMO
      *        OBRIGATORIOS (FICHEIRO cursodocs) NOS CURSOS ATIVOS QUE
      *        INCLUEM A UNIDADE EM DOCS-UNIDADE, OU SO NO CURSO EM
      *        DOCS-CURSO QUANDO INDICADO. SEM UNIDADE NEM CURSO, CONTAM
      *        TODAS AS UNIDADES COM INSCRICAO ATIVA DO ALUNO;
      *      - CADA TIPO OBRIGATORIO E PROCURADO NOS DOCUMENTOS
      *        ENTREGUES PELO ALUNO (FICHEIRO alunodocs). NOS TIPOS COM
      *        VALIDADE (DOCUMENTO DE IDENTIFICACAO) A VALIDADE E
      *        COMPARADA COM DOCS-DATA;
      *      - DEVOLVE EM DOCS-PENDENTE OS TIPOS EM FALTA ("F"),
      *        EXPIRADOS ("E") E A EXPIRAR DENTRO DE DOCS-DIAS-AVISO
      *        DIAS ("A"), E "N" EM DOCS-RESULTADO QUANDO HA ALGUM EM
      *        FALTA OU EXPIRADO ("S" CASO CONTRARIO).
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORDOCCHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCTIPOS ASSIGN TO "doctipos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDDOCT-CODIGO
              FILE STATUS FS-DOCTIPOS.

           SELECT CURSODOCS ASSIGN TO "cursodocs"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCDOC-CHAVE
              FILE STATUS FS-CURSODOCS.

           SELECT ALUNODOCS ASSIGN TO "alunodocs"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDADOC-CHAVE
              FILE STATUS FS-ALUNODOCS.

           SELECT CURSOS ASSIGN TO "cursosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCURSO-SIGLA
              FILE STATUS FS-CURSOS.

           SELECT INSCRICOES ASSIGN TO "inscricoes"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDINSC-CHAVE
              FILE STATUS FS-INSCRICOES.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCTIPOS.
       COPY FDDOCTIPOS.

       FD  CURSODOCS.
       COPY FDCURSODOCS.

       FD  ALUNODOCS.
       COPY FDALUNODOCS.

       FD  CURSOS.
       COPY FDCURSOS.

       FD  INSCRICOES.
       COPY FDINSCRICOES.

       WORKING-STORAGE SECTION.
       77  FS-DOCTIPOS              PIC X(002).
       77  FS-CURSODOCS             PIC X(002).
       77  FS-ALUNODOCS             PIC X(002).
       77  FS-CURSOS                PIC X(002).
       77  FS-INSCRICOES            PIC X(002).
       77  UNI-IDX                  PIC 9(002).
       77  INSC-IDX                 PIC 9(002).
       77  INSC-MAX                 PIC 9(002).
       77  OBR-IDX                  PIC 9(002).
       77  OBR-MAX                  PIC 9(002).
       77  CURSO-APLICAVEL          PIC X(001).
       77  OBR-EXISTE               PIC X(001).
       77  SITUACAO-PENDENTE        PIC X(001).
       77  DIAS-PARA-EXPIRAR        PIC S9(007).

       01  INSC-TAB.
           03  INSC-UNIDADE         PIC X(005) OCCURS 50 TIMES.

       01  OBR-TAB.
           03  OBR-TIPO             PIC X(006) OCCURS 20 TIMES.

       LINKAGE SECTION.
       COPY VAR-DOCS.

       PROCEDURE DIVISION USING DOCS-PEDIDO.

       DOCCHECK SECTION.
      ******************************************************************
      *    RECOLHE OS TIPOS OBRIGATORIOS E VERIFICA CADA UM NOS
      *    DOCUMENTOS ENTREGUES PELO ALUNO.
      ******************************************************************
           MOVE "S" TO DOCS-RESULTADO
           MOVE ZEROS TO DOCS-NUM-EM-FALTA, DOCS-NUM-PENDENTES
           MOVE ZEROS TO INSC-MAX, OBR-MAX

           IF DOCS-DATA = ZEROS THEN
              MOVE FUNCTION CURRENT-DATE (1:8) TO DOCS-DATA
           END-IF

           OPEN INPUT CURSODOCS
           IF FS-CURSODOCS NOT = "00" THEN
              EXIT PROGRAM
           END-IF

           IF DOCS-CURSO NOT = SPACES THEN
              PERFORM RECOLHER-TIPOS-CURSO
           ELSE
              IF DOCS-UNIDADE = SPACES THEN
                 PERFORM RECOLHER-INSCRICOES
              END-IF
              PERFORM RECOLHER-CURSOS
           END-IF

           CLOSE CURSODOCS

           IF OBR-MAX = ZEROS THEN
              EXIT PROGRAM
           END-IF

           OPEN INPUT ALUNODOCS
           OPEN INPUT DOCTIPOS
           PERFORM VARYING OBR-IDX FROM 1 BY 1 UNTIL OBR-IDX > OBR-MAX
              PERFORM VERIFICAR-TIPO
           END-PERFORM
           IF FS-ALUNODOCS = "00" THEN
              CLOSE ALUNODOCS
           END-IF
           IF FS-DOCTIPOS = "00" THEN
              CLOSE DOCTIPOS
           END-IF

           IF DOCS-NUM-EM-FALTA > ZEROS THEN
              MOVE "N" TO DOCS-RESULTADO
           END-IF
           EXIT PROGRAM.

       RECOLHER-INSCRICOES SECTION.
      ******************************************************************
      *    UNIDADES COM INSCRICAO ATIVA DO ALUNO.
      ******************************************************************
           OPEN INPUT INSCRICOES
           IF FS-INSCRICOES NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE DOCS-IDNUM TO FDINSC-IDNUM
           MOVE LOW-VALUES TO FDINSC-SIGLAUNIDADE
           START INSCRICOES KEY IS GREATER OR EQUAL FDINSC-CHAVE
              INVALID KEY
                 SET STATUS-INSCRICAO TO TRUE
           END-START

           IF FS-INSCRICOES = "00" THEN
              PERFORM UNTIL STATUS-INSCRICAO
                 READ INSCRICOES NEXT RECORD
                    AT END
                       SET STATUS-INSCRICAO TO TRUE
                    NOT AT END
                       IF FDINSC-IDNUM NOT = DOCS-IDNUM THEN
                          SET STATUS-INSCRICAO TO TRUE
                       ELSE
                          IF FDINSC-ATIVA AND INSC-MAX < 50 THEN
                             ADD 1 TO INSC-MAX
                             MOVE FDINSC-SIGLAUNIDADE TO
                                INSC-UNIDADE (INSC-MAX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE INSCRICOES
           EXIT SECTION.

       RECOLHER-CURSOS SECTION.
      ******************************************************************
      *    PERCORRE OS CURSOS ATIVOS E RECOLHE OS TIPOS OBRIGATORIOS
      *    DOS QUE INCLUEM A UNIDADE PEDIDA (OU UMA DAS UNIDADES COM
      *    INSCRICAO ATIVA DO ALUNO).
      ******************************************************************
           IF DOCS-UNIDADE = SPACES AND INSC-MAX = ZEROS THEN
              EXIT SECTION
           END-IF

           OPEN INPUT CURSOS
           IF FS-CURSOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO FDCURSO-SIGLA
           START CURSOS KEY IS GREATER OR EQUAL FDCURSO-SIGLA
              INVALID KEY
                 SET STATUS-CURSO TO TRUE
           END-START

           IF FS-CURSOS = "00" THEN
              PERFORM UNTIL STATUS-CURSO
                 READ CURSOS NEXT RECORD
                    AT END
                       SET STATUS-CURSO TO TRUE
                    NOT AT END
                       IF FDCURSO-ATIVO THEN
                          PERFORM VERIFICAR-CURSO-APLICAVEL
                          IF CURSO-APLICAVEL = "S" THEN
                             MOVE FDCURSO-SIGLA TO DOCS-CURSO
                             PERFORM RECOLHER-TIPOS-CURSO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           MOVE SPACES TO DOCS-CURSO
           CLOSE CURSOS
           EXIT SECTION.

       VERIFICAR-CURSO-APLICAVEL SECTION.
      ******************************************************************
      *    O CURSO LIDO APLICA-SE QUANDO INCLUI A UNIDADE PEDIDA OU UMA
      *    DAS UNIDADES COM INSCRICAO ATIVA.
      ******************************************************************
           MOVE SPACES TO CURSO-APLICAVEL

           PERFORM VARYING UNI-IDX FROM 1 BY 1 UNTIL UNI-IDX > 8
              IF FDCURSO-UNIDADE (UNI-IDX) NOT = SPACES THEN
                 IF DOCS-UNIDADE NOT = SPACES THEN
                    IF FDCURSO-UNIDADE (UNI-IDX) = DOCS-UNIDADE THEN
                       MOVE "S" TO CURSO-APLICAVEL
                    END-IF
                 ELSE
                    PERFORM VARYING INSC-IDX FROM 1 BY 1
                       UNTIL INSC-IDX > INSC-MAX
                       IF FDCURSO-UNIDADE (UNI-IDX) =
                          INSC-UNIDADE (INSC-IDX) THEN
                          MOVE "S" TO CURSO-APLICAVEL
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM
           EXIT SECTION.

       RECOLHER-TIPOS-CURSO SECTION.
      ******************************************************************
      *    JUNTA OS TIPOS OBRIGATORIOS DO CURSO EM DOCS-CURSO A TABELA,
      *    SEM REPETIR TIPOS JA RECOLHIDOS DE OUTRO CURSO.
      ******************************************************************
           MOVE DOCS-CURSO TO FDCDOC-CURSO
           MOVE LOW-VALUES TO FDCDOC-TIPO
           START CURSODOCS KEY IS GREATER OR EQUAL FDCDOC-CHAVE
              INVALID KEY
                 SET STATUS-CURSODOC TO TRUE
           END-START

           IF FS-CURSODOCS = "00" THEN
              PERFORM UNTIL STATUS-CURSODOC
                 READ CURSODOCS NEXT RECORD
                    AT END
                       SET STATUS-CURSODOC TO TRUE
                    NOT AT END
                       IF FDCDOC-CURSO NOT = DOCS-CURSO THEN
                          SET STATUS-CURSODOC TO TRUE
                       ELSE
                          MOVE SPACES TO OBR-EXISTE
                          PERFORM VARYING OBR-IDX FROM 1 BY 1
                             UNTIL OBR-IDX > OBR-MAX
                             IF OBR-TIPO (OBR-IDX) = FDCDOC-TIPO THEN
                                MOVE "S" TO OBR-EXISTE
                             END-IF
                          END-PERFORM
                          IF OBR-EXISTE NOT = "S" AND OBR-MAX < 20 THEN
                             ADD 1 TO OBR-MAX
                             MOVE FDCDOC-TIPO TO OBR-TIPO (OBR-MAX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       VERIFICAR-TIPO SECTION.
      ******************************************************************
      *    PROCURA O DOCUMENTO DO TIPO OBRIGATORIO NA POSICAO OBR-IDX
      *    NOS DOCUMENTOS ENTREGUES E, NOS TIPOS COM VALIDADE, COMPARA
      *    A VALIDADE COM A DATA PEDIDA.
      ******************************************************************
           IF FS-ALUNODOCS NOT = "00" THEN
              MOVE "F" TO SITUACAO-PENDENTE
              PERFORM REGISTAR-PENDENTE
              EXIT SECTION
           END-IF

           MOVE DOCS-IDNUM TO FDADOC-IDNUM
           MOVE OBR-TIPO (OBR-IDX) TO FDADOC-TIPO
           READ ALUNODOCS RECORD
              INVALID KEY
                 MOVE ZEROS TO FDADOC-DATA-VALIDADE
                 MOVE "F" TO SITUACAO-PENDENTE
                 PERFORM REGISTAR-PENDENTE
                 EXIT SECTION
           END-READ

           IF FDADOC-DATA-VALIDADE = ZEROS
           OR FS-DOCTIPOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE OBR-TIPO (OBR-IDX) TO FDDOCT-CODIGO
           READ DOCTIPOS RECORD
              INVALID KEY
                 EXIT SECTION
           END-READ
           IF NOT FDDOCT-COM-VALIDADE THEN
              EXIT SECTION
           END-IF

           IF FDADOC-DATA-VALIDADE < DOCS-DATA THEN
              MOVE "E" TO SITUACAO-PENDENTE
              PERFORM REGISTAR-PENDENTE
              EXIT SECTION
           END-IF

           COMPUTE DIAS-PARA-EXPIRAR =
              FUNCTION INTEGER-OF-DATE (FDADOC-DATA-VALIDADE)
              - FUNCTION INTEGER-OF-DATE (DOCS-DATA)
           IF DIAS-PARA-EXPIRAR <= DOCS-DIAS-AVISO THEN
              MOVE "A" TO SITUACAO-PENDENTE
              PERFORM REGISTAR-PENDENTE
           END-IF
           EXIT SECTION.

       REGISTAR-PENDENTE SECTION.
      ******************************************************************
      *    ACRESCENTA O TIPO NA POSICAO OBR-IDX A LISTA DE PENDENTES,
      *    COM A SITUACAO DEIXADA EM SITUACAO-PENDENTE.
      ******************************************************************
           IF SITUACAO-PENDENTE = "F" OR "E" THEN
              ADD 1 TO DOCS-NUM-EM-FALTA
           END-IF

           ADD 1 TO DOCS-NUM-PENDENTES
           MOVE SITUACAO-PENDENTE TO
              DOCS-P-SITUACAO (DOCS-NUM-PENDENTES)
           MOVE OBR-TIPO (OBR-IDX) TO DOCS-P-TIPO (DOCS-NUM-PENDENTES)
           MOVE FDADOC-DATA-VALIDADE TO
              DOCS-P-VALIDADE (DOCS-NUM-PENDENTES)
           EXIT SECTION.

       END PROGRAM GESTORDOCCHECK.
