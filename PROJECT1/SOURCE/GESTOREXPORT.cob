      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 03.09.2026
      ******************************************************************
      *    V1.1 | 15.10.2026 | A EXPORTACAO PASSA A INCLUIR AS TAXAS DE
      *    RESULTADO DO SEGUIMENTO POS-CURSO (FICHEIRO SEGUIMENTOS, VER
      *    GESTORSEGUIMENTO) DE CADA CURSO QUE INCLUI A UNIDADE: UM
      *    REGISTO "R" POR CURSO E MARCO (3 E 6 MESES), ANTES DO
      *    REGISTO DE CONTROLO, QUE PASSA A CONTAR TAMBEM OS REGISTOS
      *    "R" NO FIM.
      ******************************************************************
      *    V1.2 | 15.10.2026 | OS ALUNOS COM DOCUMENTOS OBRIGATORIOS EM
      *    FALTA OU EXPIRADOS NOS CURSOS DA UNIDADE (VER
      *    GESTORDOCUMENTOS E GESTORDOCCHECK) NAO SAO EXPORTADOS E
      *    FICAM LISTADOS EM exportministerio.rej.
      ******************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS FDDATAAULA
              FILE STATUS FS-HORARIO.

           SELECT CURSOS ASSIGN TO "cursosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCURSO-SIGLA
              FILE STATUS FS-CURSOS.

           SELECT SEGUIMENTOS ASSIGN TO "seguimentos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSEG-CHAVE
              FILE STATUS FS-SEGUIMENTOS.

           SELECT EXPORTACAO ASSIGN TO "exportministerio.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
       FD  HORARIOSFILE.
       COPY FDHORARIOS.

       FD  CURSOS.
       COPY FDCURSOS.

       FD  SEGUIMENTOS.
       COPY FDSEGUIMENTOS.

       FD  EXPORTACAO.
       01  EXP-REGISTO              PIC X(090).

       WORKING-STORAGE SECTION.
       COPY WSLOGRECORDS.
       COPY VAR-SPACEUPPER.
       COPY VAR-DOCS.

       77  FS-INSCRICOES            PIC X(002).
       77  FS-ALUNOS                PIC X(002).
       77  FS-PRESENCAS             PIC X(002).
       77  FS-JUSTIFICACOES         PIC X(002).
       77  FS-HORARIO               PIC X(002).
       77  FS-CURSOS                PIC X(002).
       77  FS-SEGUIMENTOS           PIC X(002).
       77  FS-EXPORTACAO            PIC X(002).
       77  FS-REJEITADOS            PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  PRES-ASSISTIDAS          PIC 9(005).
       77  PRES-PCT                 PIC 9(003).
       77  JUST-ENCONTRADA          PIC X(001).
       77  CONT-RESULTADOS          PIC 9(004).
       77  CURSO-INCLUI-UNIDADE     PIC X(001).
       77  UNI-IDX                  PIC 9(002).
       77  MARCO-IDX                PIC 9(001).
       77  SIT-IDX                  PIC 9(001).
       77  FIM-PRESENCAS            PIC X(001).
           88  FIM-PRESENCAS-SIM    VALUE "S".

           03  EXP-CTL-REGISTOS     PIC 9(006).
           03  EXP-CTL-SOMA-NOTAS   PIC 9(006).
           03  EXP-CTL-SOMA-PCT     PIC 9(006).
           03  EXP-CTL-RESULTADOS   PIC 9(004).

       01  EXP-RESULTADO.
           03  EXP-RES-TIPO         PIC X(001) VALUE "R".
           03  EXP-RES-CURSO        PIC X(005).
           03  EXP-RES-MESES        PIC 9(001).
           03  EXP-RES-CONCLUIDOS   PIC 9(005).
           03  EXP-RES-RESPOSTAS    PIC 9(005).
           03  EXP-RES-SITUACAO     PIC 9(005) OCCURS 4 TIMES.
           03  EXP-RES-TAXA-EMPREGO PIC 9(003).

       01  RES-CONTAGENS.
           03  RES-CONCLUIDOS       PIC 9(005).
           03  RES-MARCO            OCCURS 2 TIMES.
             05  RES-RESPOSTAS      PIC 9(005).
             05  RES-SITUACAO       PIC 9(005) OCCURS 4 TIMES.

      ******************************************************************

              END-PERFORM
           END-IF

           PERFORM EXPORTAR-RESULTADOS

           MOVE CONT-EXPORTADOS TO EXP-CTL-REGISTOS
           MOVE CONT-RESULTADOS TO EXP-CTL-RESULTADOS
           MOVE SOMA-NOTAS TO EXP-CTL-SOMA-NOTAS
           MOVE SOMA-PCT TO EXP-CTL-SOMA-PCT
           WRITE EXP-REGISTO FROM EXP-CONTROLO
      ******************************************************************
      *    EXPORTA A INSCRICAO ATUALMENTE LIDA: IDENTIFICACAO DO
      *    ALUNO, INSCRICAO, RESULTADO FINAL NO INTERVALO DE DATAS E
      *    PERCENTAGEM DE PRESENCAS. REGISTOS SEM ALUNO NO MESTRE, SEM
      *    NOME OU COM DOCUMENTOS OBRIGATORIOS EM FALTA FICAM NA LISTA
      *    DE REJEITADOS.
      ******************************************************************
           MOVE FDINSC-IDNUM TO FDIDNUM
           READ ALUNOS RECORD
              EXIT SECTION
           END-IF

           MOVE FDINSC-IDNUM TO DOCS-IDNUM
           MOVE FDINSC-SIGLAUNIDADE TO DOCS-UNIDADE
           MOVE SPACES TO DOCS-CURSO
           MOVE FUNCTION CURRENT-DATE (1:8) TO DOCS-DATA
           MOVE ZEROS TO DOCS-DIAS-AVISO
           CALL "GESTORDOCCHECK" USING DOCS-PEDIDO
           IF DOCS-INCOMPLETOS THEN
              ADD 1 TO CONT-REJEITADOS
              MOVE SPACES TO REJ-LINHA
              STRING "ALUNO ", FDINSC-IDNUM,
                 " DOCUMENTOS OBRIGATORIOS EM FALTA: ",
                 DOCS-NUM-EM-FALTA
                 INTO REJ-LINHA
              END-STRING
              WRITE REJ-LINHA
              END-WRITE
              EXIT SECTION
           END-IF

           PERFORM PROCURAR-NOTA-EXPORT
           PERFORM CALCULAR-PRESENCAS-EXPORT

           ADD PRES-PCT TO SOMA-PCT
           EXIT SECTION.

       EXPORTAR-RESULTADOS SECTION.
      ******************************************************************
      *    GRAVA AS TAXAS DE RESULTADO DO SEGUIMENTO POS-CURSO DE CADA
      *    CURSO QUE INCLUI A UNIDADE EXPORTADA. SEM FICHEIRO DE CURSOS
      *    OU DE SEGUIMENTOS NAO HA REGISTOS "R".
      ******************************************************************
           MOVE ZEROS TO CONT-RESULTADOS

           OPEN INPUT CURSOS
           IF FS-CURSOS NOT = "00" THEN
              EXIT SECTION
           END-IF
           OPEN INPUT SEGUIMENTOS
           IF FS-SEGUIMENTOS NOT = "00" THEN
              CLOSE CURSOS
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
                       MOVE SPACES TO CURSO-INCLUI-UNIDADE
                       PERFORM VARYING UNI-IDX FROM 1 BY 1
                          UNTIL UNI-IDX > 8
                          IF FDCURSO-UNIDADE (UNI-IDX) = EXP-SIGLA THEN
                             MOVE "S" TO CURSO-INCLUI-UNIDADE
                          END-IF
                       END-PERFORM
                       IF CURSO-INCLUI-UNIDADE = "S" THEN
                          PERFORM EXPORTAR-RESULTADOS-CURSO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE CURSOS, SEGUIMENTOS
           EXIT SECTION.

       EXPORTAR-RESULTADOS-CURSO SECTION.
      ******************************************************************
      *    CONTA OS SEGUIMENTOS DO CURSO LIDO E GRAVA UM REGISTO "R"
      *    POR MARCO, COM AS RESPOSTAS DE CADA SITUACAO (EMPREGADO,
      *    CONTA PROPRIA, EM FORMACAO, DESEMPREGADO) E A TAXA DE
      *    EMPREGABILIDADE SOBRE AS RESPOSTAS.
      ******************************************************************
           INITIALIZE RES-CONTAGENS

           MOVE LOW-VALUES TO FDSEG-CHAVE
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
                       IF FDSEG-SIGLACURSO = FDCURSO-SIGLA THEN
                          ADD 1 TO RES-CONCLUIDOS
                          PERFORM VARYING MARCO-IDX FROM 1 BY 1
                             UNTIL MARCO-IDX > 2
                             MOVE FDSEG-SITUACAO (MARCO-IDX) TO SIT-IDX
                             IF SIT-IDX > ZEROS THEN
                                ADD 1 TO RES-RESPOSTAS (MARCO-IDX)
                                ADD 1 TO
                                   RES-SITUACAO (MARCO-IDX, SIT-IDX)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF RES-CONCLUIDOS = ZEROS THEN
              EXIT SECTION
           END-IF

           PERFORM VARYING MARCO-IDX FROM 1 BY 1 UNTIL MARCO-IDX > 2
              MOVE FDCURSO-SIGLA TO EXP-RES-CURSO
              COMPUTE EXP-RES-MESES = MARCO-IDX * 3
              MOVE RES-CONCLUIDOS TO EXP-RES-CONCLUIDOS
              MOVE RES-RESPOSTAS (MARCO-IDX) TO EXP-RES-RESPOSTAS
              PERFORM VARYING SIT-IDX FROM 1 BY 1 UNTIL SIT-IDX > 4
                 MOVE RES-SITUACAO (MARCO-IDX, SIT-IDX) TO
                    EXP-RES-SITUACAO (SIT-IDX)
              END-PERFORM
              MOVE ZEROS TO EXP-RES-TAXA-EMPREGO
              IF RES-RESPOSTAS (MARCO-IDX) > ZEROS THEN
                 COMPUTE EXP-RES-TAXA-EMPREGO ROUNDED =
                    (RES-SITUACAO (MARCO-IDX, 1)
                     + RES-SITUACAO (MARCO-IDX, 2)) * 100
                    / RES-RESPOSTAS (MARCO-IDX)
              END-IF
              WRITE EXP-REGISTO FROM EXP-RESULTADO
              END-WRITE
              ADD 1 TO CONT-RESULTADOS
           END-PERFORM
           EXIT SECTION.

       PROCURAR-NOTA-EXPORT SECTION.
      ******************************************************************
      *    PROCURA O RESULTADO FINAL DO ALUNO NA UNIDADE, CONSIDERANDO
