      *    V1.3 | 03.09.2026 | O LIMIAR DE PRESENCAS POR DEFEITO PASSA
      *    A VIR DO FICHEIRO CENTRAL DE PARAMETROS (LIMIAR-PRESENCAS,
      *    VER GESTORPARAMS) QUANDO NAO E DIGITADO NA EXECUCAO.
      ******************************************************************
      *    V1.4 | 15.10.2026 | O CERTIFICADO FICA RETIDO ENQUANTO O
      *    ALUNO TIVER UM ESTAGIO (FICHEIRO ESTAGIOS, VER
      *    GESTORESTAGIOS) POR CONCLUIR NA UNIDADE OU NUMA DAS OUTRAS
      *    UNIDADES DE UM CURSO QUE A INCLUA: HORAS CUMPRIDAS E
      *    AVALIACAO POSITIVA DO TUTOR. O TOTAL DE RETIDOS E MOSTRADO
      *    NO FIM DA EMISSAO.
      ******************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS FDJUST-CHAVE
              FILE STATUS FS-JUSTIFICACOES.

           SELECT ESTAGIOS ASSIGN TO "estagios"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDEST-CHAVE
              FILE STATUS FS-ESTAGIOS.

           SELECT CURSOS ASSIGN TO "cursosfich"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDCURSO-SIGLA
              FILE STATUS FS-CURSOS.

           SELECT CERTFILE ASSIGN TO CERT-NOME-FICHEIRO
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS SEQUENTIAL
       FD  JUSTIFICACOES.
       COPY FDJUSTIFICACOES.

       FD  ESTAGIOS.
       COPY FDESTAGIOS.

       FD  CURSOS.
       COPY FDCURSOS.

       FD  CERTFILE.
       01  CERT-LINHA               PIC X(100).

       77  FS-HORARIO               PIC X(002).
       77  FS-PRESENCAS             PIC X(002).
       77  FS-JUSTIFICACOES         PIC X(002).
       77  FS-ESTAGIOS              PIC X(002).
       77  FS-CURSOS                PIC X(002).
       77  JUST-ENCONTRADA          PIC X(001).
       77  FS-CERTFILE              PIC X(002).
       77  FS-LOGRECORDS            PIC X(002).
       77  PROX-NUMERO              PIC 9(008).
       77  CONT-EMITIDOS            PIC 9(005).
       77  CONT-LISTADOS            PIC 9(005).
       77  CONT-RETIDOS-ESTAGIO     PIC 9(005).
       77  ESTAGIO-PENDENTE         PIC X(001).
       77  ESTAGIOS-ABERTO          PIC X(001).
       77  CURSOS-ABERTO            PIC X(001).
       77  CURSO-INCLUI-UNIDADE     PIC X(001).
       77  EST-CURSO-IDX            PIC 9(002).
       77  NOTA-DATA-NUM            PIC 9(008).
       77  PRES-SESSOES             PIC 9(005).
       77  PRES-ASSISTIDAS          PIC 9(005).
           03  LINE 29 COL 30 VALUE "CERTIFICADOS EMITIDOS:".
           03  SHOW-EMITIDOS LINE 29 COL 53 PIC ZZZZ9 FROM
               CONT-EMITIDOS.
           03  LINE 29 COL 60 VALUE "RETIDOS POR ESTAGIO:".
           03  SHOW-RETIDOS LINE 29 COL 81 PIC ZZZZ9 FROM
               CONT-RETIDOS-ESTAGIO.
           03  LINE 29 COL 88 VALUE "PRESSIONE QUALQUER TECLA"
               FOREGROUND-COLOUR 2 BACKGROUND-COLOR 7.
           03  LINE 30 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 01 COL 01 PIC X(1) TO PRESS-KEY AUTO.
              MOVE 99999999 TO CERT-ATE-DATA
           END-IF

           MOVE ZEROS TO CONT-EMITIDOS, CONT-RETIDOS-ESTAGIO

           OPEN I-O CERTIFICADOS
           OPEN INPUT NOTAS
           END-IF
           OPEN INPUT ALUNOS
           OPEN INPUT HORARIOSFILE
           MOVE SPACES TO ESTAGIOS-ABERTO, CURSOS-ABERTO
           OPEN INPUT ESTAGIOS
           IF FS-ESTAGIOS = "00" THEN
              MOVE "S" TO ESTAGIOS-ABERTO
           END-IF
           OPEN INPUT CURSOS
           IF FS-CURSOS = "00" THEN
              MOVE "S" TO CURSOS-ABERTO
           END-IF

           PERFORM PROXIMO-NUMERO-CERT

           END-IF

           CLOSE CERTIFICADOS, NOTAS, ALUNOS, HORARIOSFILE
           IF ESTAGIOS-ABERTO = "S" THEN
              CLOSE ESTAGIOS
           END-IF
           IF CURSOS-ABERTO = "S" THEN
              CLOSE CURSOS
           END-IF

           MOVE "; CERTIFICADOS: " TO WSLOG-ADD-HEADING
           MOVE CERT-SIGLA TO WSLOG-ADD-KEY
      ******************************************************************
      *    AVALIA O ALUNO DA NOTA ATUALMENTE LIDA: DATA DE AVALIACAO
      *    NO INTERVALO, SEM CERTIFICADO JA EMITIDO, E PERCENTAGEM DE
      *    PRESENCAS NA UNIDADE IGUAL OU ACIMA DO LIMIAR, SEM ESTAGIO
      *    POR CONCLUIR NO CURSO.
      ******************************************************************
           MOVE FDNOTA-ANO-AVAL TO NOTA-DATA-NUM (1:4)
           MOVE FDNOTA-MES-AVAL TO NOTA-DATA-NUM (5:2)
              EXIT SECTION
           END-IF

           PERFORM VERIFICAR-ESTAGIO
           IF ESTAGIO-PENDENTE = "S" THEN
              ADD 1 TO CONT-RETIDOS-ESTAGIO
              EXIT SECTION
           END-IF

           PERFORM EMITIR-CERTIFICADO
           EXIT SECTION.

       VERIFICAR-ESTAGIO SECTION.
      ******************************************************************
      *    VERIFICA SE O ALUNO DA NOTA TEM ESTAGIO POR CONCLUIR NA
      *    UNIDADE DO CERTIFICADO OU EM QUALQUER UNIDADE DE UM CURSO
      *    QUE INCLUA ESSA UNIDADE. UM ESTAGIO ANULADO TAMBEM RETEM O
      *    CERTIFICADO, ATE SER REGISTADO DE NOVO E CONCLUIDO.
      ******************************************************************
           MOVE SPACES TO ESTAGIO-PENDENTE
           IF ESTAGIOS-ABERTO NOT = "S" THEN
              EXIT SECTION
           END-IF

           MOVE FDNOTA-IDNUM TO FDEST-IDNUM
           MOVE CERT-SIGLA TO FDEST-SIGLAUNIDADE
           PERFORM VERIFICAR-ESTAGIO-UNIDADE
           IF ESTAGIO-PENDENTE = "S" OR CURSOS-ABERTO NOT = "S" THEN
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
                       PERFORM VERIFICAR-ESTAGIO-CURSO
                       IF ESTAGIO-PENDENTE = "S" THEN
                          SET STATUS-CURSO TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT SECTION.

       VERIFICAR-ESTAGIO-CURSO SECTION.
      ******************************************************************
      *    SE O CURSO LIDO INCLUI A UNIDADE DO CERTIFICADO, VERIFICA O
      *    ESTAGIO DO ALUNO EM CADA UMA DAS OUTRAS UNIDADES DO CURSO.
      ******************************************************************
           MOVE SPACES TO CURSO-INCLUI-UNIDADE
           PERFORM VARYING EST-CURSO-IDX FROM 1 BY 1
              UNTIL EST-CURSO-IDX > 8
              IF FDCURSO-UNIDADE (EST-CURSO-IDX) = CERT-SIGLA THEN
                 MOVE "S" TO CURSO-INCLUI-UNIDADE
              END-IF
           END-PERFORM
           IF CURSO-INCLUI-UNIDADE NOT = "S" THEN
              EXIT SECTION
           END-IF

           PERFORM VARYING EST-CURSO-IDX FROM 1 BY 1
              UNTIL EST-CURSO-IDX > 8 OR ESTAGIO-PENDENTE = "S"
              IF FDCURSO-UNIDADE (EST-CURSO-IDX) NOT = SPACES
              AND FDCURSO-UNIDADE (EST-CURSO-IDX) NOT = CERT-SIGLA THEN
                 MOVE FDNOTA-IDNUM TO FDEST-IDNUM
                 MOVE FDCURSO-UNIDADE (EST-CURSO-IDX) TO
                    FDEST-SIGLAUNIDADE
                 PERFORM VERIFICAR-ESTAGIO-UNIDADE
              END-IF
           END-PERFORM
           EXIT SECTION.

       VERIFICAR-ESTAGIO-UNIDADE SECTION.
      ******************************************************************
      *    LE O ESTAGIO DA CHAVE EM FDEST-CHAVE: SE EXISTIR E NAO
      *    ESTIVER CONCLUIDO, O CERTIFICADO FICA RETIDO.
      ******************************************************************
           READ ESTAGIOS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT FDEST-CONCLUIDO THEN
                    MOVE "S" TO ESTAGIO-PENDENTE
                 END-IF
           END-READ
           EXIT SECTION.

       VERIFICAR-JA-EMITIDO SECTION.
      ******************************************************************
      *    VERIFICA SE O ALUNO JA TEM CERTIFICADO EMITIDO PARA A
