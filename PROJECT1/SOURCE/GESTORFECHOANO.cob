      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 03.09.2026
      ******************************************************************
      *    V1.1 | 15.10.2026 | O REGISTO ARQUIVADO DE INSCRICOES PASSA
      *    A LEVAR A DATA DE ANULACAO (REGISTO DE INSCRICOES ALARGADO,
      *    CONVERSAO PELO CONVINSC).
      ******************************************************************
      *    V1.2 | 15.10.2026 | OS REGISTOS ARQUIVADOS DE HORARIOS E DE
      *    INSCRICOES PASSAM A LEVAR A TURMA (REGISTOS ALARGADOS,
      *    CONVERSAO PELO CONVTURMAS).
      ******************************************************************

       IDENTIFICATION DIVISION.
       FD  HORARIOSARQ.
       01  ARQ-HORARIO.
           03  ARQ-DATAAULA         PIC X(015).
           03  ARQ-HORARIO-RESTO    PIC X(027).

       FD  NOTAS.
       COPY FDNOTAS.
       FD  INSCRICOESARQ.
       01  ARQ-INSCRICAO.
           03  ARQ-INSC-CHAVE       PIC X(011).
           03  ARQ-INSC-RESTO       PIC X(050).

       FD  PRESENCAS.
       COPY FDPRESENCAS.
                          ELSE
                             IF CHAVE-MAX < 5000 THEN
                                MOVE FDHORARIO (1:15) TO ARQ-DATAAULA
                                MOVE FDHORARIO (16:27) TO
                                   ARQ-HORARIO-RESTO
                                WRITE ARQ-HORARIO
                                   INVALID KEY
                             IF CHAVE-MAX < 5000 THEN
                                MOVE FDINSCRICAO (1:11) TO
                                   ARQ-INSC-CHAVE
                                MOVE FDINSCRICAO (12:50) TO
                                   ARQ-INSC-RESTO
                                WRITE ARQ-INSCRICAO
                                   INVALID KEY
