      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    SUBPROGRAMA DE VALIDACAO DO NUMERO DE IDENTIFICACAO FISCAL
      *    (NIF), CHAMADO PELOS GESTORES QUE REGISTAM OU ALTERAM O NIF
      *    DE UM ALUNO (GESTORALUNOS, GESTORCANDIDATURAS): RECEBE O
      *    NUMERO DE 9 DIGITOS E DEVOLVE "S" QUANDO O PREFIXO E UM DOS
      *    ATRIBUIDOS (1, 2, 3, 5, 6, 8, 9, 45 E 70/71/72/74/75/77/79)
      *    E O DIGITO DE CONTROLO CONFERE: SOMA DOS 8 PRIMEIROS DIGITOS
      *    PESADOS DE 9 A 2, CONTROLO = 11 - RESTO DA DIVISAO POR 11,
      *    OU ZERO QUANDO O RESTO E 0 OU 1. DEVOLVE "N" NOS RESTANTES
      *    CASOS. O NIF A ZEROS (CONSUMIDOR FINAL) E TRATADO PELO
      *    CHAMADOR, NAO CHEGA A SER VALIDADO.
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORNIF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  NIF-DIGITOS.
           03  NIF-DIGITO           PIC 9(001) OCCURS 9 TIMES.
       01  NIF-PREFIXO-2 REDEFINES NIF-DIGITOS.
           03  NIF-PREFIXO          PIC 9(002).
             88  PREFIXO-2-VALIDO   VALUE 45, 70, 71, 72, 74, 75, 77,
                                          79.
           03  FILLER               PIC 9(007).

       77  NIF-IDX                  PIC 9(002).
       77  NIF-SOMA                 PIC 9(004).
       77  NIF-RESTO                PIC 9(002).
       77  NIF-CONTROLO             PIC 9(002).

       LINKAGE SECTION.
       COPY VAR-NIF.

       PROCEDURE DIVISION USING NIF-PEDIDO.

       VALIDAR SECTION.
      ******************************************************************
      *    VALIDA O PREFIXO E O DIGITO DE CONTROLO DO NIF RECEBIDO.
      ******************************************************************
           SET NIF-INVALIDO TO TRUE
           MOVE NIF-NUMERO TO NIF-DIGITOS

           EVALUATE NIF-DIGITO (1)
              WHEN 1 WHEN 2 WHEN 3 WHEN 5 WHEN 6 WHEN 8 WHEN 9
                 CONTINUE
              WHEN 4 WHEN 7
                 IF NOT PREFIXO-2-VALIDO THEN
                    EXIT PROGRAM
                 END-IF
              WHEN OTHER
                 EXIT PROGRAM
           END-EVALUATE

           MOVE ZEROS TO NIF-SOMA
           PERFORM VARYING NIF-IDX FROM 1 BY 1 UNTIL NIF-IDX > 8
              COMPUTE NIF-SOMA = NIF-SOMA
                 + NIF-DIGITO (NIF-IDX) * (10 - NIF-IDX)
           END-PERFORM

           COMPUTE NIF-RESTO = FUNCTION MOD (NIF-SOMA, 11)
           IF NIF-RESTO < 2 THEN
              MOVE ZEROS TO NIF-CONTROLO
           ELSE
              COMPUTE NIF-CONTROLO = 11 - NIF-RESTO
           END-IF

           IF NIF-CONTROLO = NIF-DIGITO (9) THEN
              SET NIF-VALIDO TO TRUE
           END-IF
           EXIT PROGRAM.

       END PROGRAM GESTORNIF.
