      ******************************************************************
      *    TRABALHO 15.10.2026 -> 15.10.2026 | PRCOB | DIOGO LIMA
      ******************************************************************
      *    SUBPROGRAMA DE VERIFICACAO DO EQUIPAMENTO DAS SALAS, CHAMADO
      *    PELOS GESTORES DE HORARIOS, SALAS E EXAMES ANTES DE AFETAR
      *    UMA SALA A UMA UNIDADE FORMATIVA:
      *      - PERCORRE O EQUIPAMENTO EXIGIDO PELA UNIDADE EM
      *        EQUIP-UNIDADE (FICHEIRO unidadeequip) E COMPARA A
      *        QUANTIDADE EXIGIDA COM A QUANTIDADE DA SALA EM EQUIP-SALA
      *        (FICHEIRO salaequip);
      *      - O EQUIPAMENTO FORA DE SERVICO NA DATA EQUIP-DATA NAO
      *        CONTA (DATA-FIM A ZEROS = FORA DE SERVICO SEM DATA DE
      *        REGRESSO);
      *      - DEVOLVE "S" QUANDO A SALA TEM TUDO O QUE A UNIDADE EXIGE,
      *        OU "N" COM O PRIMEIRO EQUIPAMENTO EM FALTA. SEM
      *        EXIGENCIAS REGISTADAS PARA A UNIDADE DEVOLVE "S".
      ******************************************************************
      *    V1.0 | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTOREQUIP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIPAMENTOS ASSIGN TO "equipamentos"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDEQP-CODIGO
              FILE STATUS FS-EQUIPAMENTOS.

           SELECT SALAEQUIP ASSIGN TO "salaequip"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDSEQ-CHAVE
              FILE STATUS FS-SALAEQUIP.

           SELECT UNIEQUIP ASSIGN TO "unidadeequip"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FDUEQ-CHAVE
              FILE STATUS FS-UNIEQUIP.

       DATA DIVISION.
       FILE SECTION.
       FD  EQUIPAMENTOS.
       COPY FDEQUIPAMENTOS.

       FD  SALAEQUIP.
       COPY FDSALAEQUIP.

       FD  UNIEQUIP.
       COPY FDUNIEQUIP.

       WORKING-STORAGE SECTION.
       77  FS-EQUIPAMENTOS          PIC X(002).
       77  FS-SALAEQUIP             PIC X(002).
       77  FS-UNIEQUIP              PIC X(002).
       77  QTD-DISPONIVEL           PIC 9(003).

       LINKAGE SECTION.
       COPY VAR-EQUIP.

       PROCEDURE DIVISION USING EQUIP-PEDIDO.

       EQUIP SECTION.
      ******************************************************************
      *    PERCORRE AS EXIGENCIAS DA UNIDADE ATE AO PRIMEIRO
      *    EQUIPAMENTO EM FALTA NA SALA.
      ******************************************************************
           MOVE "S" TO EQUIP-RESULTADO
           MOVE SPACES TO EQUIP-CODIGO, EQUIP-DESCRICAO
           MOVE ZEROS TO EQUIP-EXIGIDO, EQUIP-DISPONIVEL

           IF EQUIP-SALA = SPACES OR EQUIP-UNIDADE = SPACES THEN
              EXIT PROGRAM
           END-IF

           OPEN INPUT UNIEQUIP
           IF FS-UNIEQUIP NOT = "00" THEN
              EXIT PROGRAM
           END-IF

           OPEN INPUT SALAEQUIP

           MOVE EQUIP-UNIDADE TO FDUEQ-UNIDADE
           MOVE LOW-VALUES TO FDUEQ-EQUIP
           START UNIEQUIP KEY IS GREATER OR EQUAL FDUEQ-CHAVE
              INVALID KEY
                 SET STATUS-UNIEQUIP TO TRUE
           END-START

           IF FS-UNIEQUIP = "00" THEN
              PERFORM UNTIL STATUS-UNIEQUIP
                 READ UNIEQUIP NEXT RECORD
                    AT END
                       SET STATUS-UNIEQUIP TO TRUE
                    NOT AT END
                       IF FDUEQ-UNIDADE NOT = EQUIP-UNIDADE THEN
                          SET STATUS-UNIEQUIP TO TRUE
                       ELSE
                          PERFORM VERIFICAR-EQUIPAMENTO
                          IF EQUIP-EM-FALTA THEN
                             SET STATUS-UNIEQUIP TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           CLOSE UNIEQUIP
           IF FS-SALAEQUIP = "00" THEN
              CLOSE SALAEQUIP
           END-IF

           IF EQUIP-EM-FALTA THEN
              PERFORM LER-DESCRICAO
           END-IF
           EXIT PROGRAM.

       VERIFICAR-EQUIPAMENTO SECTION.
      ******************************************************************
      *    QUANTIDADE DA SALA EM SERVICO NA DATA PEDIDA CONTRA A
      *    QUANTIDADE EXIGIDA PELA UNIDADE.
      ******************************************************************
           MOVE ZEROS TO QTD-DISPONIVEL

           IF FS-SALAEQUIP = "00" THEN
              MOVE EQUIP-SALA TO FDSEQ-SALA
              MOVE FDUEQ-EQUIP TO FDSEQ-EQUIP
              READ SALAEQUIP RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FDSEQ-QUANTIDADE TO QTD-DISPONIVEL
                    IF FDSEQ-FORA-SERVICO-DE NOT = ZEROS
                    AND EQUIP-DATA >= FDSEQ-FORA-SERVICO-DE
                    AND (FDSEQ-FORA-SERVICO-ATE = ZEROS
                    OR EQUIP-DATA <= FDSEQ-FORA-SERVICO-ATE) THEN
                       MOVE ZEROS TO QTD-DISPONIVEL
                    END-IF
              END-READ
           END-IF

           IF QTD-DISPONIVEL < FDUEQ-QUANTIDADE THEN
              MOVE "N" TO EQUIP-RESULTADO
              MOVE FDUEQ-EQUIP TO EQUIP-CODIGO
              MOVE FDUEQ-QUANTIDADE TO EQUIP-EXIGIDO
              MOVE QTD-DISPONIVEL TO EQUIP-DISPONIVEL
           END-IF
           EXIT SECTION.

       LER-DESCRICAO SECTION.
      ******************************************************************
      *    DESCRICAO DO EQUIPAMENTO EM FALTA, PARA AS MENSAGENS.
      ******************************************************************
           OPEN INPUT EQUIPAMENTOS
           IF FS-EQUIPAMENTOS NOT = "00" THEN
              EXIT SECTION
           END-IF

           MOVE EQUIP-CODIGO TO FDEQP-CODIGO
           READ EQUIPAMENTOS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FDEQP-DESCRICAO TO EQUIP-DESCRICAO
           END-READ
           CLOSE EQUIPAMENTOS
           EXIT SECTION.

       END PROGRAM GESTOREQUIP.
