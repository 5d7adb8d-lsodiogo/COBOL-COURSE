      *      LIMIAR-PRESENCAS  - LIMIAR POR DEFEITO DOS CERTIFICADOS
      *      GERACOES-BACKUP   - GERACOES DE COPIA A MANTER POR DEFEITO
      *      DIAS-COBRANCA     - DIAS DE ATRASO ATE AVISAR NA COBRANCA
      *      INTERVALO-CAMPUS  - MINUTOS MINIMOS ENTRE AULAS SEGUIDAS EM
      *                          CAMPUS DIFERENTES (0 = SEM VERIFICACAO)
      *      CATERING-HORA     - HORA DE ENTREGA (HHMM) DOS LANCHES
      *                          ENCOMENDADOS A BREADWICH
      *                          (GESTORCATERING)
      *    A MANUTENCAO E SO PARA ADMINISTRADORES (FDROLE-NIVEL, COMO
      *    NAS COPIAS DE SEGURANCA) E CADA ALTERACAO FICA NO FICHEIRO
      *    DE LOG COM O VALOR ANTERIOR E O NOVO. MUDAR A POLITICA
      *    LARGURA: 133 | ALTURA: 31 - SEM MOLDAR TEXTO AO REDIMENSIONAR
      ******************************************************************
      *    V1.0 | 03.09.2026
      ******************************************************************
      *    V1.1 | 15.10.2026 | NOVO PARAMETRO INTERVALO-CAMPUS (POR
      *    DEFEITO 30 MINUTOS), ACRESCENTADO TAMBEM AOS FICHEIROS DE
      *    PARAMETROS JA EXISTENTES.
      ******************************************************************
      *    V1.2 | 15.10.2026 | NOVO PARAMETRO CATERING-HORA (POR
      *    DEFEITO 1230), ACRESCENTADO TAMBEM AOS FICHEIROS DE
      *    PARAMETROS JA EXISTENTES.
      ******************************************************************

       IDENTIFICATION DIVISION.
              MOVE 30 TO FDPARAM-VALOR
              WRITE FDPARAMETRO
              END-WRITE
              MOVE "INTERVALO-CAMPUS" TO FDPARAM-CHAVE
              MOVE 30 TO FDPARAM-VALOR
              WRITE FDPARAMETRO
              END-WRITE
              MOVE "CATERING-HORA" TO FDPARAM-CHAVE
              MOVE 1230 TO FDPARAM-VALOR
              WRITE FDPARAMETRO
              END-WRITE
              CLOSE PARAMETROS
           ELSE
      *       PARAMETROS ACRESCENTADOS DEPOIS DA CRIACAO DO FICHEIRO.
              MOVE "INTERVALO-CAMPUS" TO FDPARAM-CHAVE
              MOVE 30 TO FDPARAM-VALOR
              MOVE SPACES TO FDPARAM-DATE-TIME
              WRITE FDPARAMETRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
              MOVE "CATERING-HORA" TO FDPARAM-CHAVE
              MOVE 1230 TO FDPARAM-VALOR
              WRITE FDPARAMETRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
              CLOSE PARAMETROS
           END-IF

