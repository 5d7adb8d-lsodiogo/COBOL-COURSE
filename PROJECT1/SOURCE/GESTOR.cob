      *    PARAMETROS (GESTORPARAMS, SO ADMINISTRADORES): O LIMITE DE
      *    TENTATIVAS DE LOGIN E A VALIDADE DA PASSWORD PASSAM A SER
      *    LIDOS NO ARRANQUE EM VEZ DE LITERAIS.
      ******************************************************************
      *    V7.0 | 15.10.2026 | ADICIONADO O ACESSO AO GESTOR DE
      *    PATROCINADORES (EMPRESAS QUE PAGAM A FORMACAO DOS ALUNOS,
      *    FATURADAS NUMA SO FATURA MENSAL COM ANEXO POR ALUNO).
      ******************************************************************
      *    V7.1 | 15.10.2026 | ADICIONADO O ACESSO AO GESTOR DE PLANOS
      *    DE PAGAMENTO (MENSALIDADES PAGAS EM PRESTACOES ACORDADAS).
      ******************************************************************
      *    V7.2 | 15.10.2026 | ADICIONADO O ACESSO AO GESTOR DE TURMAS
      *    (TURMAS PARALELAS DENTRO DE UMA UNIDADE FORMATIVA).
      ******************************************************************
      *    V7.3 | 15.10.2026 | ADICIONADO O ACESSO AO GESTOR DE EXAMES
      *    (SESSOES DE EXAME COM SALAS, VIGILANTES E LUGARES).
      ******************************************************************
      *    V7.4 | 15.10.2026 | ADICIONADO O ACESSO AOS GESTORES DE
      *    EMPRESAS DE ACOLHIMENTO E DE ESTAGIOS.
      ******************************************************************
      *    V7.5 | 15.10.2026 | ADICIONADO O ACESSO AO SEGUIMENTO
      *    POS-CURSO (SITUACAO PROFISSIONAL AOS 3 E 6 MESES).
      ******************************************************************
      *    V7.6 | 15.10.2026 | ADICIONADO O ACESSO A IMPORTACAO DE
      *    ALUNOS EM LOTE A PARTIR DE UM FICHEIRO CSV.
      ******************************************************************
      *    V7.7 | 15.10.2026 | ADICIONADO O ACESSO AS DECLARACOES DE
      *    MATRICULA E DE FREQUENCIA NUMERADAS.
      ******************************************************************
      *    V7.8 | 15.10.2026 | ADICIONADO O ACESSO A PROTECAO DE DADOS
      *    (EXPORTACAO E ANONIMIZACAO DE ALUNOS E DOCENTES).
      ******************************************************************
      *    V7.9 | 15.10.2026 | ADICIONADO O ACESSO A CARGA HORARIA
      *    (HORAS CONTRATADAS VERSUS HORAS DADAS, E REPOSICOES).
      ******************************************************************
      *    V8.0 | 15.10.2026 | ADICIONADO O ACESSO AS FICHAS DE
      *    DESEMPENHO DOS DOCENTES (INQUERITOS, NOTAS, PRESENCAS,
      *    AULAS E AUSENCIAS FACE A MEDIA DOS DOCENTES).
      ******************************************************************
      *    V8.1 | 15.10.2026 | ADICIONADO O ACESSO AOS DOCUMENTOS DOS
      *    ALUNOS (TIPOS, OBRIGATORIOS POR CURSO, ENTREGAS E LISTA DE
      *    PENDENTES).
      ******************************************************************
      *    V8.2 | 15.10.2026 | ADICIONADO O ACESSO AS ENCOMENDAS DE
      *    CATERING A BREADWICH (LANCHES DAS AULAS DE DIA INTEIRO DO
      *    HORARIO E PEDIDOS DE CANCELAMENTO DAS AULAS CANCELADAS).
      ******************************************************************
      *    V8.3 | 15.10.2026 | ADICIONADO O ACESSO AO REGISTO DE
      *    OCORRENCIAS DISCIPLINARES DOS ALUNOS (MEDIDAS, SEGUIMENTO E
      *    ANULACAO DAS INSCRICOES NA EXCLUSAO).
      ******************************************************************
      *    V8.4 | 15.10.2026 | ADICIONADO O ACESSO AOS INDICADORES DE
      *    GESTAO POR CURSO E PERIODO LETIVO (CANDIDATURAS, INSCRICOES,
      *    PRESENCAS, APROVACOES, CERTIFICADOS, RECEITA E HONORARIOS).
      ******************************************************************

       IDENTIFICATION DIVISION.
           88  OPCAO-ARQUIVO        VALUE 27.
           88  OPCAO-SAFT           VALUE 28.
           88  OPCAO-PARAMETROS     VALUE 29.
           88  OPCAO-PATROCINADORES VALUE 30.
           88  OPCAO-PLANOS         VALUE 31.
           88  OPCAO-TURMAS         VALUE 32.
           88  OPCAO-EXAMES         VALUE 33.
           88  OPCAO-EMPRESAS       VALUE 34.
           88  OPCAO-ESTAGIOS       VALUE 35.
           88  OPCAO-SEGUIMENTO     VALUE 36.
           88  OPCAO-IMPORTAR       VALUE 37.
           88  OPCAO-DECLARACOES    VALUE 38.
           88  OPCAO-RGPD           VALUE 39.
           88  OPCAO-CARGA-HORARIA  VALUE 40.
           88  OPCAO-DESEMPENHO     VALUE 41.
           88  OPCAO-DOCUMENTOS     VALUE 42.
           88  OPCAO-CATERING       VALUE 43.
           88  OPCAO-DISCIPLINA     VALUE 44.
           88  OPCAO-INDICADORES    VALUE 45.
           88  VALID-ESCOLHA        VALUE 0 THRU 45.

       77  FS-LOGRECORDS            PIC X(002).
       77  FS-ADMINS                PIC X(002).
           03  LINE 17 COL 57 VALUE "27 - CONSULTA DE ARQUIVO".
           03  LINE 21 COL 57 VALUE "28 - EXPORTACAO SAF-T".
           03  LINE 20 COL 57 VALUE "29 - PARAMETROS (ADMIN)".
           03  LINE 17 COL 90 VALUE "30 - PATROCINADORES".
           03  LINE 18 COL 90 VALUE "31 - PLANOS DE PAGAMENTO".
           03  LINE 19 COL 57 VALUE "32 - TURMAS".
           03  LINE 08 COL 20 VALUE "33 - EXAMES".
           03  LINE 08 COL 57 VALUE "34 - EMPRESAS DE ACOLHIMENTO".
           03  LINE 08 COL 90 VALUE "35 - ESTAGIOS".
           03  LINE 07 COL 20 VALUE "36 - SEGUIMENTO POS-CURSO".
           03  LINE 07 COL 57 VALUE "37 - IMPORTAR ALUNOS CSV".
           03  LINE 07 COL 90 VALUE "38 - DECLARACOES".
           03  LINE 22 COL 57 VALUE "39 - PROTECAO DE DADOS".
           03  LINE 23 COL 57 VALUE "40 - CARGA HORARIA".
           03  LINE 24 COL 57 VALUE "41 - DESEMPENHO DOCENTES".
           03  LINE 09 COL 90 VALUE "42 - DOCUMENTOS DOS ALUNOS".
           03  LINE 10 COL 90 VALUE "43 - CATERING BREADWICH".
           03  LINE 11 COL 90 VALUE "44 - DISCIPLINA DOS ALUNOS".
           03  LINE 12 COL 90 VALUE "45 - INDICADORES DOS CURSOS".

           03  LINE 27 COL 01 PIC X(133) VALUE ALL "_".
           03  LINE 29 COL 47 VALUE "INDIQUE O GESTOR QUE PRETENDE UTILI
                 WHEN OPCAO-ARQUIVO     CALL "GESTORARQUIVO"
                 WHEN OPCAO-SAFT        CALL "GESTORSAFT"
                 WHEN OPCAO-PARAMETROS  CALL "GESTORPARAMS"
                 WHEN OPCAO-PATROCINADORES
                                        CALL "GESTORPATROCINADORES"
                 WHEN OPCAO-PLANOS      CALL "GESTORPLANOS"
                 WHEN OPCAO-TURMAS      CALL "GESTORTURMAS"
                 WHEN OPCAO-EXAMES      CALL "GESTOREXAMES"
                 WHEN OPCAO-EMPRESAS    CALL "GESTOREMPRESAS"
                 WHEN OPCAO-ESTAGIOS    CALL "GESTORESTAGIOS"
                 WHEN OPCAO-SEGUIMENTO  CALL "GESTORSEGUIMENTO"
                 WHEN OPCAO-IMPORTAR    CALL "GESTORIMPORTAR"
                 WHEN OPCAO-DECLARACOES CALL "GESTORDECLARACOES"
                 WHEN OPCAO-RGPD        CALL "GESTORRGPD"
                 WHEN OPCAO-CARGA-HORARIA
                    CALL "GESTORCARGAHORARIA"
                 WHEN OPCAO-DESEMPENHO  CALL "GESTORDESEMPENHO"
                 WHEN OPCAO-DOCUMENTOS  CALL "GESTORDOCUMENTOS"
                 WHEN OPCAO-CATERING    CALL "GESTORCATERING"
                 WHEN OPCAO-DISCIPLINA  CALL "GESTORDISCIPLINA"
                 WHEN OPCAO-INDICADORES CALL "GESTORINDICADORES"
              END-EVALUATE

           END-PERFORM
