      ********************************
      * COPYBOOK: OPER-REC
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: LAYOUT DO CADASTRO DE OPERADORES (OPERADORES,
      *           UMA LINHA POR OPERADOR), MANTIDO PELA SEGURANCA:
      *           ID, NOME E NIVEL DE AUTORIDADE DE QUEM PODE SE
      *           IDENTIFICAR NA MANUTENCAO DO CADASTRO
      *           (PERSON-MAINTENANCE). O ID DO OPERADOR VAI EM
      *           CADA LINHA DO JORNAL (JRN-OPERADOR) E O NOME NO
      *           RELATORIO DE ATIVIDADE (OPER-ACTIVITY-REPORT).
      * DATA: 18/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 18/09/2026 AD     VERSAO ORIGINAL - REGISTRO DE 80
      *                   POSICOES.
      ********************************
      *    LINHA INICIADA POR "*" E COMENTARIO E E IGNORADA. O ID
      *    "*LOTE*" E RESERVADO PARA A CARGA NOTURNA.
       01  OPER-REC.
           05  OPER-ID                     PIC X(08).
           05  FILLER                      PIC X(01).
           05  OPER-NOME                   PIC X(30).
           05  FILLER                      PIC X(01).
      *    NIVEL DE AUTORIDADE: S=SUPERVISOR (TODAS AS OPCOES),
      *    E=ESCRITURARIO (SEM EXCLUSAO E SEM SITUACAO F).
           05  OPER-NIVEL                  PIC X(01).
               88  OPER-SUPERVISOR         VALUE "S".
               88  OPER-ESCRITURARIO       VALUE "E".
           05  FILLER                      PIC X(01).
      *    SITUACAO DO OPERADOR: A=ATIVO, B=BLOQUEADO (NAO
      *    CONSEGUE SE IDENTIFICAR).
           05  OPER-SITUACAO               PIC X(01).
               88  OPER-ATIVO              VALUE "A".
               88  OPER-BLOQUEADO          VALUE "B".
           05  FILLER                      PIC X(37).
