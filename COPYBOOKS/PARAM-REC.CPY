      *                   REGISTROS LIDOS): ACIMA DELE A RODADA DE
      *                   LOTE E ABORTADA COM CODIGO DE RETORNO 12.
      *                   PADRAO 100 (NUNCA ABORTA).
      * 16/09/2026 AD     INCLUIDA A JANELA DA PREVISAO DE MARCOS
      *                   DE IDADE (DIAS A FRENTE DA DATA DO CICLO
      *                   EXAMINADOS POR AGE-MILESTONE-FORECAST),
      *                   TOMADA DO FILLER FINAL. PADRAO 030,
      *                   MAXIMO 366.
      ********************************
      *    PADROES QUANDO O CAMPO ESTA EM BRANCO OU INVALIDO:
      *    MODO=PERGUNTAR NO CONSOLE, MENOR=018, IDOSO=065,
      *    TETO=120, CHECKPOINT=00500, LINHAS POR PAGINA=50,
      *    LIMITE DE REJEICAO=100 (NUNCA ABORTA), JANELA DA
      *    PREVISAO DE MARCOS DE IDADE=030 DIAS.
       01  PARAM-REC.
           05  PARAM-MODO-EXECUCAO         PIC X(01).
           05  PARAM-LIMITE-MENOR          PIC X(03).
           05  PARAM-INTERVALO-CHECKPOINT  PIC X(05).
           05  PARAM-LINHAS-PAGINA         PIC X(02).
           05  PARAM-LIMITE-REJEICAO       PIC X(03).
           05  PARAM-DIAS-PREVISAO         PIC X(03).
           05  FILLER                      PIC X(57).
