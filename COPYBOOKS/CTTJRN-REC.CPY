      ********************************
      * COPYBOOK: CTTJRN-REC
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: LAYOUT DA LINHA DO JORNAL DE ALTERACOES DO
      *           CADASTRO DE ENDERECOS E CONTATOS (CTTJRN),
      *           GRAVADA POR PERSON-MAINTENANCE E
      *           PERSON-BATCH-UPDATE A CADA INCLUSAO, ALTERACAO
      *           OU EXCLUSAO APLICADA NO CONTATOS, COM A IMAGEM
      *           DO REGISTRO ANTES E DEPOIS, O PROGRAMA AUTOR, A
      *           DATA/HORA E O OPERADOR - MESMO CRITERIO DO
      *           JORNAL DO CADASTRO DE PESSOAS (JOURNAL-REC),
      *           EM ARQUIVO PROPRIO PORQUE A IMAGEM DO ENDERECO
      *           NAO CABE NAS IMAGENS DE 49 POSICOES DO
      *           PERSONJRN.
      * DATA: 22/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 22/09/2026 AD     VERSAO ORIGINAL - REGISTRO DE 359
      *                   POSICOES COM IMAGENS DE 150 POSICOES
      *                   (LAYOUT CORRENTE DO CONTATO-REC).
      ********************************
      *    OPERACOES: I=INCLUSAO (IMAGEM-ANTES EM BRANCO)
      *               A=ALTERACAO
      *               E=EXCLUSAO (IMAGEM-DEPOIS EM BRANCO)
       01  CTTJRN-REC.
           05  CJR-OPERACAO                PIC X(01).
           05  FILLER                      PIC X(01).
           05  CJR-ID                      PIC 9(06).
           05  FILLER                      PIC X(01).
           05  CJR-PROGRAMA                PIC X(22).
           05  FILLER                      PIC X(01).
           05  CJR-DATA                    PIC 9(08).
           05  FILLER                      PIC X(01).
           05  CJR-HORA                    PIC 9(06).
           05  FILLER                      PIC X(01).
           05  CJR-ANTES                   PIC X(150).
           05  FILLER                      PIC X(01).
           05  CJR-DEPOIS                  PIC X(150).
           05  FILLER                      PIC X(01).
      *    OPERADOR RESPONSAVEL PELA ALTERACAO ("*LOTE*" NA CARGA
      *    NOTURNA).
           05  CJR-OPERADOR                PIC X(08).
           05  FILLER                      PIC X(01).
