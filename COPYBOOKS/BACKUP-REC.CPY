      ********************************
      * COPYBOOK: BACKUP-REC
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: LAYOUT DA COPIA-IMAGEM SEQUENCIAL DO CADASTRO
      *           (PERSOBKP), GRAVADA POR PERSON-BACKUP E LIDA NA
      *           RESTAURACAO POR PERSON-RECOVER E NA LIMPEZA DO
      *           JORNAL POR JOURNAL-ARCHIVE: UMA LINHA DE
      *           CABECALHO, UMA LINHA DE DETALHE POR REGISTRO DO
      *           PERSONDB (IMAGEM DO PERSON-REC, NA ORDEM DO
      *           PERSON-ID) E UMA LINHA DE TRAILER.
      * DATA: 21/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 21/09/2026 AD     VERSAO ORIGINAL - REGISTRO DE 80
      *                   POSICOES.
      ********************************
      *    CABECALHO E TRAILER TRAZEM OS MESMOS TOTAIS DE CONTROLE
      *    (QUANTIDADE DE REGISTROS E SOMA DOS PERSON-IDS), O
      *    CABECALHO DA LEITURA DE CONTAGEM E O TRAILER DA LEITURA
      *    DE COPIA. A DATA/HORA DO CABECALHO E A DO RELOGIO NA
      *    COPIA E IDENTIFICA A MARCA DE SINCRONISMO (OPERACAO B)
      *    GRAVADA NO JORNAL LOGO APOS A COPIA.
       01  BACKUP-REC.
           05  BKP-TIPO                    PIC X(01).
               88  BKP-CABECALHO           VALUE "H".
               88  BKP-DETALHE             VALUE "D".
               88  BKP-TRAILER             VALUE "T".
           05  FILLER                      PIC X(01).
           05  BKP-DADOS                   PIC X(78).
      *    VISAO DO CABECALHO E DO TRAILER.
           05  BKP-CONTROLE REDEFINES BKP-DADOS.
               10  BKP-DATA-CICLO          PIC 9(08).
               10  FILLER                  PIC X(01).
               10  BKP-DATA                PIC 9(08).
               10  FILLER                  PIC X(01).
               10  BKP-HORA                PIC 9(06).
               10  FILLER                  PIC X(01).
               10  BKP-QTD-REGISTROS       PIC 9(07).
               10  FILLER                  PIC X(01).
               10  BKP-HASH-IDS            PIC 9(13).
               10  FILLER                  PIC X(32).
      *    VISAO DO DETALHE.
           05  BKP-REGISTRO REDEFINES BKP-DADOS.
               10  BKP-IMAGEM              PIC X(49).
               10  FILLER                  PIC X(29).
