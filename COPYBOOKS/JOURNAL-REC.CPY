      *                   ACOMPANHANDO O DEPARTAMENTO INCLUIDO NO
      *                   PERSON-REC; O REGISTRO PASSA DE 140
      *                   PARA 148 POSICOES.
      * 18/09/2026 AD     NOVO CAMPO JRN-OPERADOR (ID DO OPERADOR
      *                   IDENTIFICADO NA SESSAO DE
      *                   PERSON-MAINTENANCE, OU "*LOTE*" NA CARGA
      *                   NOTURNA); O REGISTRO PASSA DE 148 PARA
      *                   157 POSICOES. LINHA ANTIGA (MAIS CURTA) E
      *                   LIDA COM O OPERADOR EM BRANCO. NOVA
      *                   OPERACAO L REGISTRA A FALHA DE
      *                   IDENTIFICACAO DO OPERADOR, SEM ALTERACAO
      *                   NO CADASTRO.
      * 21/09/2026 AD     NOVA OPERACAO B, MARCA DE
      *                   SINCRONISMO GRAVADA POR
      *                   PERSON-BACKUP APOS CADA COPIA-IMAGEM
      *                   DO CADASTRO, COM A DATA DO CICLO E
      *                   OS TOTAIS DA COPIA NA IMAGEM-ANTES
      *                   (VISAO JRN-MARCA); PERSON-RECOVER
      *                   REAPLICA O JORNAL A PARTIR DELA. O
      *                   REGISTRO CONTINUA COM 157 POSICOES.
      ********************************
      *    OPERACOES: I=INCLUSAO (IMAGEM-ANTES EM BRANCO)
      *               A=ALTERACAO
      *               E=EXCLUSAO (IMAGEM-DEPOIS EM BRANCO)
      *               S=TROCA DE SITUACAO
      *               L=FALHA DE IDENTIFICACAO DO OPERADOR (ID
      *                 ZERADO, IMAGENS EM BRANCO; JRN-OPERADOR
      *                 TRAZ O ID DIGITADO) - NAO E REAPLICADA
      *               B=MARCA DE SINCRONISMO DA COPIA-IMAGEM DO
      *                 CADASTRO (PERSON-BACKUP; ID ZERADO,
      *                 TOTAIS DA COPIA NA VISAO JRN-MARCA) - NAO
      *                 E REAPLICADA
       01  JOURNAL-REC.
           05  JRN-OPERACAO                PIC X(01).
           05  FILLER                      PIC X(01).
           05  JRN-HORA                    PIC 9(06).
           05  FILLER                      PIC X(01).
           05  JRN-ANTES                   PIC X(49).
      *    VISAO DA IMAGEM-ANTES NA MARCA DE SINCRONISMO (OP B):
      *    DATA DO CICLO E TOTAIS DE CONTROLE DA COPIA-IMAGEM.
           05  JRN-MARCA REDEFINES JRN-ANTES.
               10  JRN-MARCA-CICLO         PIC 9(08).
               10  FILLER                  PIC X(01).
               10  JRN-MARCA-QTD           PIC 9(07).
               10  FILLER                  PIC X(01).
               10  JRN-MARCA-HASH          PIC 9(13).
               10  FILLER                  PIC X(19).
           05  FILLER                      PIC X(01).
           05  JRN-DEPOIS                  PIC X(49).
           05  FILLER                      PIC X(01).
      *    OPERADOR RESPONSAVEL PELA ALTERACAO.
           05  JRN-OPERADOR                PIC X(08).
           05  FILLER                      PIC X(01).
