      ********************************
      * COPYBOOK: TRANS-REC
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: LAYOUT DO ARQUIVO DE TRANSACOES (TRANSACOES)
      *           LIDO PELA CARGA NOTURNA (PERSON-BATCH-UPDATE) E
      *           GERADO PELA CARGA DO ARQUIVO DE ALTERACOES DO RH
      *           (HR-FEED-LOAD): UMA TRANSACAO DE INCLUSAO,
      *           ALTERACAO, EXCLUSAO, TROCA DE SITUACAO OU
      *           ENDERECO/CONTATO POR LINHA, REGISTRO DE 188
      *           POSICOES.
      * DATA: 17/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 17/09/2026 AD     LAYOUT RETIRADO DA FD DE
      *                   PERSON-BATCH-UPDATE, SEM MUDANCA DE
      *                   CAMPOS, PARA SER COMPARTILHADO COM
      *                   HR-FEED-LOAD.
      * 22/09/2026 AD     NOVA TRANSACAO N (INCLUSAO OU ALTERACAO
      *                   DO ENDERECO/CONTATO DE UM ID NO CADASTRO
      *                   CONTATOS); O REGISTRO CRESCE DE 50 PARA
      *                   188 POSICOES (ENDERECO NO FIM, EM BRANCO
      *                   NAS DEMAIS OPERACOES). LINHA ANTIGA DE 50
      *                   POSICOES E LIDA COM O ENDERECO EM BRANCO.
      ********************************
       01  TRANS-REC.
           05  TRANS-OPERACAO              PIC X(01).
               88  TRANS-INCLUIR           VALUE "I".
               88  TRANS-ALTERAR           VALUE "A".
               88  TRANS-EXCLUIR           VALUE "E".
               88  TRANS-SITUAR            VALUE "S".
               88  TRANS-ENDERECO          VALUE "N".
      *    PERSON-ID DO REGISTRO ALVO (OBRIGATORIO EM ALTERACAO,
      *    EXCLUSAO, TROCA DE SITUACAO E ENDERECO; IGNORADO NA
      *    INCLUSAO, QUE ATRIBUI O PROXIMO).
           05  TRANS-ID                    PIC X(06).
           05  TRANS-NOME                  PIC X(20).
           05  TRANS-IDADE                 PIC X(03).
           05  TRANS-DATA-NASC             PIC X(07).
      *    SITUACAO (A/I/F) E DATA DE EFEITO (AAAAMMDD) DA
      *    TRANSACAO S; EM BRANCO NAS DEMAIS OPERACOES.
           05  TRANS-SITUACAO              PIC X(01).
           05  TRANS-DATA-SIT              PIC X(08).
      *    CODIGO DO DEPARTAMENTO/CENTRO DE CUSTO; EM BRANCO NA
      *    INCLUSAO GRAVA NAO ATRIBUIDO E NA ALTERACAO MANTEM O
      *    DEPARTAMENTO JA GRAVADO.
           05  TRANS-DEPTO                 PIC X(04).
      *    ENDERECO E CONTATO DA TRANSACAO N (EM BRANCO NAS
      *    DEMAIS). NA INCLUSAO DO ENDERECO TODOS OS CAMPOS SAO
      *    GRAVADOS COMO VIEREM; NA ALTERACAO O CAMPO EM BRANCO
      *    MANTEM O VALOR JA GRAVADO. DATA DE EFEITO (AAAAMMDD) EM
      *    BRANCO USA A DATA DA RODADA.
           05  TRANS-CONTATO.
               10  TRANS-LOGRADOURO        PIC X(40).
               10  TRANS-CIDADE            PIC X(25).
               10  TRANS-UF                PIC X(02).
               10  TRANS-CEP               PIC X(08).
               10  TRANS-TELEFONE          PIC X(15).
               10  TRANS-EMAIL             PIC X(40).
               10  TRANS-DATA-EFEITO       PIC X(08).
