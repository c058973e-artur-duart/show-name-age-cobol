      ********************************
      * COPYBOOK: CONTATO-REC
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: LAYOUT DO CADASTRO DE ENDERECO E CONTATO DAS
      *           PESSOAS (CONTATOS), ARQUIVO INDEXADO PELO
      *           PERSON-ID, UM REGISTRO POR PESSOA DO PERSONDB.
      *           MANTIDO POR PERSON-MAINTENANCE (OPCOES N/R) E
      *           PELA TRANSACAO N DE PERSON-BATCH-UPDATE, COM
      *           CADA ALTERACAO GRAVADA NO JORNAL DE CONTATOS
      *           (CTTJRN, COPYBOOK CTTJRN-REC); LIDO PELA
      *           EMISSAO DE ETIQUETAS E MALA DIRETA
      *           (MAILING-LABELS).
      * DATA: 22/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 22/09/2026 AD     VERSAO ORIGINAL - REGISTRO DE 150
      *                   POSICOES.
      ********************************
      *    ENDERECO COMPLETO PARA CORRESPONDENCIA = LOGRADOURO,
      *    CIDADE, UF E CEP (8 DIGITOS) PREENCHIDOS; TELEFONE E
      *    E-MAIL SAO OPCIONAIS. A DATA DE EFEITO (AAAAMMDD) E A
      *    DATA A PARTIR DA QUAL O ENDERECO VALE; ENDERECO COM
      *    EFEITO FUTURO NAO E USADO NA MALA DIRETA ANTES DELA.
       01  CONTATO-REC.
           05  CTT-PERSON-ID               PIC 9(06).
           05  CTT-LOGRADOURO              PIC X(40).
           05  CTT-CIDADE                  PIC X(25).
           05  CTT-UF                      PIC X(02).
           05  CTT-CEP                     PIC X(08).
           05  CTT-TELEFONE                PIC X(15).
           05  CTT-EMAIL                   PIC X(40).
           05  CTT-DATA-EFEITO             PIC 9(08).
           05  FILLER                      PIC X(06).
