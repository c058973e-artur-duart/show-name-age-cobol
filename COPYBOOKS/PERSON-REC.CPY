      *                   VEZ DE SER REJEITADO (IMPLANTACAO
      *                   GRADUAL). O REGISTRO PASSA DE 45 PARA
      *                   49 POSICOES.
      * 15/10/2026 AD     COMENTARIO DO DEPARTAMENTO ATUALIZADO: O
      *                   CODIGO INFORMADO E CRITICADO CONTRA O
      *                   CADASTRO DE DEPARTAMENTOS (DEPTOS) PELA
      *                   MANUTENCAO E PELA ATUALIZACAO EM LOTE.
      ********************************
       01  PERSON-REC.
      *    IDENTIFICADOR ATRIBUIDO PELO SISTEMA (CHAVE PRIMARIA DO
      *    DATA DE EFEITO DA SITUACAO (AAAAMMDD); ZEROS QUANDO A
      *    SITUACAO NUNCA FOI INFORMADA.
           05  DATA-SITUACAO               PIC 9(08).
      *    CODIGO DO DEPARTAMENTO/CENTRO DE CUSTO. CODIGO INFORMADO
      *    NA MANUTENCAO (PERSON-MAINTENANCE) OU NO LOTE
      *    (PERSON-BATCH-UPDATE) TEM DE EXISTIR NO CADASTRO DE
      *    DEPARTAMENTOS (DEPTOS), ABERTO E NA VIGENCIA - SENAO E
      *    RECUSADO. EM BRANCO (NAO ATRIBUIDO) CONTINUA ACEITO, E
      *    REGISTRO ANTIGO COM CODIGO FORA DO DEPTOS CAI NO BALDE
      *    "NAO ATRIBUIDO" DOS RELATORIOS.
           05  DEPARTAMENTO                PIC X(04).
