      *                   POSICOES E SAIA TRUNCADO), ENCOLHENDO O
      *                   FILLER FINAL; O REGISTRO SEGUE COM 64
      *                   BYTES.
      * 15/09/2026 AD     AS DUAS POSICOES FINAIS DE FILLER PASSAM
      *                   A SER RUNSTAT-COD-RETORNO (CODIGO DE
      *                   RETORNO COM QUE A RODADA TERMINOU), PARA
      *                   O FIM DE CICLO (CYCLE-ADVANCE) CONFERIR
      *                   SE CADA PASSO OBRIGATORIO RODOU BEM; O
      *                   REGISTRO SEGUE COM 64 BYTES. LINHAS
      *                   GRAVADAS ANTES DISSO TRAZEM BRANCOS.
      ********************************
       01  RUNSTAT-REC.
           05  RUNSTAT-PROGRAMA            PIC X(22).
           05  RUNSTAT-REJEITADOS          PIC 9(05).
           05  FILLER                      PIC X(01).
           05  RUNSTAT-TRUNCADOS           PIC 9(05).
           05  RUNSTAT-COD-RETORNO         PIC 9(02).
