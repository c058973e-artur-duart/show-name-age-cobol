      *                   MEIA-NOITE OU E RERODADA DE MANHA SAIR
      *                   SOB A DATA OFICIAL DO CICLO (AVANCADA
      *                   POR CYCLE-ADVANCE NO FIM DO CICLO).
      * 15/09/2026 AD     A LINHA DO ARQUIVO DE ESTATISTICAS
      *                   (RUNSTATS) PASSA A LEVAR O CODIGO DE
      *                   RETORNO DA RODADA
      *                   (RUNSTAT-COD-RETORNO), PARA O FIM DE
      *                   CICLO (CYCLE-ADVANCE) CONFERIR SE O
      *                   PASSO RODOU BEM NA DATA DO CICLO; O
      *                   RETORNO E CONSOLIDADO ANTES DO
      *                   FECHAMENTO DOS ARQUIVOS.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-VARRER-ARQUIVO THRU 2000-EXIT.
           PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
                       WS-TOTAL-LIDO - WS-TOTAL-REJEITADOS
               MOVE WS-TOTAL-REJEITADOS TO RUNSTAT-REJEITADOS
               MOVE ZERO TO RUNSTAT-TRUNCADOS
               MOVE WS-COD-RETORNO TO RUNSTAT-COD-RETORNO
               WRITE RUNSTAT-REC
               CLOSE STAT-FILE
           ELSE
