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
           ELSE
               PERFORM 4000-PROCESSAR-LOTE THRU 4000-EXIT
           END-IF.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
               MOVE WS-TOTAL-PROCESSADOS TO RUNSTAT-ACEITOS
               MOVE WS-TOTAL-REJEITADOS TO RUNSTAT-REJEITADOS
               MOVE WS-TOTAL-EXCECOES-NOME TO RUNSTAT-TRUNCADOS
               MOVE WS-COD-RETORNO TO RUNSTAT-COD-RETORNO
               WRITE RUNSTAT-REC
               CLOSE STAT-FILE
           ELSE
