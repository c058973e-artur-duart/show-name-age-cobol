      *                   DESCARGA APARECER NO RESUMO DA MANHA
      *                   (CYCLE-SUMMARY-REPORT) E NO RELATORIO
      *                   MENSAL DE OPERACAO.
      * 15/09/2026 AD     A LINHA DO ARQUIVO DE ESTATISTICAS
      *                   (RUNSTATS) PASSA A LEVAR O CODIGO DE
      *                   RETORNO DA RODADA
      *                   (RUNSTAT-COD-RETORNO: 0=BALANCEADA,
      *                   4=BALANCEAMENTO COM DIFERENCA), PARA
      *                   O FIM DE CICLO (CYCLE-ADVANCE)
      *                   CONFERIR SE A DESCARGA RODOU BEM NA
      *                   DATA DO CICLO.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               COMPUTE RUNSTAT-REJEITADOS =
                       WS-TOTAL-LIDOS - WS-TOTAL-GRAVADOS
               MOVE ZERO TO RUNSTAT-TRUNCADOS
               MOVE RETURN-CODE TO RUNSTAT-COD-RETORNO
               WRITE RUNSTAT-REC
               CLOSE STAT-FILE
           ELSE
