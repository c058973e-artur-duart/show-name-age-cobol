      *                   MEIA-NOITE OU E RERODADA DE MANHA SAIR
      *                   SOB A DATA OFICIAL DO CICLO (AVANCADA
      *                   POR CYCLE-ADVANCE NO FIM DO CICLO).
      * 15/09/2026 AD     ACOMPANHA O NOVO CAMPO
      *                   RUNSTAT-COD-RETORNO DO REGISTRO DE
      *                   ESTATISTICAS (RENOMEADO NA COPIA DE
      *                   TRABALHO); SEM MUDANCA DE LOGICA.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                         ==RUNSTAT-LIDOS==      BY ==WS-STAT-LIDOS==,
                         ==RUNSTAT-ACEITOS==    BY ==WS-STAT-ACEITOS==,
                         ==RUNSTAT-REJEITADOS== BY ==WS-STAT-REJ==,
                         ==RUNSTAT-TRUNCADOS==  BY ==WS-STAT-TRUNC==,
                         ==RUNSTAT-COD-RETORNO== BY ==WS-STAT-RC==.

       01  FS-CICLO-FILE                    PIC X(02).
           88  FS-CICLO-OK                  VALUE "00".
