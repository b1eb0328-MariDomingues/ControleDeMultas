
       3100-ATUALIZAR-RECURSO.
           MOVE ARQ-DFE01-IFC01 TO ARQ-IFR01-IFC01
           SET ARQ-IFR01-DEFESA-PREVIA TO TRUE
           READ ARQ-IFR01
               INVALID KEY
                   CONTINUE

       3200-MONTAR-LOG.
           MOVE SPACES TO WS-LOG-CHAVE
           STRING ARQ-IFR01-IFC01 "/" ARQ-IFR01-INSTANCIA
               DELIMITED BY SIZE INTO WS-LOG-CHAVE
           MOVE 2 TO WS-LOG-QTD-ITENS

           MOVE "ARQ-IFR01-DATA-PROTOCOLO" TO WS-LOG-CAMPO (1)
      *   21/08/2026 - equipe.ti - rotina nova de processamento do
      *                retorno da defesa previa eletronica, gravando o
      *                protocolo do orgao em ARQ-DFE01 e ARQ-IFR01.
      *   18/09/2026 - equipe.ti - protocolo gravado na instancia
      *                de defesa previa (ARQ-IFR01 chaveado por
      *                infracao e instancia).
