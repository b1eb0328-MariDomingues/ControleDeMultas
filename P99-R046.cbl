           .

       3000-PROCESSAR-IFR01.
      *    uma linha por infracao: so a decisao final da cadeia de
      *    instancias (defesa previa, JARI, CETRAN).
           IF ARQ-IFR01-RESULT-COD NOT = SPACES
            AND ARQ-IFR01-FINAL
               PERFORM 3100-CLASSIFICAR-RECURSO
           END-IF

      * Historico de alteracoes
      *   22/05/2026 - equipe.ti - relatorio novo de aproveitamento
      *                dos recursos por tipo de infracao e cidade.
      *   18/09/2026 - equipe.ti - so a decisao final de cada
      *                infracao entra (ARQ-IFR01 chaveado por
      *                infracao e instancia).
