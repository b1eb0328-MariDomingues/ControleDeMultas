
       4000-LISTAR-INFRACOES.
           MOVE "N" TO WS-FIM-IFC01
      *    chave empresa + data da infracao: a planilha sai em ordem
      *    de data, como a do P99-R036.
           MOVE ARQ-EMP00-CODIGO TO ARQ-IFC01-EMP00
           MOVE ZERO             TO ARQ-IFC01-DATA-INFRACAO
           START ARQ-IFC01 KEY IS NOT LESS THAN ARQ-IFC01-EMP-DATA
               INVALID KEY
                   SET FIM-IFC01 TO TRUE
               NOT INVALID KEY
      *   17/07/2026 - equipe.ti - rotina nova de geracao da planilha
      *                de infracoes em CSV no servidor, por empresa,
      *                com envio pela fila ARQ-EML09.
      *   02/10/2026 - equipe.ti - infracoes da empresa lidas pela
      *                chave empresa + data da infracao, com a planilha
      *                em ordem de data.
