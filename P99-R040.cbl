           .

       2000-APURAR-TOTAIS.
      *    leitura pela chave empresa + data da infracao: em cada
      *    empresa so o trecho do periodo e lido, e ao passar do fim
      *    do periodo a leitura salta para a empresa seguinte, em vez
      *    de varrer o arquivo inteiro.
           MOVE ZERO TO ARQ-IFC01-EMP00
           PERFORM 2050-POSICIONAR-EMPRESA
           PERFORM 2200-PROCESSAR-IFC01 UNTIL FIM-IFC01
           .

       2050-POSICIONAR-EMPRESA.
           MOVE LNK-R040-DATA-INI TO ARQ-IFC01-DATA-INFRACAO
           START ARQ-IFC01 KEY IS NOT LESS THAN ARQ-IFC01-EMP-DATA
               INVALID KEY
                   SET FIM-IFC01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2100-LER-IFC01
           END-START
           .

       2100-LER-IFC01.
           READ ARQ-IFC01 NEXT RECORD
               AT END
           .

       2200-PROCESSAR-IFC01.
           EVALUATE TRUE
               WHEN ARQ-IFC01-DATA-INFRACAO > LNK-R040-DATA-FIM
      *            resto da empresa fora do periodo: proxima empresa.
                   IF ARQ-IFC01-EMP00 = 999
                       SET FIM-IFC01 TO TRUE
                   ELSE
                       ADD 1 TO ARQ-IFC01-EMP00
                       PERFORM 2050-POSICIONAR-EMPRESA
                   END-IF
               WHEN ARQ-IFC01-DATA-INFRACAO < LNK-R040-DATA-INI
      *            comecou outra empresa antes do periodo: posiciona
      *            no inicio do periodo dentro dela.
                   PERFORM 2050-POSICIONAR-EMPRESA
               WHEN OTHER
                   PERFORM 2150-VERIFICAR-ACESSO
                   IF WS-ACESSO-PERMITIDO = "S"
                       PERFORM 2300-ACUMULAR-CELULA
                   END-IF
                   PERFORM 2100-LER-IFC01
           END-EVALUATE
           .

       2150-VERIFICAR-ACESSO.
      *   28/08/2026 - equipe.ti - relatorio passa a receber o
      *                usuario logado e a filtrar pelo acesso por
      *                empresa/unidade (arq-usu-emp via P01-S188).
      *   02/10/2026 - equipe.ti - infracoes lidas pela chave
      *                empresa + data da infracao (ARQ-IFC01-EMP-DATA),
      *                so no trecho do periodo de cada empresa, em vez
      *                da varredura do arquivo inteiro.
