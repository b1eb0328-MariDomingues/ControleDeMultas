           conciliacao do P99-R037 o mes e fechado por aqui, e as
           gravacoes em ARQ-IFC01/ARQ-PAG09/ARQ-BAI09 datadas na
           competencia fechada passam a ser recusadas; a reabertura e
           supervisionada e exige motivo. Antes do fechamento as
           controladorias assinam aqui o demonstrativo de recobranca
           intercompanhia de cada par de empresas (P99-R061).
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
      * para a trilha ARQ-LOG123/ARQ-LOG23 via P01-S166 junto com
      * quem reabriu, dentro de P01-M160.evt.

      * depois de um fechamento bem sucedido o proprio P01-S172 emite
      * o comparativo de orcamento de multas da competencia (P99-R056,
      * REL-R056) e enfileira o alerta aos gestores das unidades acima
      * da tolerancia; a tela so exibe o aviso de que o relatorio foi
      * gerado, dentro de P01-M160.evt.

      * a aba de recobranca intercompanhia lista os documentos da
      * competencia (ARQ-RCI01) em que a empresa cobra ou paga, com o
      * status de cada lado; o botao de emitir chama o P99-R061 com
      * competencia, empresa e usuario, e o de assinar chama o
      * P01-S205 com o lado da empresa do usuario ("O" dona do veiculo,
      * "D" responsavel), exibindo o motivo devolvido na recusa. O
      * retorno "I" do P01-S172 no fechamento exibe o aviso de
      * documento de recobranca pendente de assinatura, e o retorno "G"
      * o aviso de que a recobranca da competencia ainda nao foi
      * apurada pelo P01-B060, dentro de P01-M160.evt.

      *{Bench}copy-procedure
       COPY "showmsg.cpy".
       COPY "P01-M160.prd".
