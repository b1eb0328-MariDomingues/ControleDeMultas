           gravados pelo orquestrador, exibidos aqui somente leitura
           - o quadro completo da manha continua no P01-B021 e na
           tela de operacao P01-M164. O botao de carga padrao grava a
           cadeia documentada da janela (P01-B010 -> B052 -> B053 ->
           B044 -> B011 -> B012/B013 -> B014 -> B042 -> B045 -> B047
           -> B016 -> B018 -> B019 -> B050 -> B049 -> B020 -> B057 ->
           B055 -> B021 -> B024) para o operador ajustar a partir
           dai; a apuracao de placa clonada (P01-B044) logo depois da
           carga das infracoes, a previsao de NIC (P01-B042) depois
           da remessa de indicacoes (P01-B014), que ainda pode
           cobrir o prazo, a lista recorrer x pagar (P01-B045) ja com
           as NIC do dia, e as medidas disciplinares (P01-B047) e a
           placa clonada antes do despachante de e-mails (P01-B019),
           para os avisos que enfileiram sairem na mesma janela; os
           recibos do gateway de
           mensagens (P01-B050) sao carregados antes do despacho
           (P01-B049), para a falha de entrega ja voltar para a fila
           na mesma janela, os manifestos de viagem (P01-B052) logo
           depois da carga das infracoes, para a proposta de rateio
           (P01-B053) ja pegar as infracoes do dia, a extracao do BI
           (P01-B057) depois da carga e dos jobs de pagamento e de
           faturamento, para o lote do dia ja sair completo, e a
           verificacao da trilha de auditoria (P01-B055) logo antes
           do resumo matinal, que imprime as ancoras do dia.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
