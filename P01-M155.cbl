       COPY "arq-par01.sl".
       COPY "ARQ-CNH01.sl".
       COPY "ARQ-MRG01.sl".
       COPY "ARQ-REC01.sl".
       COPY "ARQ-MDL01.sl".
       COPY "ARQ-MDL02.sl".
       COPY "ARQ-MDU01.sl".
      * print sl
       SELECT PRINTF
              ASSIGN TO PRINT PTR-DEV-NAME
       COPY "arq-par01.fd".
       COPY "ARQ-CNH01.fd".
       COPY "ARQ-MRG01.fd".
       COPY "ARQ-REC01.fd".
       COPY "ARQ-MDL01.fd".
       COPY "ARQ-MDL02.fd".
       COPY "ARQ-MDU01.fd".
      * print fd
       FD PRINTF    LABEL   RECORD  OMITTED.
       01 PRINTF-R.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-CNH01.
       ARQ-MRG01-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-MRG01.
       ARQ-REC01-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-REC01.
       ARQ-MDL01-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-MDL01.
       ARQ-MDL02-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-MDL02.
       ARQ-MDU01-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-MDU01.
       END DECLARATIVES.
      *{Bench}end

      * efetivacao fica para a proxima rodada do P01-B035, dentro de
      * P01-M155.evt.

      * atendendo a pedido do titular (LGPD), a aba do motorista
      * emite o P99-R058 com todos os dados guardados sob o codigo
      * dele, com o usuario logado para o filtro de empresa/unidade;
      * para motorista desligado a tela abre o pedido de
      * anonimizacao chamando o P01-S199 (operacao "I"), e depois da
      * simulacao impressa pelo P01-B054 (REL-B054) um supervisor
      * aprova ou recusa pela mesma tela (operacoes "A" e "R", quatro
      * olhos como no P01-S177); a efetivacao fica para a proxima
      * rodada do P01-B054, dentro de P01-M155.evt.

      * a confirmacao do vinculo infracao x motorista (ARQ-IFM01)
      * dentro de P01-M155.evt chama o P01-S160, que recalcula o
      * saldo de pontos de CNH do motorista (ARQ-MOT01) e devolve a
      * ARQ-IFR01, encerrando o recurso; o texto livre de resultado
      * fica como observacao, dentro de P01-M155.evt.

      * cada instancia do recurso (defesa previa, JARI, CETRAN) e um
      * registro de ARQ-IFR01 e a grade mostra a cadeia inteira da
      * infracao. O desfecho e registrado na instancia selecionada,
      * com a data da decisao e a marca "nao recorrer" (encerramento
      * "S" do P01-S175); decisao desfavoravel sem a marca grava o
      * prazo da instancia seguinte. Abrir a instancia seguinte so e
      * permitido com a anterior decidida sem decisao final e dentro
      * desse prazo, que vira o prazo da nova instancia, dentro de
      * P01-M155.evt.

      * o registro de pagamento de uma parcela chama o P01-S174, que
      * apura o valor correto a pagar na data informada - valor com
      * desconto SNE ate a data limite (ARQ-PAG09-DATA-LIMITE-DESC),
      * sugere o valor apurado antes de gravar ARQ-PAG09-VALOR-PAGO,
      * dentro de P01-M155.evt.

      * o codigo de barras ou a linha digitavel da guia da parcela
      * (boleto ou DARE), digitado ou lido pela leitora na grade de
      * parcelas, passa pelo P01-S198, que confere os digitos, exibe
      * o valor e o vencimento lidos do codigo e recusa a guia que
      * nao bate com a parcela (retorno "V" valor ou "E"
      * vencimento); so a guia conferida vai para a remessa de
      * pagamento do P01-B029, dentro de P01-M155.evt.

      * o registro de um recebimento (total ou parcial) sobre a nota
      * de debito da infracao exibida chama o P01-S168, que grava a
      * baixa em ARQ-DBB15, recalcula o saldo devedor e quita a nota
      * que confere duplicidade contra ARQ-IFC01 e contra as reservas
      * de numeracao em ARQ-IFC99 e devolve o aviso exibido ao
      * usuario antes do commit, dentro de P01-M155.evt.

      * ao abrir uma infracao em aberto ainda sem recurso, a tela
      * chama o P01-S190 (operacao "C"), que recalcula a recomendacao
      * recorrer x pagar, e exibe de ARQ-REC01 a sugestao e o motivo,
      * a chance de ganho do tipo no orgao, o valor com e sem o
      * desconto SNE, os pontos e o risco de CNH do motorista e os
      * dias ate o prazo; os botoes "recorrer" e "pagar" gravam a
      * escolha final do analista chamando o P01-S190 (operacao "E"),
      * dentro de P01-M155.evt.

      * na aba de texto da defesa, o botao "modelo" lista de ARQ-MDL01
      * os modelos aprovados do tipo da infracao para o orgao autuador
      * (e os genericos, orgao zero) na instancia escolhida; ao
      * confirmar, a tela chama o P01-S192, que troca os campos de
      * mesclagem pelos dados da infracao e regrava as linhas de
      * ARQ-IFT01 da instancia escolhida, exibidas em seguida para o
      * analista editar antes do envio; a aba mostra e edita so o
      * texto da instancia escolhida (infracao + instancia + linha),
      * e texto ja existente dela pede confirmacao antes de ser
      * substituido, dentro de P01-M155.evt.

      * o botao "trilha" emite o P99-R038 passando o codigo da
      * infracao aberta: so as entradas dela em ARQ-LOG123 sao lidas,
      * pela chave arquivo + chave do registro, dentro de
      * P01-M155.evt.
      *{Bench}copy-procedure
       COPY "showmsg.cpy".
       COPY "P01-M155.prd".
