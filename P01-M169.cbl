       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 4 de setembro de 2026.
       REMARKS. Manutencao do cadastro de veiculos (ARQ-VEI01):
           codigo, placa, RENAVAM, chassi, modelo e empresa, e o ciclo
           de vida da frota - a venda, a baixa por sucateamento ou o
           roubo sao registrados pelo P01-S180, com a data da
           transferencia e os dados do comprador, e a partir dai a
           carga P01-B010 e a reapresentacao P01-S173 desviam para a
           fila ARQ-IFV01 as infracoes datadas depois da
           transferencia. A tela tambem lista as infracoes pos-venda
           pendentes do veiculo (ARQ-IFV01) e dispara a comunicacao
           de venda do P99-R049.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
      * para a fila ARQ-IFV01 pela carga P01-B010/P01-S173, com o
      * status pendente ou comunicada, e o botao de comunicacao de
      * venda dispara o P99-R049, dentro de P01-M169.evt.

      * o RENAVAM (11 posicoes numericas) e o chassi (17 posicoes)
      * sao obrigatorios na inclusao e criticados contra outro
      * veiculo ja cadastrado com o mesmo RENAVAM, pela chave
      * alternativa de ARQ-VEI01; e por eles que a conciliacao do
      * extrato de debitos do DETRAN (P01-B043) acha o veiculo, e a
      * alteracao de um ou de outro vai para a trilha
      * ARQ-LOG123/ARQ-LOG23 via P01-S166, dentro de P01-M169.evt.
      *{Bench}copy-procedure
       COPY "showmsg.cpy".
       COPY "P01-M169.prd".
