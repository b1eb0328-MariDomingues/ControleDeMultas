       DATE-WRITTEN. sexta-feira, 4 de setembro de 2026.
       REMARKS. Manutencao do mapa contabil (ARQ-CTA01): para cada
           evento do fechamento (PGT pagamento, DSC desconto SNE, BAI
           baixa, REC recebimento de fornecedor, RAT rateio faturado,
           RCR recobranca intercompanhia a receber, RCP recobranca
           intercompanhia a pagar) x empresa de arq-emp00, as contas
           de debito e credito e o centro de custo (unidade de
           arq-uni15). E o cadastro que o P01-B028 exige completo -
           os cinco primeiros eventos, e RCR/RCP na empresa com
           recobranca na competencia - antes de gerar o lote contabil
           da empresa; empresa com mapa incompleto sai no log da
           geracao e e acertada por aqui.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           PERFORM Acu-Exit-Rtn
           .

      * a grade mostra, por empresa, os sete eventos com as contas
      * e o centro de custo (nome da unidade resolvido em arq-uni15)
      * e destaca evento ainda sem mapa; a inclusao valida o evento
      * contra a lista fixa PGT/DSC/BAI/REC/RAT/RCR/RCP e exige as duas
      * contas; toda gravacao vai para a trilha ARQ-LOG123/
      * ARQ-LOG23, dentro de P01-M171.evt.
      *{Bench}copy-procedure
