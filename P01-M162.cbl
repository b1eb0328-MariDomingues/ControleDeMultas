       REMARKS. Acerto das rejeicoes da carga DETRAN (ARQ-REJ10):
           lista as linhas rejeitadas pelo P01-B010 com o motivo
           (placa sem cadastro, tipo inexistente, competencia
           fechada, enquadramento oficial sem tipo interno em
           ARQ-ENQ01 - motivo "05") e os debitos nunca notificados
           achados pela conciliacao do extrato de debitos do DETRAN
           (P01-B043, motivo "04"), permite corrigir o campo com
           problema ou descartar a linha, e reapresenta as
           corrigidas uma a uma pelo P01-S173, que repete as criticas
           da carga.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
      * rejeicao para "X" e grava a decisao com o usuario na trilha
      * ARQ-LOG123/ARQ-LOG23 via P01-S166, dentro de P01-M162.evt.

      * a linha de motivo "05" mostra o enquadramento com desdobramento
      * vindo do DETRAN; com o tipo interno informado na grade o
      * P01-S173 reapresenta com esse tipo, e com o tipo em branco
      * (depois de o P01-B059 cadastrar a correspondencia do
      * enquadramento) resolve o tipo pelo catalogo oficial (P01-S204),
      * dentro de P01-M162.evt.

      *{Bench}copy-procedure
       COPY "showmsg.cpy".
       COPY "P01-M162.prd".
