      * via P01-S188); usuario sem linha cadastrada e supervisor
      * continuam vendo tudo, dentro de P99-R036.evt.

      * com empresa e periodo informados a leitura das infracoes e
      * feita pela chave empresa + data da infracao
      * (ARQ-IFC01-EMP-DATA, START no inicio do periodo e parada ao
      * passar do fim), e com a situacao escolhida pela chave empresa
      * + situacao (ARQ-IFC01-EMP-SITUACAO); sem empresa, salta de
      * empresa em empresa como o P99-R040, dentro de P99-R036.evt.

      *{Bench}copy-procedure
       COPY "showmsg.cpy".
       COPY "P99-R036.prd".
