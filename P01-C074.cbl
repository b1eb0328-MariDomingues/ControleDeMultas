       COPY "ARQ-PAG09.sl".
       COPY "ARQ-RAT04.sl".
       COPY "ARQ-CTL74.sl".
       COPY "ARQ-PRP04.sl".
       COPY "ARQ-VGM01.sl".
      * print sl
       SELECT PRINTF
              ASSIGN TO PRINT PTR-DEV-NAME
       COPY "ARQ-PAG09.fd".
       COPY "ARQ-RAT04.fd".
       COPY "ARQ-CTL74.fd".
       COPY "ARQ-PRP04.fd".
       COPY "ARQ-VGM01.fd".
      * print fd
       FD PRINTF    LABEL   RECORD  OMITTED.
       01 PRINTF-R.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-RAT04.
       ARQ-CTL74-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-CTL74.
       ARQ-PRP04-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-PRP04.
       ARQ-VGM01-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-VGM01.
       END DECLARATIVES.
      *{Bench}end

      * liberada (operacao "L") ao encerrar a sessao, dentro de
      * P01-C074.evt.

      * infracao com vinculos propostos pelo P01-B053 (ARQ-PRP04 em
      * "P", a partir das viagens de ARQ-VGM01 importadas pelo
      * P01-B052) abre com a grade de CTRCs pre-preenchida, marcada
      * como "proposta" e com o numero da viagem; o usuario desmarca
      * o que nao for da infracao (P01-S197 operacao "D" por CTRC) e
      * confirma o restante com o criterio de rateio (operacao "C"),
      * que grava ARQ-RAT04 e ja chama o P01-S161, dentro de
      * P01-C074.evt.

      *{Bench}copy-procedure
       COPY "showmsg.cpy".
       COPY "P01-C074.prd".
