           ainda sem protocolo (DATA-PROTOCOLO zerada), monta no
           arquivo arq-defe uma linha de dados ("D") com o cabecalho
           da infracao (ARQ-IFC01) e uma linha de texto ("T") por
           linha de argumentacao da defesa previa em ARQ-IFT01
           (instancia "1"; o texto de JARI e CETRAN da mesma infracao
           nao entra), e grava o protocolo de envio em ARQ-DFE01,
           onde o P01-B032 depois registra o aceite (com o numero de
           protocolo do orgao) ou a rejeicao.
           Defesa cujo envio foi rejeitado ("R") volta a ser gerada
           na proxima execucao depois do acerto do texto, regravando
           o protocolo - e o fim do protocolo de balcao digitado a
       2000-PROCESSAR-IFR01.
           ADD 1 TO WS-TOT-LIDOS

      *    o envio eletronico e so da defesa previa; JARI e CETRAN
      *    sao protocolados pela tela de recursos.
           IF ARQ-IFR01-STATUS = "A"
            AND ARQ-IFR01-DEFESA-PREVIA
            AND ARQ-IFR01-DATA-PROTOCOLO = ZERO
               PERFORM 2200-VERIFICAR-PROTOCOLO
           ELSE

       2460-CONTAR-TEXTO.
           IF ARQ-IFT01-IFC01 NOT = ARQ-IFR01-IFC01
            OR ARQ-IFT01-INSTANCIA NOT = ARQ-IFR01-INSTANCIA
               SET FIM-IFT01 TO TRUE
           ELSE
               ADD 1 TO WS-QTD-TEXTOS

       2520-POSICIONAR-IFT01.
           MOVE "N" TO WS-FIM-IFT01
           MOVE ARQ-IFR01-IFC01     TO ARQ-IFT01-IFC01
           MOVE ARQ-IFR01-INSTANCIA TO ARQ-IFT01-INSTANCIA
           MOVE ZERO                TO ARQ-IFT01-SEQ
           START ARQ-IFT01 KEY IS NOT LESS THAN ARQ-IFT01-CHAVE
               INVALID KEY
                   SET FIM-IFT01 TO TRUE

       2600-GRAVAR-TEXTO.
           IF ARQ-IFT01-IFC01 NOT = ARQ-IFR01-IFC01
            OR ARQ-IFT01-INSTANCIA NOT = ARQ-IFR01-INSTANCIA
               SET FIM-IFT01 TO TRUE
           ELSE
               MOVE SPACES                TO ARQ-DEFE-REG
      *                orfao no arquivo transmitido ao orgao; a placa
      *                do cabecalho passa a ser resolvida em
      *                ARQ-VEI01, como na indicacao do P01-B014.
      *   18/09/2026 - equipe.ti - so a instancia de defesa previa
      *                e enviada (ARQ-IFR01 chaveado por infracao e
      *                instancia).
      *   09/10/2026 - equipe.ti - so o texto da instancia da defesa
      *                previa (ARQ-IFT01 chaveado tambem pela
      *                instancia) vai para o arquivo do orgao.
