           de manutencao ja alimentam: recebe o arquivo, a chave, a
           operacao, o usuario (zero quando a origem e uma rotina
           batch) e ate tres campos alterados, obtem o proximo
           sequencial e grava cabecalho e itens. Gravada a entrada,
           chama a selagem P01-S202, que encadeia o checksum da nova
           entrada ao da anterior.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           PERFORM 3000-GRAVAR-CABECALHO
           PERFORM 4000-GRAVAR-ITENS
           PERFORM 9000-FECHAR-ARQUIVOS
           CALL "P01-S202"
           GOBACK
           .

           MOVE LNK-S166-USUARIO   TO ARQ-LOG123-USUARIO
           MOVE WS-DH-DATA         TO ARQ-LOG123-DATA
           MOVE WS-DH-HORA         TO ARQ-LOG123-HORA
           MOVE ZERO               TO ARQ-LOG123-CHECKSUM
           WRITE ARQ-LOG123-REG
           .


       4100-GRAVAR-ITEM.
           ADD 1 TO WS-ITEM
           MOVE ZERO           TO ARQ-LOG23-CHECKSUM
           MOVE WS-PROXIMO-SEQ TO ARQ-LOG23-SEQ
           MOVE WS-ITEM        TO ARQ-LOG23-ITEM
           MOVE LNK-S166-CAMPO (WS-ITEM)
      *   27/03/2026 - equipe.ti - rotina nova de gravacao da trilha
      *                de auditoria (ARQ-LOG123/ARQ-LOG23) para uso
      *                das rotinas batch.
      *   02/10/2026 - equipe.ti - entrada gravada sem selo e selada
      *                em seguida pelo P01-S202 (checksum encadeado).
