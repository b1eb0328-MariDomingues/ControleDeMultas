           valor rateado e o CTRC), enfileira o envio para o contato
           do cliente em ARQ-EML09 e marca cada rateio como faturado
           (ARQ-RAT04-FATURADO) com a data, para o mesmo rateio nunca
           ser cobrado duas vezes, registrando a marca na trilha
           ARQ-LOG123/ARQ-LOG23 via P01-S166. A ordenacao por cliente
           usa a mesma classificacao em memoria do P99-R041.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       01  WS-VALOR-EDIT                   PIC ZZZ.ZZZ,99.
       01  WS-TOTAL-EDIT                   PIC ZZZ.ZZZ.ZZZ,99.

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-RAT04".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01)   VALUE "A".
       01  WS-LOG-USUARIO                  PIC 9(04)   VALUE ZERO.
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 4450-PREPARAR-TRILHA
                   MOVE "S"          TO ARQ-RAT04-FATURADO
                   MOVE WS-DATA-HOJE TO ARQ-RAT04-DATA-FATURA
                   REWRITE ARQ-RAT04-REG
                   CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                           WS-LOG-OPERACAO, WS-LOG-USUARIO,
                           WS-LOG-QTD-ITENS, WS-LOG-ITENS
                   ADD 1 TO WS-TOT-FATURADOS
           END-READ
           .

       4450-PREPARAR-TRILHA.
           MOVE ARQ-RAT04-PRO01 TO WS-CTRC-EDIT
           MOVE SPACES TO WS-LOG-CHAVE
           STRING ARQ-RAT04-IFC01 "/" WS-CTRC-EDIT
               DELIMITED BY SIZE INTO WS-LOG-CHAVE
           MOVE 2 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-RAT04-FATURADO"     TO WS-LOG-CAMPO (1)
           MOVE ARQ-RAT04-FATURADO       TO WS-LOG-VALOR-ANT (1)
           MOVE "S"                      TO WS-LOG-VALOR-NOVO (1)
           MOVE "ARQ-RAT04-DATA-FATURA"  TO WS-LOG-CAMPO (2)
           MOVE ARQ-RAT04-DATA-FATURA    TO WS-LOG-VALOR-ANT (2)
           MOVE WS-DATA-HOJE             TO WS-LOG-VALOR-NOVO (2)
           .

       4500-FECHAR-CLIENTE.
           MOVE WS-SUB-CLIENTE TO WS-TOTAL-EDIT
           MOVE SPACES TO DEM-B020-LINHA
      *   29/05/2026 - equipe.ti - rotina nova de faturamento do
      *                repasse de multas aos clientes a partir dos
      *                rateios de ARQ-RAT04.
      *   09/10/2026 - equipe.ti - marca de faturado de cada rateio
      *                passa a ir para a trilha via P01-S166.
