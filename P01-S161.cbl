           ARQ-RAT04. O vinculo infracao x CTRC e feito na tela; esta
           rotina apenas calcula o percentual e o valor de cada CTRC
           de acordo com o criterio informado (peso ou valor do
           frete) e regrava os registros de ARQ-RAT04. Cada registro
           regravado vai para a trilha ARQ-LOG123/ARQ-LOG23 via
           P01-S166.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       01  WS-BASE-RATEIO                  PIC 9(09)V9(02) VALUE ZERO.
       01  WS-VALOR-INFRACAO               PIC 9(07)V9(02) VALUE ZERO.
       01  WS-BASE-ITEM                    PIC 9(09)V9(02) VALUE ZERO.
       01  WS-PRO01-EDIT                   PIC ZZZZZZZ9.
       01  WS-PERC-ANT-EDIT                PIC 9(03),9(02).
       01  WS-PERC-NOVO-EDIT               PIC 9(03),9(02).
       01  WS-VALOR-ANT-EDIT               PIC 9(07),9(02).
       01  WS-VALOR-NOVO-EDIT              PIC 9(07),9(02).

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

       LINKAGE                     SECTION.
       01  LNK-S161-IFC01                  PIC 9(08).
               SET FIM-RAT04 TO TRUE
           ELSE
               PERFORM 3300-OBTER-BASE-ITEM
               MOVE ARQ-RAT04-PERCENTUAL   TO WS-PERC-ANT-EDIT
               MOVE ARQ-RAT04-VALOR-RATEIO TO WS-VALOR-ANT-EDIT
               COMPUTE ARQ-RAT04-PERCENTUAL ROUNDED =
                       WS-BASE-ITEM / WS-BASE-RATEIO * 100
               COMPUTE ARQ-RAT04-VALOR-RATEIO ROUNDED =
                       WS-VALOR-INFRACAO * WS-BASE-ITEM / WS-BASE-RATEIO
               REWRITE ARQ-RAT04-REG
               PERFORM 4200-GRAVAR-TRILHA
               PERFORM 3100-LER-RAT04
           END-IF
           .

      *    o recalculo entra na trilha como o vinculo (infracao/CTRC),
      *    para que a extracao do BI saiba que o rateio mudou.
       4200-GRAVAR-TRILHA.
           MOVE ARQ-RAT04-PERCENTUAL   TO WS-PERC-NOVO-EDIT
           MOVE ARQ-RAT04-VALOR-RATEIO TO WS-VALOR-NOVO-EDIT
           MOVE ARQ-RAT04-PRO01 TO WS-PRO01-EDIT
           MOVE SPACES TO WS-LOG-CHAVE
           STRING ARQ-RAT04-IFC01 "/" WS-PRO01-EDIT
               DELIMITED BY SIZE INTO WS-LOG-CHAVE
           MOVE 2 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-RAT04-PERCENTUAL"   TO WS-LOG-CAMPO (1)
           MOVE WS-PERC-ANT-EDIT         TO WS-LOG-VALOR-ANT (1)
           MOVE WS-PERC-NOVO-EDIT        TO WS-LOG-VALOR-NOVO (1)
           MOVE "ARQ-RAT04-VALOR-RATEIO" TO WS-LOG-CAMPO (2)
           MOVE WS-VALOR-ANT-EDIT        TO WS-LOG-VALOR-ANT (2)
           MOVE WS-VALOR-NOVO-EDIT       TO WS-LOG-VALOR-NOVO (2)
           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, WS-LOG-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-IFC01 ARQ-PRO01 ARQ-RAT04
           .
      * Historico de alteracoes
      *   06/03/2026 - equipe.ti - rotina nova de rateio do valor da
      *                infracao entre os CTRCs vinculados em ARQ-RAT04.
      *   09/10/2026 - equipe.ti - recalculo de cada vinculo passa a ir
      *                para a trilha via P01-S166 (extracao do BI).
