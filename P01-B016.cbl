           pagamento volta pelo arquivo de retorno do banco,
           processado pelo P01-B017, eliminando a digitacao manual de
           boleto que o P99-R037 vive pegando errada no fechamento.
           A marcacao "R" da parcela fica na trilha ARQ-LOG123/
           ARQ-LOG23 via P01-S166.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       01  WS-TOT-LIDAS                    PIC 9(05)   VALUE ZERO.
       01  WS-TOT-REMETIDAS                PIC 9(05)   VALUE ZERO.

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-PAG09".
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
           MOVE ARQ-PAG09-VALOR-PARCELA TO ARQ-CNAB-REM-VALOR
           WRITE ARQ-CNAB-REM-REG

           MOVE SPACES TO WS-LOG-CHAVE
           STRING ARQ-PAG09-IFC01 "/" ARQ-PAG09-PARCELA
               DELIMITED BY SIZE INTO WS-LOG-CHAVE
           MOVE 1 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-PAG09-STATUS-PARCELA" TO WS-LOG-CAMPO (1)
           MOVE ARQ-PAG09-STATUS-PARCELA   TO WS-LOG-VALOR-ANT (1)
           MOVE "R"                        TO WS-LOG-VALOR-NOVO (1)

           MOVE "R" TO ARQ-PAG09-STATUS-PARCELA
           REWRITE ARQ-PAG09-REG

           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, WS-LOG-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS

           ADD 1 TO WS-TOT-REMETIDAS
           MOVE ARQ-PAG09-IFC01   TO WS-CODIGO-EDIT
           MOVE ARQ-PAG09-PARCELA TO WS-PARCELA-EDIT
      *   27/03/2026 - equipe.ti - rotina nova de geracao da remessa
      *                bancaria (CNAB) das parcelas em aberto de
      *                ARQ-PAG09.
      *   09/10/2026 - equipe.ti - marcacao da parcela como remetida
      *                passa a gravar trilha em ARQ-LOG123/ARQ-LOG23.
