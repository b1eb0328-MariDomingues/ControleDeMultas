       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S195.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 25 de setembro de 2026.
       REMARKS. Sub-rotina chamada pela tela de manutencao da fila de
           mensagens ao motorista (P01-M176) para destravar um pedido
           de SMS/WhatsApp retido, no mesmo esquema do P01-S170 para
           os e-mails: a operacao "R" reenfileira (volta o status para
           "P", zera o contador de tentativas, limpa o motivo da
           falha e o recibo de entrega) e a operacao "C" cancela em
           definitivo (status "X"). A decisao fica registrada na
           trilha ARQ-LOG123/ARQ-LOG23 via P01-S166 com o usuario que
           a tomou.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-MSG09.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-MSG09.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-MSG09                  PIC X(02).

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-MSG09".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01)   VALUE "A".
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       LINKAGE                     SECTION.
       01  LNK-S195-SEQ                    PIC 9(08).
       01  LNK-S195-OPERACAO               PIC X(01).
       01  LNK-S195-USUARIO                PIC 9(04).
       01  LNK-S195-RETORNO                PIC X(01).

       PROCEDURE DIVISION USING LNK-S195-SEQ, LNK-S195-OPERACAO,
               LNK-S195-USUARIO, LNK-S195-RETORNO.

       0000-MAINLINE.
           MOVE "N" TO LNK-S195-RETORNO
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-LOCALIZAR-PEDIDO
           PERFORM 9000-FECHAR-ARQUIVOS
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-MSG09
           .

       2000-LOCALIZAR-PEDIDO.
           MOVE LNK-S195-SEQ TO ARQ-MSG09-SEQ
           READ ARQ-MSG09
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3000-APLICAR-OPERACAO
           END-READ
           .

       3000-APLICAR-OPERACAO.
           MOVE SPACES TO WS-LOG-CHAVE
           MOVE LNK-S195-SEQ TO WS-LOG-CHAVE
           MOVE 1 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-MSG09-STATUS" TO WS-LOG-CAMPO (1)
           MOVE ARQ-MSG09-STATUS   TO WS-LOG-VALOR-ANT (1)

      *    pedido ja enviado ("E") ou cancelado ("X") nao volta para
      *    a fila nem e cancelado de novo - reenfileirar um enviado
      *    faria o P01-B049 mandar a mesma mensagem duas vezes.
           IF LNK-S195-OPERACAO = "R"
            AND ARQ-MSG09-STATUS = "F"
               MOVE "P"    TO ARQ-MSG09-STATUS
               MOVE ZERO   TO ARQ-MSG09-TENTATIVAS
               MOVE SPACES TO ARQ-MSG09-ERRO
               MOVE SPACE  TO ARQ-MSG09-ENTREGA
               MOVE ZERO   TO ARQ-MSG09-DATA-ENTREGA
               MOVE ZERO   TO ARQ-MSG09-HORA-ENTREGA
               MOVE "P"    TO WS-LOG-VALOR-NOVO (1)
               PERFORM 4000-CONFIRMAR
           ELSE
               IF LNK-S195-OPERACAO = "C"
                AND (ARQ-MSG09-STATUS = "F"
                 OR ARQ-MSG09-STATUS = "P")
                   MOVE "X" TO ARQ-MSG09-STATUS
                   MOVE "X" TO WS-LOG-VALOR-NOVO (1)
                   PERFORM 4000-CONFIRMAR
               END-IF
           END-IF
           .

       4000-CONFIRMAR.
           REWRITE ARQ-MSG09-REG

           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, LNK-S195-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS

           MOVE "S" TO LNK-S195-RETORNO
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-MSG09
           .
      * Historico de alteracoes
      *   25/09/2026 - equipe.ti - rotina nova de reenfileiramento e
      *                cancelamento de pedidos retidos da fila de
      *                mensagens ao motorista (SMS/WhatsApp).
