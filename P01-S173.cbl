           transferencia segue o mesmo destino da carga: vai para a
           fila de nao-nossas ARQ-IFV01 em vez de virar infracao, e a
           rejeicao e encerrada com o motivo informativo.
           Rejeicao com enquadramento oficial tem o tipo interno
           resolvido de novo pelo catalogo ARQ-ENQ01 (P01-S204), o
           que fecha as rejeicoes de motivo "05" depois que o
           enquadramento e associado a um tipo pelo P01-B059. Com o
           tipo interno preenchido na rejeicao (informado pelo
           operador na tela ou ja vindo na linha) vale o tipo
           preenchido e o catalogo nao e consultado. O enquadramento com
           desdobramento fica gravado na infracao, como na carga, e
           a inclusao vai para a trilha ARQ-LOG123/ARQ-LOG23
           (operacao "I") via P01-S166.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       01  WS-ORIGEM-INCLUSAO              PIC X(01)   VALUE "I".
       01  WS-RET-TRANSICAO                PIC X(01).
       01  WS-MSG-TRANSICAO                PIC X(40).
       01  WS-ENQ-OPERACAO                 PIC X(01).
       01  WS-ENQ-ENQUADRAMENTO            PIC 9(04).
       01  WS-ENQ-DESDOBRAMENTO            PIC 9(01).
       01  WS-ENQ-TIP01                    PIC 9(04).
       01  WS-ENQ-DATA                     PIC 9(08).
       01  WS-ENQ-VALOR                    PIC 9(07)V9(02).
       01  WS-ENQ-PONTOS-CNH               PIC 9(02).
       01  WS-ENQ-GRAVIDADE                PIC 9(01).
       01  WS-ENQ-VIGENCIA                 PIC 9(08).
       01  WS-ENQ-RETORNO                  PIC X(01).
       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-IFC01".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01)   VALUE "I".
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       LINKAGE                     SECTION.
       01  LNK-S173-SEQ                    PIC 9(08).

       3000-CRITICAR-LINHA.
           MOVE "N" TO WS-POS-VENDA
      *    tipo ja informado pelo operador na tela vale sobre o
      *    catalogo: e a correcao manual da linha de motivo "05".
           IF ARQ-REJ10-ENQUADRAMENTO IS NUMERIC
            AND ARQ-REJ10-ENQUADRAMENTO NOT = ZERO
               IF ARQ-REJ10-CODIGO-TIPO IS NUMERIC
                AND ARQ-REJ10-CODIGO-TIPO NOT = ZERO
                   CONTINUE
               ELSE
                   PERFORM 3050-RESOLVER-ENQUADRAMENTO
               END-IF
           END-IF

           IF LNK-S173-MOTIVO = SPACES
               MOVE ARQ-REJ10-PLACA TO ARQ-VEI01-PLACA
               READ ARQ-VEI01 KEY IS ARQ-VEI01-PLACA
                   INVALID KEY
                       MOVE "PLACA SEM CADASTRO EM ARQ-VEI01"
                         TO LNK-S173-MOTIVO
                   NOT INVALID KEY
                       MOVE ARQ-VEI01-CODIGO TO WS-VEI01-CODIGO
                       MOVE ARQ-VEI01-EMP00  TO WS-VEI01-EMP00
                       PERFORM 3500-VERIFICAR-POS-VENDA
               END-READ
           END-IF

           IF WS-POS-VENDA = "S"
               PERFORM 7000-ENCAMINHAR-POS-VENDA
           END-IF
           .

       3050-RESOLVER-ENQUADRAMENTO.
      *    mesma resolucao da carga P01-B010: o tipo interno vem do
      *    catalogo ARQ-ENQ01 e fica gravado na rejeicao.
           MOVE "T"                      TO WS-ENQ-OPERACAO
           MOVE ARQ-REJ10-ENQUADRAMENTO  TO WS-ENQ-ENQUADRAMENTO
           MOVE ZERO                     TO WS-ENQ-DESDOBRAMENTO
           IF ARQ-REJ10-DESDOBRAMENTO IS NUMERIC
               MOVE ARQ-REJ10-DESDOBRAMENTO TO WS-ENQ-DESDOBRAMENTO
           END-IF
           MOVE ZERO                     TO WS-ENQ-TIP01
           MOVE ARQ-REJ10-DATA-INFRACAO  TO WS-ENQ-DATA
           CALL "P01-S204" USING WS-ENQ-OPERACAO,
                   WS-ENQ-ENQUADRAMENTO, WS-ENQ-DESDOBRAMENTO,
                   WS-ENQ-TIP01, WS-ENQ-DATA, WS-ENQ-VALOR,
                   WS-ENQ-PONTOS-CNH, WS-ENQ-GRAVIDADE,
                   WS-ENQ-VIGENCIA, WS-ENQ-RETORNO
           IF WS-ENQ-RETORNO = "N"
               MOVE "ENQUADRAMENTO SEM TIPO INTERNO EM ARQ-ENQ01"
                 TO LNK-S173-MOTIVO
           ELSE
               MOVE WS-ENQ-TIP01 TO ARQ-REJ10-CODIGO-TIPO
           END-IF
           .

       3500-VERIFICAR-POS-VENDA.
      *    mesma regra da carga P01-B010: veiculo transferido (venda,
      *    baixa ou roubo via P01-S180) nao responde por infracao
           MOVE ZERO                    TO ARQ-IFC01-UNI15
           MOVE ZERO                    TO ARQ-IFC01-FOR15
           MOVE "N"                     TO ARQ-IFC01-MOT01-SUGERIDO
           MOVE ZERO                    TO ARQ-IFC01-ENQUADRAMENTO
           MOVE ZERO                    TO ARQ-IFC01-DESDOBRAMENTO
           IF ARQ-REJ10-ENQUADRAMENTO IS NUMERIC
               MOVE ARQ-REJ10-ENQUADRAMENTO TO ARQ-IFC01-ENQUADRAMENTO
               IF ARQ-REJ10-DESDOBRAMENTO IS NUMERIC
                   MOVE ARQ-REJ10-DESDOBRAMENTO
                                        TO ARQ-IFC01-DESDOBRAMENTO
               END-IF
           END-IF
           PERFORM 5050-OBTER-ORGAO

           MOVE ARQ-REJ10-CNH           TO ARQ-MOT01-CNH
           END-IF

           WRITE ARQ-IFC01-REG
           PERFORM 5200-REGISTRAR-TRILHA

           MOVE ARQ-IFC01-CODIGO        TO ARQ-IFS01-IFC01
           MOVE ARQ-IFC01-MOT01         TO ARQ-IFS01-MOT01
           MOVE ARQ-IFC01-DATA-LANCTO   TO ARQ-IFS01-DATA-NOTIFIC
           MOVE "N"                     TO ARQ-IFS01-ASSINADA
           MOVE ZERO                    TO ARQ-IFS01-DATA-ASSINAT
           MOVE SPACE                   TO ARQ-IFS01-CANAL-AVISO
           MOVE ZERO                    TO ARQ-IFS01-DATA-AVISO
           MOVE ZERO                    TO ARQ-IFS01-MSG09-SEQ
           WRITE ARQ-IFS01-REG

           MOVE ARQ-REJ10-NOTIFICACAO   TO ARQ-IFC99-CHAVE
           END-START
           .

       5200-REGISTRAR-TRILHA.
           MOVE SPACES TO WS-LOG-CHAVE
           MOVE ARQ-IFC01-CODIGO TO WS-LOG-CHAVE
           MOVE 3 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-IFC01-NOTIFICACAO"   TO WS-LOG-CAMPO (1)
           MOVE SPACES                    TO WS-LOG-VALOR-ANT (1)
           MOVE ARQ-IFC01-NOTIFICACAO     TO WS-LOG-VALOR-NOVO (1)
           MOVE "ARQ-IFC01-TIP01"         TO WS-LOG-CAMPO (2)
           MOVE SPACES                    TO WS-LOG-VALOR-ANT (2)
           MOVE ARQ-IFC01-TIP01           TO WS-LOG-VALOR-NOVO (2)
           MOVE "ARQ-IFC01-ENQUADRAMENTO" TO WS-LOG-CAMPO (3)
           MOVE SPACES                    TO WS-LOG-VALOR-ANT (3)
           MOVE SPACES                    TO WS-LOG-VALOR-NOVO (3)
           STRING ARQ-IFC01-ENQUADRAMENTO "/" ARQ-IFC01-DESDOBRAMENTO
               DELIMITED BY SIZE INTO WS-LOG-VALOR-NOVO (3)
           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, LNK-S173-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-REJ10 ARQ-IFC01 ARQ-IFS01 ARQ-IFC99
                 ARQ-VEI01 ARQ-MOT01 ARQ-TIP01 ARQ-ALO01 arq-org01
      *                esta na fila pos-venda ARQ-IFV01 deixa de
      *                duplicar a fila (conferencia por veiculo +
      *                notificacao, como na carga).
      *   25/09/2026 - equipe.ti - notificacao nasce com o aviso ao
      *                motorista (ARQ-IFS01-CANAL-AVISO) em aberto, para
      *                o P99-R042 enviar.
      *   09/10/2026 - equipe.ti - rejeicao com enquadramento oficial
      *                resolve o tipo interno pelo catalogo ARQ-ENQ01
      *                (P01-S204), como a carga P01-B010.
      *   09/10/2026 - equipe.ti - tipo interno informado na tela vale
      *                sobre o catalogo na linha de motivo "05";
      *                enquadramento oficial gravado na infracao e
      *                inclusao registrada na trilha via P01-S166.
