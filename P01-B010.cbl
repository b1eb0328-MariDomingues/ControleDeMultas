           transferencia nao e lancada como nossa: vai para a fila
           ARQ-IFV01, de onde o P99-R049 monta a comunicacao de venda
           para cobrar o comprador.
           Notificacao de NIC (tipo configurado em arq-par01) de
           veiculo com NIC prevista pelo P01-B042 em ARQ-NIC01 e
           conciliada com a previsao mais antiga do veiculo e lancada
           na unidade que deixou de indicar o condutor.
           Linha de guia ("G": notificacao, parcela e codigo de barras
           ou linha digitavel do boleto/DARE) grava a guia na parcela
           ja cadastrada em ARQ-PAG09 pelo P01-S198, que confere os
           digitos e o valor/vencimento contra a parcela; guia
           recusada ou de parcela ainda nao cadastrada sai no log e
           fica para digitacao na tela P01-M155.
           Linha com o enquadramento oficial do RENAINF (codigo com
           desdobramento) tem o tipo interno resolvido pelo catalogo
           ARQ-ENQ01 (P01-S204); enquadramento sem tipo interno
           associado vai para ARQ-REJ10 com o motivo "05". Linha sem
           enquadramento segue usando o tipo interno informado. O
           enquadramento com desdobramento fica gravado na infracao
           (ARQ-IFC01-ENQUADRAMENTO/DESDOBRAMENTO), para valor e
           pontos sairem do codigo oficial e nao do tipo interno.
           Cada infracao incluida vai para a trilha ARQ-LOG123/
           ARQ-LOG23 (operacao "I") via P01-S166.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           COPY "ARQ-REJ10.sl".
           COPY "arq-org01.sl".
           COPY "ARQ-IFV01.sl".
           COPY "arq-par01.sl".
           COPY "ARQ-NIC01.sl".
           SELECT LOG-B010
                  ASSIGN          TO         "LOG-B010"
                  ORGANIZATION               LINE SEQUENTIAL
           COPY "ARQ-REJ10.fd".
           COPY "arq-org01.fd".
           COPY "ARQ-IFV01.fd".
           COPY "arq-par01.fd".
           COPY "ARQ-NIC01.fd".
       FD  LOG-B010
           LABEL RECORD STANDARD.
       01  LOG-B010-REG                    PIC X(100).
       01  STAT-ARQ-REJ10                  PIC X(02).
       01  STAT-ARQ-ORG01                  PIC X(02).
       01  STAT-ARQ-IFV01                  PIC X(02).
       01  STAT-ARQ-PAR01                  PIC X(02).
       01  STAT-ARQ-NIC01                  PIC X(02).
       01  STAT-LOG-B010                   PIC X(02).

       01  WS-FIM-ARQ-TXT                  PIC X(01)   VALUE "N".
       01  WS-ORIGEM-INCLUSAO               PIC X(01)   VALUE "I".
       01  WS-RET-TRANSICAO                 PIC X(01).
       01  WS-MSG-TRANSICAO                 PIC X(40).
       01  WS-NIC-ENCONTRADA                PIC X(01)   VALUE "N".
       01  WS-FIM-NIC01                     PIC X(01).
           88 FIM-NIC01                                 VALUE "S".
       01  WS-TOTAL-NIC-CONCILIADAS         PIC 9(06)   VALUE ZERO.
       01  WS-TOTAL-GUIAS                   PIC 9(06)   VALUE ZERO.
       01  WS-TOTAL-GUIAS-RECUSADAS         PIC 9(06)   VALUE ZERO.
       01  WS-GUIA-CODIGO                   PIC X(60).
       01  WS-GUIA-ORIGEM                   PIC X(01)   VALUE "C".
       01  WS-GUIA-VALOR                    PIC 9(07)V9(02).
       01  WS-GUIA-VENCIMENTO               PIC 9(08).
       01  WS-GUIA-RETORNO                  PIC X(01).
       01  WS-ENQ-OPERACAO                  PIC X(01).
       01  WS-ENQ-ENQUADRAMENTO             PIC 9(04).
       01  WS-ENQ-DESDOBRAMENTO             PIC 9(01).
       01  WS-ENQ-TIP01                     PIC 9(04).
       01  WS-ENQ-DATA                      PIC 9(08).
       01  WS-ENQ-VALOR                     PIC 9(07)V9(02).
       01  WS-ENQ-PONTOS-CNH                PIC 9(02).
       01  WS-ENQ-GRAVIDADE                 PIC 9(01).
       01  WS-ENQ-VIGENCIA                  PIC 9(08).
       01  WS-ENQ-RETORNO                   PIC X(01).
       01  WS-LOG-ARQUIVO                   PIC X(12)
               VALUE "ARQ-IFC01".
       01  WS-LOG-CHAVE                     PIC X(20).
       01  WS-LOG-OPERACAO                  PIC X(01)   VALUE "I".
       01  WS-LOG-QTD-ITENS                 PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO               PIC X(30).
              10 WS-LOG-VALOR-ANT           PIC X(40).
              10 WS-LOG-VALOR-NOVO          PIC X(40).

       PROCEDURE DIVISION.

           OPEN I-O    ARQ-REJ10
           OPEN INPUT  arq-org01
           OPEN I-O    ARQ-IFV01
           OPEN INPUT  arq-par01
           OPEN I-O    ARQ-NIC01
           OPEN OUTPUT LOG-B010

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

       2000-PROCESSAR-ARQ-TXT.
           ADD 1 TO WS-TOTAL-LIDOS
           IF ARQ-TXT-LINHA-GUIA
               PERFORM 2600-CAPTURAR-GUIA
           ELSE
               PERFORM 2050-PROCESSAR-NOTIFICACAO
           END-IF
           PERFORM 2100-LER-ARQ-TXT
           .

       2050-PROCESSAR-NOTIFICACAO.
           PERFORM 2200-VERIFICAR-DUPLICIDADE
           IF WS-DUPLICADO-SW = "S"
               ADD 1 TO WS-TOTAL-DUPLICADOS
                   END-IF
               END-IF
           END-IF
           .

       2100-LER-ARQ-TXT.
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE "N"    TO WS-POS-VENDA

           IF ARQ-TXT-ENQUADRAMENTO IS NUMERIC
            AND ARQ-TXT-ENQUADRAMENTO NOT = ZERO
               PERFORM 2262-RESOLVER-ENQUADRAMENTO
           END-IF

           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE ARQ-TXT-PLACA TO ARQ-VEI01-PLACA
               READ ARQ-VEI01 KEY IS ARQ-VEI01-PLACA
                   INVALID KEY
                       MOVE "01" TO WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       PERFORM 2265-VERIFICAR-POS-VENDA
               END-READ
           END-IF

           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE ARQ-TXT-CODIGO-TIPO TO ARQ-TIP01-CODIGO
           END-IF
           .

       2262-RESOLVER-ENQUADRAMENTO.
      *    linha com o enquadramento oficial (codigo e desdobramento
      *    do RENAINF) tem o tipo interno tirado do catalogo
      *    ARQ-ENQ01; enquadramento sem tipo interno associado vai
      *    para ARQ-REJ10 e volta pela tela depois da associacao.
           MOVE "T"                     TO WS-ENQ-OPERACAO
           MOVE ARQ-TXT-ENQUADRAMENTO   TO WS-ENQ-ENQUADRAMENTO
           MOVE ZERO                    TO WS-ENQ-DESDOBRAMENTO
           IF ARQ-TXT-DESDOBRAMENTO IS NUMERIC
               MOVE ARQ-TXT-DESDOBRAMENTO TO WS-ENQ-DESDOBRAMENTO
           END-IF
           MOVE ZERO                    TO WS-ENQ-TIP01
           MOVE ARQ-TXT-DATA-INFRACAO   TO WS-ENQ-DATA
           CALL "P01-S204" USING WS-ENQ-OPERACAO,
                   WS-ENQ-ENQUADRAMENTO, WS-ENQ-DESDOBRAMENTO,
                   WS-ENQ-TIP01, WS-ENQ-DATA, WS-ENQ-VALOR,
                   WS-ENQ-PONTOS-CNH, WS-ENQ-GRAVIDADE,
                   WS-ENQ-VIGENCIA, WS-ENQ-RETORNO
           IF WS-ENQ-RETORNO = "N"
               MOVE "05" TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE WS-ENQ-TIP01 TO ARQ-TXT-CODIGO-TIPO
           END-IF
           .

       2265-VERIFICAR-POS-VENDA.
      *    veiculo transferido (venda, baixa ou roubo registrado pelo
      *    P01-S180) nao responde por infracao datada depois da
           MOVE ARQ-TXT-CODIGO-TIPO    TO ARQ-REJ10-CODIGO-TIPO
           MOVE ARQ-TXT-VALOR          TO ARQ-REJ10-VALOR
           MOVE ARQ-TXT-CID01          TO ARQ-REJ10-CID01
           IF ARQ-TXT-ENQUADRAMENTO IS NUMERIC
            AND ARQ-TXT-DESDOBRAMENTO IS NUMERIC
               MOVE ARQ-TXT-ENQUADRAMENTO  TO ARQ-REJ10-ENQUADRAMENTO
               MOVE ARQ-TXT-DESDOBRAMENTO  TO ARQ-REJ10-DESDOBRAMENTO
           ELSE
               MOVE ZERO TO ARQ-REJ10-ENQUADRAMENTO
               MOVE ZERO TO ARQ-REJ10-DESDOBRAMENTO
           END-IF
      *    com enquadramento oficial o tipo bruto do arquivo nao vai
      *    para a fila: o P01-S173 resolve pelo catalogo e so aceita
      *    sem consulta o tipo informado pelo operador no acerto.
           IF ARQ-REJ10-ENQUADRAMENTO NOT = ZERO
               MOVE ZERO               TO ARQ-REJ10-CODIGO-TIPO
           END-IF
           IF ARQ-TXT-ORG01 IS NUMERIC
               MOVE ARQ-TXT-ORG01      TO ARQ-REJ10-ORG01
           ELSE
           MOVE ZERO                   TO ARQ-IFC01-FOR15
           MOVE ZERO                   TO ARQ-IFC01-EMP00
           MOVE ZERO                   TO ARQ-IFC01-UNI15
           MOVE ZERO                   TO ARQ-IFC01-ENQUADRAMENTO
           MOVE ZERO                   TO ARQ-IFC01-DESDOBRAMENTO
           IF ARQ-TXT-ENQUADRAMENTO IS NUMERIC
               MOVE ARQ-TXT-ENQUADRAMENTO TO ARQ-IFC01-ENQUADRAMENTO
               IF ARQ-TXT-DESDOBRAMENTO IS NUMERIC
                   MOVE ARQ-TXT-DESDOBRAMENTO
                                       TO ARQ-IFC01-DESDOBRAMENTO
               END-IF
           END-IF

           MOVE ARQ-TXT-PLACA          TO ARQ-VEI01-PLACA
           READ ARQ-VEI01 KEY IS ARQ-VEI01-PLACA
                   MOVE ARQ-VEI01-EMP00  TO ARQ-IFC01-EMP00
           END-READ

           MOVE "N" TO WS-NIC-ENCONTRADA
           IF ARQ-IFC01-VEI01 NOT = ZERO
               PERFORM 2400-LOCALIZAR-NIC-PREVISTA
           END-IF
           IF WS-NIC-ENCONTRADA = "S"
               MOVE ARQ-NIC01-UNI15    TO ARQ-IFC01-UNI15
           END-IF

           MOVE ARQ-TXT-CNH            TO ARQ-MOT01-CNH
           READ ARQ-MOT01 KEY IS ARQ-MOT01-CNH
               INVALID KEY
                   MOVE ARQ-MOT01-CODIGO TO ARQ-IFC01-MOT01
           END-READ

      *    a NIC e da empresa, nao de quem dirigia: nao recebe
      *    sugestao de motorista pela alocacao.
           IF ARQ-IFC01-MOT01 = ZERO
            AND ARQ-IFC01-VEI01 NOT = ZERO
            AND WS-NIC-ENCONTRADA = "N"
               PERFORM 2350-SUGERIR-PELA-ALOCACAO
           END-IF

           WRITE ARQ-IFC01-REG
           PERFORM 2310-REGISTRAR-TRILHA

           IF WS-NIC-ENCONTRADA = "S"
               PERFORM 2450-CONCILIAR-NIC
           END-IF

           MOVE ARQ-IFC01-CODIGO       TO ARQ-IFS01-IFC01
           MOVE ARQ-IFC01-MOT01        TO ARQ-IFS01-MOT01
           MOVE ARQ-IFC01-DATA-LANCTO  TO ARQ-IFS01-DATA-NOTIFIC
           MOVE "N"                    TO ARQ-IFS01-ASSINADA
           MOVE ZERO                   TO ARQ-IFS01-DATA-ASSINAT
           MOVE SPACE                  TO ARQ-IFS01-CANAL-AVISO
           MOVE ZERO                   TO ARQ-IFS01-DATA-AVISO
           MOVE ZERO                   TO ARQ-IFS01-MSG09-SEQ
           WRITE ARQ-IFS01-REG

           MOVE ARQ-TXT-NOTIFICACAO    TO ARQ-IFC99-CHAVE
                   WS-MSG-TRANSICAO
           .

       2310-REGISTRAR-TRILHA.
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
                   WS-LOG-OPERACAO, WS-USU-BATCH,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       2350-SUGERIR-PELA-ALOCACAO.
      *    a linha do DETRAN veio sem CNH: o historico de alocacao
      *    veiculo x motorista (ARQ-ALO01, mantido pela tela
           END-IF
           .

       2400-LOCALIZAR-NIC-PREVISTA.
      *    a notificacao da NIC nao traz a infracao de origem: a
      *    linha do tipo NIC da empresa do veiculo (arq-par01) fica
      *    com a previsao pendente mais antiga do mesmo veiculo em
      *    ARQ-NIC01, gravada pelo P01-B042.
           MOVE ARQ-IFC01-EMP00 TO ARQ-PAR01-EMP00
           READ arq-par01
               INVALID KEY
                   MOVE ZERO TO ARQ-PAR01-TIP01-NIC
           END-READ

           IF ARQ-PAR01-TIP01-NIC NOT = ZERO
            AND ARQ-TXT-CODIGO-TIPO = ARQ-PAR01-TIP01-NIC
               MOVE "N" TO WS-FIM-NIC01
               MOVE ARQ-IFC01-VEI01 TO ARQ-NIC01-VEI01
               START ARQ-NIC01 KEY IS EQUAL TO ARQ-NIC01-VEI01
                   INVALID KEY
                       SET FIM-NIC01 TO TRUE
                   NOT INVALID KEY
                       PERFORM 2410-LER-NIC01
               END-START
               PERFORM 2420-AVALIAR-NIC01 UNTIL FIM-NIC01
           END-IF
           .

       2410-LER-NIC01.
           READ ARQ-NIC01 NEXT RECORD
               AT END
                   SET FIM-NIC01 TO TRUE
           END-READ
           .

       2420-AVALIAR-NIC01.
           IF ARQ-NIC01-VEI01 NOT = ARQ-IFC01-VEI01
               SET FIM-NIC01 TO TRUE
           ELSE
               IF ARQ-NIC01-PREVISTA
                   MOVE "S" TO WS-NIC-ENCONTRADA
                   SET FIM-NIC01 TO TRUE
               ELSE
                   PERFORM 2410-LER-NIC01
               END-IF
           END-IF
           .

       2450-CONCILIAR-NIC.
           MOVE "C"                    TO ARQ-NIC01-STATUS
           MOVE ARQ-IFC01-CODIGO       TO ARQ-NIC01-IFC01-NIC
           MOVE ARQ-TXT-NOTIFICACAO    TO ARQ-NIC01-NOTIFIC-NIC
           MOVE ARQ-TXT-VALOR          TO ARQ-NIC01-VALOR-NIC
           MOVE WS-DATA-HOJE           TO ARQ-NIC01-DATA-CONCILIACAO
           REWRITE ARQ-NIC01-REG

           ADD 1 TO WS-TOTAL-NIC-CONCILIADAS
           MOVE SPACES TO LOG-B010-REG
           STRING "NIC CONCILIADA - NOTIFICACAO " ARQ-TXT-NOTIFICACAO
                  " ORIGEM " ARQ-NIC01-NOTIFIC-ORIGEM
                  DELIMITED BY SIZE INTO LOG-B010-REG
           WRITE LOG-B010-REG
           .

       2600-CAPTURAR-GUIA.
      *    a guia chega do DETRAN para a parcela ja aberta; a
      *    conferencia (digitos, valor e vencimento) e a mesma da
      *    digitacao na tela, no P01-S198.
           MOVE ARQ-TXT-GUIA-NOTIFICACAO TO ARQ-IFC01-NOTIFICACAO
           READ ARQ-IFC01 KEY IS ARQ-IFC01-NOTIFICACAO
               INVALID KEY
                   MOVE "P" TO WS-GUIA-RETORNO
               NOT INVALID KEY
                   MOVE ARQ-TXT-GUIA-CODIGO TO WS-GUIA-CODIGO
                   CALL "P01-S198" USING ARQ-IFC01-CODIGO,
                           ARQ-TXT-GUIA-PARCELA, WS-GUIA-CODIGO,
                           WS-GUIA-ORIGEM, WS-USU-BATCH,
                           WS-GUIA-VALOR, WS-GUIA-VENCIMENTO,
                           WS-GUIA-RETORNO
           END-READ

           IF WS-GUIA-RETORNO = "S" OR "N"
               ADD 1 TO WS-TOTAL-GUIAS
           ELSE
               ADD 1 TO WS-TOTAL-GUIAS-RECUSADAS
               MOVE SPACES TO LOG-B010-REG
               STRING "GUIA RECUSADA (" WS-GUIA-RETORNO
                      ") - NOTIFICACAO " ARQ-TXT-GUIA-NOTIFICACAO
                      " PARCELA " ARQ-TXT-GUIA-PARCELA
                   DELIMITED BY SIZE INTO LOG-B010-REG
               WRITE LOG-B010-REG
           END-IF
           .

       8000-FINALIZAR.
           STRING "LIDOS="       WS-TOTAL-LIDOS
                  " IMPORTADOS=" WS-TOTAL-IMPORTADOS
                  " POS-VENDA=" WS-TOTAL-POS-VENDA
                  DELIMITED BY SIZE INTO LOG-B010-REG
           WRITE LOG-B010-REG
           MOVE SPACES TO LOG-B010-REG
           STRING "NIC CONCILIADAS=" WS-TOTAL-NIC-CONCILIADAS
                  " GUIAS GRAVADAS=" WS-TOTAL-GUIAS
                  " GUIAS RECUSADAS=" WS-TOTAL-GUIAS-RECUSADAS
                  DELIMITED BY SIZE INTO LOG-B010-REG
           WRITE LOG-B010-REG

           CLOSE arq-txt ARQ-IFC01 ARQ-IFS01 ARQ-IFC99
                 ARQ-VEI01 ARQ-MOT01 ARQ-ALO01 ARQ-TIP01
                 ARQ-REJ10 arq-org01 ARQ-IFV01 arq-par01
                 ARQ-NIC01 LOG-B010
           .
      * Historico de alteracoes
      *   06/03/2026 - equipe.ti - carga inicial de notificacoes do
      *                P01-B034 sem derrubar a janela; recarga do TXT
      *                deixa de duplicar a fila pos-venda ARQ-IFV01
      *                (conferencia por veiculo + notificacao).
      *   11/09/2026 - equipe.ti - notificacao de NIC passa a ser
      *                conciliada com a previsao do P01-B042 em
      *                ARQ-NIC01 e lancada na unidade que deixou de
      *                indicar o condutor.
      *   25/09/2026 - equipe.ti - notificacao nasce com o aviso ao
      *                motorista (ARQ-IFS01-CANAL-AVISO) em aberto, para
      *                o P99-R042 enviar.
      *   25/09/2026 - equipe.ti - linha de guia ("G") grava o codigo
      *                de barras do boleto/DARE na parcela de ARQ-PAG09
      *                via P01-S198.
      *   09/10/2026 - equipe.ti - enquadramento oficial CTB/RENAINF
      *                da linha resolve o tipo interno pelo catalogo
      *                ARQ-ENQ01 (P01-S204); sem correspondencia vai
      *                para ARQ-REJ10 com o motivo "05".
      *   09/10/2026 - equipe.ti - enquadramento oficial gravado na
      *                infracao; inclusao registrada na trilha via
      *                P01-S166.
      *   09/10/2026 - equipe.ti - linha com enquadramento oficial vai
      *                para ARQ-REJ10 sem o tipo bruto do arquivo.
