           usuario na trilha ARQ-LOG123/ARQ-LOG23 via P01-S166. Com a
           competencia fechada, o P01-S171 passa a devolver "S" e as
           gravacoes em ARQ-IFC01/ARQ-PAG09/ARQ-BAI09 datadas dentro
           dela sao recusadas. Logo depois do fechamento e emitido o
           comparativo de orcamento de multas da competencia
           (P99-R056) com alerta aos gestores das unidades acima da
           tolerancia. O fechamento e recusado (retorno "I") enquanto
           a empresa tiver documento de recobranca intercompanhia da
           competencia (ARQ-RCI01, gerado pelo P01-B060) sem as
           assinaturas das duas controladorias (P01-S205), e recusado
           com retorno "G" enquanto o P01-B060 nao tiver apurado a
           competencia (registro "P01B060" de ARQ-CTL07): sem a
           apuracao nao ha como saber se falta documento.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-FEC09.sl".
           COPY "ARQ-RCI01.sl".
           COPY "ARQ-CTL07.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-FEC09.fd".
           COPY "ARQ-RCI01.fd".
           COPY "ARQ-CTL07.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-FEC09                  PIC X(02).
       01  STAT-ARQ-RCI01                  PIC X(02).
       01  STAT-ARQ-CTL07                  PIC X(02).

       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-EXISTE-SW                    PIC X(01).
           88 WS-EXISTE                                VALUE "S".
       01  WS-ENVIAR-ALERTA                PIC X(01)   VALUE "S".
       01  WS-USUARIO-BATCH                PIC 9(04)   VALUE ZERO.
       01  WS-FIM-RCI01                    PIC X(01)   VALUE "N".
           88 FIM-RCI01                                VALUE "S".
       01  WS-RECOBRANCA-PENDENTE          PIC X(01)   VALUE "N".
       01  WS-RECOBRANCA-APURADA           PIC X(01)   VALUE "N".
       01  WS-JOB-RECOBRANCA               PIC X(08)
               VALUE "P01B060".

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-FEC09".
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-LOCALIZAR-COMPETENCIA
           IF LNK-S172-OPERACAO = "F"
               PERFORM 2400-CONFERIR-APURACAO
               IF WS-RECOBRANCA-APURADA NOT = "S"
                   MOVE "G" TO LNK-S172-RETORNO
               ELSE
                   PERFORM 2500-CONFERIR-RECOBRANCA
                   IF WS-RECOBRANCA-PENDENTE = "S"
                       MOVE "I" TO LNK-S172-RETORNO
                   ELSE
                       PERFORM 3000-FECHAR-COMPETENCIA
                   END-IF
               END-IF
           ELSE
               IF LNK-S172-OPERACAO = "R"
                   PERFORM 4000-REABRIR-COMPETENCIA
               END-IF
           END-IF
           PERFORM 9000-FECHAR-ARQUIVOS
           IF LNK-S172-OPERACAO = "F" AND LNK-S172-RETORNO = "S"
               PERFORM 6000-COMPARAR-ORCAMENTO
           END-IF
           GOBACK
           .

           END-READ
           .

      *    o P01-B060 apura a competencia anterior ao mes corrente;
      *    competencia posterior a ultima apurada ainda pode gerar
      *    documento de recobranca para a empresa.
       2400-CONFERIR-APURACAO.
           MOVE "N" TO WS-RECOBRANCA-APURADA
           OPEN INPUT ARQ-CTL07
           IF STAT-ARQ-CTL07 = "00"
               MOVE WS-JOB-RECOBRANCA TO ARQ-CTL07-JOB
               READ ARQ-CTL07
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ARQ-CTL07-ULTIMA-CHAVE
                           NOT < LNK-S172-COMPETENCIA
                           MOVE "S" TO WS-RECOBRANCA-APURADA
                       END-IF
               END-READ
               CLOSE ARQ-CTL07
           END-IF
           .

      *    documento de recobranca da competencia em que a empresa
      *    cobra ou paga precisa das duas assinaturas antes do
      *    fechamento: depois dele o P01-B028 lanca os dois lados.
       2500-CONFERIR-RECOBRANCA.
           MOVE "N" TO WS-RECOBRANCA-PENDENTE
           MOVE "N" TO WS-FIM-RCI01
           OPEN INPUT ARQ-RCI01
           IF STAT-ARQ-RCI01 = "00"
               MOVE LNK-S172-COMPETENCIA TO ARQ-RCI01-COMPETENCIA
               MOVE ZERO                 TO ARQ-RCI01-EMP-ORIGEM
               MOVE ZERO                 TO ARQ-RCI01-EMP-DESTINO
               START ARQ-RCI01 KEY IS NOT LESS THAN ARQ-RCI01-CHAVE
                   INVALID KEY
                       SET FIM-RCI01 TO TRUE
                   NOT INVALID KEY
                       PERFORM 2550-LER-RCI01
               END-START
               PERFORM 2600-AVALIAR-RECOBRANCA UNTIL FIM-RCI01
               CLOSE ARQ-RCI01
           END-IF
           .

       2550-LER-RCI01.
           READ ARQ-RCI01 NEXT RECORD
               AT END
                   SET FIM-RCI01 TO TRUE
           END-READ
           .

       2600-AVALIAR-RECOBRANCA.
           IF ARQ-RCI01-COMPETENCIA NOT = LNK-S172-COMPETENCIA
               SET FIM-RCI01 TO TRUE
           ELSE
               IF (ARQ-RCI01-EMP-ORIGEM = LNK-S172-EMP00
                OR ARQ-RCI01-EMP-DESTINO = LNK-S172-EMP00)
                AND NOT ARQ-RCI01-ASSINADO
                   MOVE "S" TO WS-RECOBRANCA-PENDENTE
                   SET FIM-RCI01 TO TRUE
               ELSE
                   PERFORM 2550-LER-RCI01
               END-IF
           END-IF
           .

       3000-FECHAR-COMPETENCIA.
           PERFORM 3100-MONTAR-LOG
           MOVE ARQ-FEC09-STATUS TO WS-LOG-VALOR-ANT (1)
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       6000-COMPARAR-ORCAMENTO.
      *    sem filtro de acesso (usuario zerado): o alerta vai a todas
      *    as unidades da empresa acima da tolerancia.
           CALL "P99-R056" USING LNK-S172-EMP00, LNK-S172-COMPETENCIA,
                   WS-ENVIAR-ALERTA, WS-USUARIO-BATCH
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-FEC09
           .
      *                (ARQ-FEC09-DATA-CONTAB, gravada pelo P01-B028)
      *                inicializada no fechamento novo e limpa na
      *                reabertura, para o lote ser regerado.
      *   25/09/2026 - equipe.ti - fechamento emite o comparativo de
      *                orcamento de multas (P99-R056) com alerta aos
      *                gestores das unidades acima da tolerancia.
      *   09/10/2026 - equipe.ti - fechamento recusado (retorno "I")
      *                com documento de recobranca intercompanhia da
      *                empresa na competencia sem as duas assinaturas.
      *   09/10/2026 - equipe.ti - fechamento recusado (retorno "G")
      *                enquanto a recobranca intercompanhia da
      *                competencia nao tiver sido apurada pelo P01-B060.
      *   09/10/2026 - equipe.ti - registro de ARQ-CTL07 com o nome do
      *                job sem o hifen, como o P01-B034 o monta.
