           05 WS-RET-PERDIDO              PIC 9(09)V9(02).
           05 WS-RET-APRESENTADOS         PIC 9(05).
           05 WS-RET-GANHOS               PIC 9(05).
       01  WS-ACHOU-IFR01                  PIC X(01)   VALUE "N".

       PROCEDURE DIVISION.

           MOVE ZERO TO WS-QTD-VINCULOS
           PERFORM 3100-OBTER-PERC-DESCONTO

      *    leitura pela chave empresa + data da infracao: as
      *    infracoes da empresa vem em ordem de data e a leitura para
      *    ao passar da competencia alvo - infracao posterior nao tem
      *    parcela paga dentro dela, entao nao entra em nenhuma conta.
           MOVE "N" TO WS-FIM-IFC01
           MOVE WS-EMP00-ALVO TO ARQ-IFC01-EMP00
           MOVE ZERO          TO ARQ-IFC01-DATA-INFRACAO
           START ARQ-IFC01 KEY IS NOT LESS THAN ARQ-IFC01-EMP-DATA
               INVALID KEY
                   SET FIM-IFC01 TO TRUE
               NOT INVALID KEY

       3300-AVALIAR-IFC01.
           IF ARQ-IFC01-EMP00 NOT = WS-EMP00-ALVO
            OR ARQ-IFC01-DATA-INFRACAO (1:6) > WS-COMPETENCIA-ALVO
               SET FIM-IFC01 TO TRUE
           ELSE
               IF ARQ-IFC01-DATA-INFRACAO (1:6) = WS-COMPETENCIA-ALVO
           .

       3700-ACUMULAR-RECURSO.
           PERFORM 3750-LER-RECURSO-ATUAL
           IF WS-ACHOU-IFR01 = "S"
               IF ARQ-IFR01-STATUS = "E"
                AND ARQ-IFR01-FINAL
                   ADD 1 TO WS-RET-APRESENTADOS
                   IF ARQ-IFR01-DEFERIDO
                    OR ARQ-IFR01-CONV-ADVERT
                       ADD 1 TO WS-RET-GANHOS
                   END-IF
               END-IF
           END-IF
           .

       3750-LER-RECURSO-ATUAL.
      *    cada instancia do recurso (defesa previa, JARI, CETRAN) e
      *    um registro de ARQ-IFR01; a situacao do recurso da
      *    infracao e a da ultima instancia.
           MOVE "N"              TO WS-ACHOU-IFR01
           MOVE ARQ-IFC01-CODIGO TO ARQ-IFR01-IFC01
           MOVE HIGH-VALUE       TO ARQ-IFR01-INSTANCIA
           START ARQ-IFR01 KEY IS LESS THAN ARQ-IFR01-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-IFR01 NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ARQ-IFR01-IFC01 = ARQ-IFC01-CODIGO
                               MOVE "S" TO WS-ACHOU-IFR01
                           END-IF
                   END-READ
           END-START
           .

       6000-GRAVAR-RETRATO.
      *   04/09/2026 - equipe.ti - percentual do desconto SNE passa a
      *                vir de arq-par01 por empresa, como no P99-R045,
      *                para o retrato bater com o REL-R045.
      *   18/09/2026 - equipe.ti - recurso contado pela decisao
      *                final da ultima instancia (ARQ-IFR01 chaveado
      *                por infracao e instancia).
      *   02/10/2026 - equipe.ti - infracoes da empresa lidas pela
      *                chave empresa + data da infracao, parando ao
      *                passar da competencia do retrato.
