       01  WS-VALOR-DET-EDIT               PIC ZZZ.ZZZ,99.
       01  WS-QTD-EDIT                     PIC ZZ9.
       01  WS-VALOR-EDIT                   PIC ZZZ.ZZZ.ZZZ,99.
       01  WS-ACHOU-IFR01                  PIC X(01)   VALUE "N".

       LINKAGE                     SECTION.
       01  LNK-PADRAO                      PIC X(01).
           END-READ

           IF WS-ABERTA-SW = "S"
               PERFORM 4350-LER-RECURSO-ATUAL
               IF WS-ACHOU-IFR01 = "S"
                   IF ARQ-IFR01-STATUS = "A"
                       MOVE "N" TO WS-ABERTA-SW
                   END-IF
               END-IF
           END-IF
           .

       4350-LER-RECURSO-ATUAL.
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

       5000-INCLUIR-PENDENCIA.
           IF WS-QTD-PENDENTES >= 500
               SET WS-TAB-CHEIA TO TRUE
      *   31/07/2026 - equipe.ti - cada veiculo passa a listar as
      *                infracoes em aberto uma a uma (codigo,
      *                notificacao e valor), alem dos totais.
      *   18/09/2026 - equipe.ti - recurso em andamento verificado
      *                na ultima instancia (ARQ-IFR01 chaveado por
      *                infracao e instancia).
