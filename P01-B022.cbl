       01  WS-VALOR-EDIT                   PIC ZZZ.ZZZ.ZZZ,99.
       01  WS-PERC-EDIT                    PIC ZZZZ9,99.
       01  WS-CONTADOR-EDIT                PIC ZZZZ9.
       01  WS-ACHOU-IFR01                  PIC X(01)   VALUE "N".

       PROCEDURE DIVISION.


       2530-OBTER-VALOR-ESPERADO.
           MOVE ARQ-IFC01-VALOR TO WS-VALOR-ESPERADO
           PERFORM 2535-LER-RECURSO-ATUAL
      *    so a decisao final mexe no plano (P01-S175).
           IF WS-ACHOU-IFR01 = "S"
               IF ARQ-IFR01-STATUS = "E"
                AND ARQ-IFR01-FINAL
                   IF ARQ-IFR01-DEFERIDO
                    OR ARQ-IFR01-CONV-ADVERT
                       MOVE ZERO TO WS-VALOR-ESPERADO
                   END-IF
                   IF ARQ-IFR01-INDEF-PARCIAL
                       MOVE ARQ-IFR01-VALOR-DECIDIDO
                         TO WS-VALOR-ESPERADO
                   END-IF
               END-IF
           END-IF
           .

       2535-LER-RECURSO-ATUAL.
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

       2520-ACHADO-PLANO.
      *    desloca o ponteiro: reposiciona no inicio antes da
      *    varredura sequencial.
           MOVE "N"  TO WS-FIM-ARQUIVO
           MOVE ZERO      TO ARQ-IFR01-IFC01
           MOVE LOW-VALUE TO ARQ-IFR01-INSTANCIA
           START ARQ-IFR01 KEY IS NOT LESS THAN ARQ-IFR01-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
      *                conferido contra o valor decidido do recurso
      *                encerrado (P01-S175), ignorando parcela
      *                cancelada pelo desfecho.
      *   18/09/2026 - equipe.ti - recurso lido pela ultima instancia
      *                (ARQ-IFR01 chaveado por infracao e instancia);
      *                o plano so e conferido contra decisao final.
