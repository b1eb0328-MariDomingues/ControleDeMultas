           partir dos recursos ja decididos (ARQ-IFR01 encerrados
           pelo P01-S175 - a mesma base do P99-R046): perda = soma do
           valor final mantido / soma do valor original. Depois varre
           as infracoes em aberto de ARQ-IFC01 (nao canceladas e sem
           baixa integral em ARQ-BAI09, como no P99-R047 - a
           baixada so com baixa parcial continua em aberto),
           classifica o estagio de cada
           uma - sem contestacao ("S", provisiona 100%), recurso em
           aberto em ARQ-IFR01 ("R") ou processo judicial em aberto
           em ARQ-IFP01 ("J"), ambos provisionados pelo percentual
       01  WS-VALOR-EDIT                   PIC ZZZ.ZZZ.ZZZ,99.
       01  WS-PERC-EDIT                    PIC ZZ9,99.
       01  WS-TOT-ABERTAS                  PIC 9(06)   VALUE ZERO.
       01  WS-ACHOU-IFR01                  PIC X(01)   VALUE "N".

       PROCEDURE DIVISION.

           .

       2200-ACUMULAR-DECIDIDO.
      *    uma decisao por infracao: so a final de cada cadeia de
      *    instancias entra na base.
           IF ARQ-IFR01-STATUS = "E"
            AND ARQ-IFR01-FINAL
               PERFORM 2300-SOMAR-DESFECHO
           END-IF
           PERFORM 2100-LER-IFR01
           .

       3000-CLASSIFICAR-ABERTAS.
      *    varredura pela chave empresa + situacao: alem de
      *    relocalizar o ponteiro que 2350 deslocou com as leituras
      *    por codigo, garante que as celulas da tabela saiam
      *    agrupadas por empresa, que e o que a quebra do relatorio e
      *    a conferencia de fechamento em 5050 esperam. O bloco de
      *    infracoes canceladas ("C") de cada empresa e saltado
      *    inteiro em 3200 - nao ha o que provisionar. As baixadas
      *    ("B") passam pela conferencia de ARQ-BAI09 em 3300, como
      *    no P99-R047.
           MOVE "N"    TO WS-FIM-ARQ
           MOVE ZERO   TO ARQ-IFC01-EMP00
           MOVE SPACES TO ARQ-IFC01-SITUACAO
           START ARQ-IFC01 KEY IS NOT LESS THAN ARQ-IFC01-EMP-SITUACAO
               INVALID KEY
                   SET FIM-ARQ TO TRUE
               NOT INVALID KEY
           .

       3200-AVALIAR-INFRACAO.
           IF ARQ-IFC01-SITUACAO = "C"
               PERFORM 3250-SALTAR-SITUACAO
           ELSE
               PERFORM 3300-VERIFICAR-ABERTA
               IF WS-ABERTA-SW = "S"
                   PERFORM 3500-CLASSIFICAR-ESTAGIO
                   IF WS-VALOR-ABERTO > ZERO
                       ADD 1 TO WS-TOT-ABERTAS
                       PERFORM 4000-ACUMULAR-CELULA
                   END-IF
               END-IF
               PERFORM 3100-LER-IFC01
           END-IF
           .

       3250-SALTAR-SITUACAO.
      *    posiciona depois da ultima infracao da mesma empresa e
      *    situacao (empresa e situacao do registro lido).
           START ARQ-IFC01 KEY IS GREATER THAN ARQ-IFC01-EMP-SITUACAO
               INVALID KEY
                   SET FIM-ARQ TO TRUE
               NOT INVALID KEY
                   PERFORM 3100-LER-IFC01
           END-START
           .

       3300-VERIFICAR-ABERTA.
                   END-IF
           END-READ

           PERFORM 3650-LER-RECURSO-ATUAL
           IF WS-ACHOU-IFR01 = "S"
               PERFORM 3600-AVALIAR-RECURSO
           END-IF
           .

       3600-AVALIAR-RECURSO.
            AND WS-ESTAGIO NOT = "J"
               MOVE "R" TO WS-ESTAGIO
           END-IF
      *    instancia decidida sem decisao final (ainda cabe recurso)
      *    continua em disputa, provisionada pelo valor decidido.
           IF ARQ-IFR01-STATUS = "E"
            AND NOT ARQ-IFR01-FINAL
            AND WS-ESTAGIO NOT = "J"
               MOVE "R" TO WS-ESTAGIO
           END-IF
           IF ARQ-IFR01-STATUS = "E"
      *        desfecho ja conhecido: deferido/advertencia saem da
      *        provisao; parcial entra pelo valor decidido.
           END-IF
           .

       3650-LER-RECURSO-ATUAL.
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

       4000-ACUMULAR-CELULA.
           PERFORM 4050-OBTER-GRAVIDADE-IFC01

      *                ser conferida: empresa sem a competencia alvo
      *                fechada ("F") fica fora da provisao, com aviso
      *                no log.
      *   18/09/2026 - equipe.ti - base historica so com decisao
      *                final; instancia decidida que ainda cabe
      *                recurso fica no estagio "R" (ARQ-IFR01 chaveado
      *                por infracao e instancia).
      *   02/10/2026 - equipe.ti - infracoes em aberto lidas pela
      *                chave empresa + situacao, saltando os blocos de
      *                baixadas e canceladas de cada empresa.
      *   09/10/2026 - equipe.ti - so o bloco de canceladas e saltado;
      *                as baixadas passam pela conferencia de
      *                ARQ-BAI09, como no P99-R047.
