           arq-ctb-lanc para o sistema contabil: pagamentos e
           descontos de ARQ-PAG09 (eventos PGT/DSC), baixas de
           ARQ-BAI09 (BAI), recebimentos de fornecedor de ARQ-DBB15
           (REC) e rateios faturados a clientes de ARQ-RAT04 (RAT),
           alem dos documentos de recobranca intercompanhia ja
           assinados pelas duas controladorias (ARQ-RCI01, gerados
           pelo P01-B060): o lado a receber na empresa dona do
           veiculo (RCR) e o lado a pagar na empresa responsavel
           (RCP), cada um no lote da sua empresa, datados do ultimo
           dia da competencia. Os eventos RCR/RCP so sao exigidos no
           mapa da empresa que tem documento de recobranca na
           competencia.
           Imprime o demonstrativo de totais por empresa e evento
           (REL-B028), que a controladoria confere contra a
           conciliacao do P99-R037 antes de liberar o arquivo, e so
           COPY "ARQ-DBB15.sl".
           COPY "ARQ-RAT04.sl".
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-RCI01.sl".
           COPY "arq-ctb-lanc.sl".
           SELECT REL-B028
                  ASSIGN          TO         REL-B028-NOME
           COPY "ARQ-DBB15.fd".
           COPY "ARQ-RAT04.fd".
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-RCI01.fd".
           COPY "arq-ctb-lanc.fd".
       FD  REL-B028
           LABEL RECORD STANDARD.
       01  STAT-ARQ-DBB15                  PIC X(02).
       01  STAT-ARQ-RAT04                  PIC X(02).
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-RCI01                  PIC X(02).
       01  STAT-ARQ-CTB-LANC               PIC X(02).
       01  STAT-REL-B028                   PIC X(02).
       01  STAT-LOG-B028                   PIC X(02).
           88 FIM-FEC09                                VALUE "S".
       01  WS-FIM-MOVTO                    PIC X(01).
           88 FIM-MOVTO                                VALUE "S".
       01  WS-FIM-RCI01                    PIC X(01).
           88 FIM-RCI01                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-MAPA-OK                      PIC X(01).
       01  WS-EVENTO-IX                    PIC 9(02).
           05 FILLER                       PIC X(03)   VALUE "BAI".
           05 FILLER                       PIC X(03)   VALUE "REC".
           05 FILLER                       PIC X(03)   VALUE "RAT".
           05 FILLER                       PIC X(03)   VALUE "RCR".
           05 FILLER                       PIC X(03)   VALUE "RCP".
       01  WS-TAB-EVENTOS-R REDEFINES WS-TAB-EVENTOS.
           05 WS-EVENTO OCCURS 7 TIMES    PIC X(03).

       01  WS-QTD-FECHAMENTOS              PIC 9(03)   VALUE ZERO.
       01  WS-FEC-IX                       PIC 9(03)   VALUE ZERO.
           05 WS-FEC-ENT OCCURS 100 TIMES.
              10 WS-FEC-EMP00              PIC 9(03).
              10 WS-FEC-COMPET             PIC 9(06).
              10 WS-FEC-TOTAL OCCURS 7 TIMES
                                           PIC 9(09)V9(02).
              10 WS-FEC-QTD   OCCURS 7 TIMES
                                           PIC 9(05).

       01  WS-COMP-MOVTO                   PIC 9(06)   VALUE ZERO.
       01  WS-EMP00-MOVTO                  PIC 9(03)   VALUE ZERO.
       01  WS-DATA-MOVTO                   PIC 9(08)   VALUE ZERO.
      *    primeiro dia do mes seguinte a competencia, para chegar ao
      *    ultimo dia dela pelo P01-S167.
       01  WS-COMP-SEGUINTE                PIC 9(06)   VALUE ZERO.
       01  WS-COMP-SEGUINTE-R REDEFINES WS-COMP-SEGUINTE.
           05 WS-COMP-SEG-ANO              PIC 9(04).
           05 WS-COMP-SEG-MES              PIC 9(02).
       01  WS-DATA-INI-SEGUINTE            PIC 9(08)   VALUE ZERO.
       01  WS-DIAS-VOLTA                   PIC S9(08)  VALUE -1.
       01  WS-VALOR-MOVTO                  PIC 9(09)V9(02) VALUE ZERO.
       01  WS-VALOR-DESCONTO               PIC S9(09)V9(02)
                                                       VALUE ZERO.
               PERFORM 3000-PROCESSAR-BAIXAS
               PERFORM 4000-PROCESSAR-RECEBIMENTOS
               PERFORM 5000-PROCESSAR-RATEIOS
               PERFORM 5500-PROCESSAR-RECOBRANCAS
               PERFORM 6000-IMPRIMIR-DEMONSTRATIVO
               PERFORM 7000-CARIMBAR-FECHAMENTOS
           END-IF
           OPEN INPUT ARQ-DBB15
           OPEN INPUT ARQ-RAT04
           OPEN INPUT ARQ-IFC01
           OPEN INPUT ARQ-RCI01
           OPEN OUTPUT arq-ctb-lanc
           OPEN OUTPUT REL-B028
           OPEN OUTPUT LOG-B028
      *    os cinco eventos precisam estar mapeados antes de gerar
      *    qualquer linha: lote pela metade obrigaria estorno manual
      *    no contabil, que e justamente o que se quer eliminar.
      *    RCR/RCP so quando a empresa tem recobranca na competencia.
           MOVE "S" TO WS-MAPA-OK
           PERFORM 1310-CONFERIR-EVENTO
               VARYING WS-EVENTO-IX FROM 1 BY 1
               UNTIL WS-EVENTO-IX > 5
           IF STAT-ARQ-RCI01 NOT = "35"
               PERFORM 1320-CONFERIR-RECOBRANCA
           END-IF

           IF WS-MAPA-OK = "N"
               ADD 1 TO WS-TOT-SEM-MAPA
           END-READ
           .

       1320-CONFERIR-RECOBRANCA.
           MOVE "N"                   TO WS-FIM-RCI01
           MOVE ARQ-FEC09-COMPETENCIA TO ARQ-RCI01-COMPETENCIA
           MOVE ZERO                  TO ARQ-RCI01-EMP-ORIGEM
           MOVE ZERO                  TO ARQ-RCI01-EMP-DESTINO
           START ARQ-RCI01 KEY IS NOT LESS THAN ARQ-RCI01-CHAVE
               INVALID KEY
                   SET FIM-RCI01 TO TRUE
               NOT INVALID KEY
                   PERFORM 1330-LER-RCI01
           END-START

           PERFORM 1340-AVALIAR-RECOBRANCA UNTIL FIM-RCI01
           .

       1330-LER-RCI01.
           READ ARQ-RCI01 NEXT RECORD
               AT END
                   SET FIM-RCI01 TO TRUE
           END-READ
           .

       1340-AVALIAR-RECOBRANCA.
           IF ARQ-RCI01-COMPETENCIA NOT = ARQ-FEC09-COMPETENCIA
               SET FIM-RCI01 TO TRUE
           ELSE
               IF ARQ-RCI01-EMP-ORIGEM = ARQ-FEC09-EMP00
                   MOVE 6 TO WS-EVENTO-IX
                   PERFORM 1310-CONFERIR-EVENTO
               END-IF
               IF ARQ-RCI01-EMP-DESTINO = ARQ-FEC09-EMP00
                   MOVE 7 TO WS-EVENTO-IX
                   PERFORM 1310-CONFERIR-EVENTO
               END-IF
               PERFORM 1330-LER-RCI01
           END-IF
           .

       1400-ZERAR-TOTAIS.
           PERFORM 1410-ZERAR-TOTAL-EVENTO
               VARYING WS-EVENTO-IX FROM 1 BY 1
               UNTIL WS-EVENTO-IX > 7
           .

       1410-ZERAR-TOTAL-EVENTO.
           PERFORM 5100-LER-RAT04
           .

      *    documento de recobranca assinado pelas duas controladorias:
      *    cada lado entra no lote da propria empresa, se a competencia
      *    dela estiver na geracao.
       5500-PROCESSAR-RECOBRANCAS.
           MOVE "N"  TO WS-FIM-RCI01
           IF STAT-ARQ-RCI01 = "35"
               SET FIM-RCI01 TO TRUE
           ELSE
               MOVE ZERO TO ARQ-RCI01-COMPETENCIA
               MOVE ZERO TO ARQ-RCI01-EMP-ORIGEM
               MOVE ZERO TO ARQ-RCI01-EMP-DESTINO
               START ARQ-RCI01 KEY IS NOT LESS THAN ARQ-RCI01-CHAVE
                   INVALID KEY
                       SET FIM-RCI01 TO TRUE
                   NOT INVALID KEY
                       PERFORM 1330-LER-RCI01
               END-START
           END-IF

           PERFORM 5600-AVALIAR-RECOBRANCA UNTIL FIM-RCI01
           .

       5600-AVALIAR-RECOBRANCA.
           IF ARQ-RCI01-ASSINADO
               MOVE ARQ-RCI01-COMPETENCIA  TO WS-COMP-MOVTO
               PERFORM 5650-ULTIMO-DIA-COMPETENCIA
               MOVE ARQ-RCI01-VALOR-TOTAL  TO WS-VALOR-MOVTO

               MOVE ARQ-RCI01-EMP-ORIGEM TO WS-EMP00-MOVTO
               PERFORM 1500-LOCALIZAR-FECHAMENTO
               IF WS-FEC-ACHOU > ZERO
                   MOVE SPACES TO WS-HISTORICO
                   STRING "RECOBR INTERCOMP A RECEBER DA EMP "
                          ARQ-RCI01-EMP-DESTINO
                       DELIMITED BY SIZE INTO WS-HISTORICO
                   MOVE 6 TO WS-EVENTO-IX
                   PERFORM 1700-GERAR-LANCAMENTO
               END-IF

               MOVE ARQ-RCI01-EMP-DESTINO TO WS-EMP00-MOVTO
               PERFORM 1500-LOCALIZAR-FECHAMENTO
               IF WS-FEC-ACHOU > ZERO
                   MOVE SPACES TO WS-HISTORICO
                   STRING "RECOBR INTERCOMP A PAGAR A EMP "
                          ARQ-RCI01-EMP-ORIGEM
                       DELIMITED BY SIZE INTO WS-HISTORICO
                   MOVE 7 TO WS-EVENTO-IX
                   PERFORM 1700-GERAR-LANCAMENTO
               END-IF
           END-IF
           PERFORM 1330-LER-RCI01
           .

      *    o documento e gerado no mes seguinte, mas o lancamento e da
      *    competencia recobrada.
       5650-ULTIMO-DIA-COMPETENCIA.
           MOVE ARQ-RCI01-COMPETENCIA TO WS-COMP-SEGUINTE
           IF WS-COMP-SEG-MES = 12
               ADD 1 TO WS-COMP-SEG-ANO
               MOVE 1 TO WS-COMP-SEG-MES
           ELSE
               ADD 1 TO WS-COMP-SEG-MES
           END-IF
           COMPUTE WS-DATA-INI-SEGUINTE = WS-COMP-SEGUINTE * 100 + 1
           CALL "P01-S167" USING WS-DATA-INI-SEGUINTE, WS-DIAS-VOLTA,
                   WS-DATA-MOVTO
           .

       6000-IMPRIMIR-DEMONSTRATIVO.
           PERFORM 6100-IMPRIMIR-FECHAMENTO
               VARYING WS-FEC-IX FROM 1 BY 1
           WRITE REL-B028-LINHA
           PERFORM 6200-IMPRIMIR-EVENTO
               VARYING WS-EVENTO-IX FROM 1 BY 1
               UNTIL WS-EVENTO-IX > 7
           .

       6200-IMPRIMIR-EVENTO.

           CLOSE ARQ-FEC09 ARQ-CTA01 ARQ-PAG09 ARQ-BAI09 ARQ-DBB15
                 ARQ-RAT04 ARQ-IFC01 arq-ctb-lanc REL-B028 LOG-B028
           IF STAT-ARQ-RCI01 NOT = "35"
               CLOSE ARQ-RCI01
           END-IF
           .
      * Historico de alteracoes
      *   21/08/2026 - equipe.ti - rotina nova de geracao do lote
      *                contabil do fechamento (ARQ-CTA01 ->
      *                arq-ctb-lanc), com demonstrativo de totais por
      *                empresa e evento.
      *   09/10/2026 - equipe.ti - lancamento dos dois lados da
      *                recobranca intercompanhia assinada (eventos RCR
      *                e RCP de ARQ-CTA01, exigidos so na empresa com
      *                recobranca na competencia).
      *   09/10/2026 - equipe.ti - recobranca intercompanhia lancada no
      *                ultimo dia da competencia, e nao na data de
      *                geracao do documento.
