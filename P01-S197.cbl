       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S197.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 25 de setembro de 2026.
       REMARKS. Sub-rotina chamada pela tela de CTRC (P01-C074) para
           decidir os vinculos infracao x CTRC propostos pelo
           P01-B053 em ARQ-PRP04. Operacao "C" confirma: cada proposta
           pendente vira um vinculo em ARQ-RAT04 com o criterio de
           rateio escolhido na tela (peso ou valor do frete), a
           proposta passa a confirmada e, ao final, o P01-S161 rateia
           o valor da infracao entre os CTRCs, como no vinculo manual.
           Operacao "D" descarta a proposta (o usuario desmarcou o
           CTRC ou a viagem nao e a da infracao). Com o CTRC zerado a
           operacao vale para todas as propostas pendentes da
           infracao. Cada decisao vai para a trilha
           ARQ-LOG123/ARQ-LOG23 via P01-S166. Devolve a quantidade de
           propostas tratadas.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-PRP04.sl".
           COPY "ARQ-RAT04.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-PRP04.fd".
           COPY "ARQ-RAT04.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-PRP04                  PIC X(02).
       01  STAT-ARQ-RAT04                  PIC X(02).

       01  WS-FIM-PRP04                    PIC X(01).
           88 FIM-PRP04                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-PRO01-EDIT                   PIC ZZZZZZZ9.

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-PRP04".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01)   VALUE "A".
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       LINKAGE                     SECTION.
       01  LNK-S197-IFC01                  PIC 9(08).
       01  LNK-S197-PRO01                  PIC 9(08).
       01  LNK-S197-OPERACAO               PIC X(01).
       01  LNK-S197-CRITERIO               PIC X(01).
       01  LNK-S197-USUARIO                PIC 9(04).
       01  LNK-S197-QTD                    PIC 9(03).

       PROCEDURE DIVISION USING LNK-S197-IFC01, LNK-S197-PRO01,
               LNK-S197-OPERACAO, LNK-S197-CRITERIO, LNK-S197-USUARIO,
               LNK-S197-QTD.

       0000-MAINLINE.
           MOVE ZERO TO LNK-S197-QTD
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           IF LNK-S197-OPERACAO = "C" OR LNK-S197-OPERACAO = "D"
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM 2000-POSICIONAR-PRP04
               PERFORM 3000-DECIDIR-PROPOSTA UNTIL FIM-PRP04
               PERFORM 9000-FECHAR-ARQUIVOS
      *        o rateio abre ARQ-RAT04 por conta propria, por isso so
      *        e chamado depois de fechado aqui.
               IF LNK-S197-OPERACAO = "C" AND LNK-S197-QTD > ZERO
                   CALL "P01-S161" USING LNK-S197-IFC01
               END-IF
           END-IF
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-PRP04
           OPEN I-O ARQ-RAT04
           .

       2000-POSICIONAR-PRP04.
           MOVE "N" TO WS-FIM-PRP04
           MOVE LNK-S197-IFC01 TO ARQ-PRP04-IFC01
           MOVE LNK-S197-PRO01 TO ARQ-PRP04-PRO01
           START ARQ-PRP04 KEY IS NOT LESS THAN ARQ-PRP04-CHAVE
               INVALID KEY
                   SET FIM-PRP04 TO TRUE
               NOT INVALID KEY
                   PERFORM 2100-LER-PRP04
           END-START
           .

       2100-LER-PRP04.
           READ ARQ-PRP04 NEXT RECORD
               AT END
                   SET FIM-PRP04 TO TRUE
           END-READ
           .

       3000-DECIDIR-PROPOSTA.
           IF ARQ-PRP04-IFC01 NOT = LNK-S197-IFC01
            OR (LNK-S197-PRO01 NOT = ZERO
                AND ARQ-PRP04-PRO01 NOT = LNK-S197-PRO01)
               SET FIM-PRP04 TO TRUE
           ELSE
               IF ARQ-PRP04-PROPOSTO
                   IF LNK-S197-OPERACAO = "C"
                       PERFORM 3100-GRAVAR-VINCULO
                   END-IF
                   MOVE LNK-S197-OPERACAO TO ARQ-PRP04-STATUS
                   MOVE LNK-S197-USUARIO  TO ARQ-PRP04-USU-DECIDIU
                   MOVE WS-DATA-HOJE      TO ARQ-PRP04-DATA-DECISAO
                   REWRITE ARQ-PRP04-REG
                   ADD 1 TO LNK-S197-QTD
                   PERFORM 5000-GRAVAR-TRILHA
               END-IF
               PERFORM 2100-LER-PRP04
           END-IF
           .

       3100-GRAVAR-VINCULO.
      *    percentual e valor ficam zerados ate o P01-S161 ratear;
      *    CTRC ja vinculado a mao (status "22") fica como esta.
           MOVE ARQ-PRP04-IFC01   TO ARQ-RAT04-IFC01
           MOVE ARQ-PRP04-PRO01   TO ARQ-RAT04-PRO01
           MOVE LNK-S197-CRITERIO TO ARQ-RAT04-CRITERIO
           MOVE ZERO              TO ARQ-RAT04-PERCENTUAL
           MOVE ZERO              TO ARQ-RAT04-VALOR-RATEIO
           MOVE "N"               TO ARQ-RAT04-FATURADO
           MOVE ZERO              TO ARQ-RAT04-DATA-FATURA
           WRITE ARQ-RAT04-REG
           .

       5000-GRAVAR-TRILHA.
           MOVE ARQ-PRP04-PRO01 TO WS-PRO01-EDIT
           MOVE SPACES TO WS-LOG-CHAVE
           STRING ARQ-PRP04-IFC01 "/" WS-PRO01-EDIT
               DELIMITED BY SIZE INTO WS-LOG-CHAVE
           MOVE 2 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-PRP04-STATUS"  TO WS-LOG-CAMPO (1)
           MOVE "P"                 TO WS-LOG-VALOR-ANT (1)
           MOVE ARQ-PRP04-STATUS    TO WS-LOG-VALOR-NOVO (1)
           MOVE "ARQ-PRP04-VIAGEM"  TO WS-LOG-CAMPO (2)
           MOVE ARQ-PRP04-VIAGEM    TO WS-LOG-VALOR-ANT (2)
           MOVE ARQ-PRP04-VIAGEM    TO WS-LOG-VALOR-NOVO (2)
           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, LNK-S197-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-PRP04 ARQ-RAT04
           .
      * Historico de alteracoes
      *   25/09/2026 - equipe.ti - rotina nova de confirmacao e
      *                descarte dos vinculos de rateio propostos pelas
      *                viagens (ARQ-PRP04).
