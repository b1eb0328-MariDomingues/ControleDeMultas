           infracao (P01-M155) sempre que um vinculo infracao x
           motorista em ARQ-IFM01 e confirmado, e pela janela noturna
           (P01-B025) para o recalculo diario: soma os pontos das
           infracoes confirmadas do motorista (pontos da tabela
           oficial em vigor na data da infracao, via P01-S204, pelo
           enquadramento gravado na infracao - ou, na infracao sem
           ele, pelo enquadramento do tipo interno - ou de ARQ-TIP01
           para tipo sem enquadramento oficial) dentro da
           janela legal de 12 meses do CTB, contada da data da
           infracao em ARQ-IFC01 (na falta dela, da data de
           confirmacao do vinculo), grava o saldo em
           ARQ-MOT01 e devolve a sinalizacao de risco de suspensao
           (limite em arq-par01) para a tela exibir o alerta antes do
           despacho escalar o motorista em outra viagem. Curso de
           reciclagem concluido (ARQ-CNH01, via P01-S181) zera a
           contagem: so pontuam as infracoes posteriores a conclusao
           do curso mais recente. Saldo ou risco que mudam vao para
           a trilha ARQ-LOG123/ARQ-LOG23 via P01-S166.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       01  WS-DIAS-JANELA                  PIC S9(08)  VALUE -365.
       01  WS-DATA-CORTE                   PIC 9(08)   VALUE ZERO.
       01  WS-DATA-REFERENCIA              PIC 9(08)   VALUE ZERO.
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
       01  WS-IFC01-ENQUADRAMENTO          PIC 9(04)   VALUE ZERO.
       01  WS-IFC01-DESDOBRAMENTO          PIC 9(01)   VALUE ZERO.
       01  WS-PONTOS-ANT                   PIC 9(03)   VALUE ZERO.
       01  WS-RISCO-ANT                    PIC X(01)   VALUE SPACE.

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-MOT01".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01)   VALUE "A".
       01  WS-LOG-USUARIO                  PIC 9(04)   VALUE ZERO.
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       LINKAGE                     SECTION.
       01  LNK-S160-MOT01                  PIC 9(06).
               IF ARQ-IFM01-CONFIRMADA = "S"
                   PERFORM 2250-OBTER-DATA-REFERENCIA
                   IF WS-DATA-REFERENCIA > WS-DATA-CORTE
                       PERFORM 2300-SOMAR-PONTOS-TIPO
                   END-IF
               END-IF
               PERFORM 2100-LER-IFM01
           END-IF
           .

      *    pontos da tabela oficial em vigor na data da infracao
      *    (P01-S204) pelo enquadramento gravado na infracao; sem
      *    ele, pelo enquadramento do tipo interno; tipo sem
      *    enquadramento oficial associado usa os pontos de ARQ-TIP01.
       2300-SOMAR-PONTOS-TIPO.
           IF WS-IFC01-ENQUADRAMENTO NOT = ZERO
               MOVE "T"                    TO WS-ENQ-OPERACAO
               MOVE WS-IFC01-ENQUADRAMENTO TO WS-ENQ-ENQUADRAMENTO
               MOVE WS-IFC01-DESDOBRAMENTO TO WS-ENQ-DESDOBRAMENTO
               MOVE ZERO                   TO WS-ENQ-TIP01
           ELSE
               MOVE "V"                    TO WS-ENQ-OPERACAO
               MOVE ZERO                   TO WS-ENQ-ENQUADRAMENTO
               MOVE ZERO                   TO WS-ENQ-DESDOBRAMENTO
               MOVE ARQ-IFM01-TIP01        TO WS-ENQ-TIP01
           END-IF
           MOVE WS-DATA-REFERENCIA  TO WS-ENQ-DATA
           CALL "P01-S204" USING WS-ENQ-OPERACAO,
                   WS-ENQ-ENQUADRAMENTO, WS-ENQ-DESDOBRAMENTO,
                   WS-ENQ-TIP01, WS-ENQ-DATA, WS-ENQ-VALOR,
                   WS-ENQ-PONTOS-CNH, WS-ENQ-GRAVIDADE,
                   WS-ENQ-VIGENCIA, WS-ENQ-RETORNO
           IF WS-ENQ-RETORNO = "S"
               ADD WS-ENQ-PONTOS-CNH TO WS-SOMA-PONTOS
           ELSE
               MOVE ARQ-IFM01-TIP01 TO ARQ-TIP01-CODIGO
               READ ARQ-TIP01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD ARQ-TIP01-PONTOS-CNH TO WS-SOMA-PONTOS
               END-READ
           END-IF
           .

       2250-OBTER-DATA-REFERENCIA.
      *    a janela legal conta da data da infracao; vinculo orfao
      *    (infracao arquivada ou apagada) usa a data de confirmacao
      *    do proprio vinculo, que e o que se tem.
           MOVE ZERO TO WS-IFC01-ENQUADRAMENTO
           MOVE ZERO TO WS-IFC01-DESDOBRAMENTO
           MOVE ARQ-IFM01-IFC01 TO ARQ-IFC01-CODIGO
           READ ARQ-IFC01
               INVALID KEY
               NOT INVALID KEY
                   MOVE ARQ-IFC01-DATA-INFRACAO
                     TO WS-DATA-REFERENCIA
                   IF ARQ-IFC01-ENQUADRAMENTO IS NUMERIC
                    AND ARQ-IFC01-DESDOBRAMENTO IS NUMERIC
                       MOVE ARQ-IFC01-ENQUADRAMENTO
                         TO WS-IFC01-ENQUADRAMENTO
                       MOVE ARQ-IFC01-DESDOBRAMENTO
                         TO WS-IFC01-DESDOBRAMENTO
                   END-IF
           END-READ
           .

               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARQ-MOT01-PONTOS-CNH     TO WS-PONTOS-ANT
                   MOVE ARQ-MOT01-RISCO-SUSPENSO TO WS-RISCO-ANT
                   MOVE WS-SOMA-PONTOS TO ARQ-MOT01-PONTOS-CNH
                   IF WS-SOMA-PONTOS >= WS-LIMITE-PONTOS
                       MOVE "S" TO ARQ-MOT01-RISCO-SUSPENSO
                       MOVE "N" TO ARQ-MOT01-RISCO-SUSPENSO
                   END-IF
                   REWRITE ARQ-MOT01-REG
                   IF ARQ-MOT01-PONTOS-CNH NOT = WS-PONTOS-ANT
                    OR ARQ-MOT01-RISCO-SUSPENSO NOT = WS-RISCO-ANT
                       PERFORM 3050-REGISTRAR-TRILHA
                   END-IF
           END-READ

           MOVE ARQ-MOT01-RISCO-SUSPENSO TO LNK-S160-RISCO
           END-IF
           .

      *    o recalculo noturno passa por todos os motoristas: so o
      *    que muda vai para a trilha.
       3050-REGISTRAR-TRILHA.
           MOVE SPACES TO WS-LOG-CHAVE
           MOVE ARQ-MOT01-CODIGO TO WS-LOG-CHAVE
           MOVE 2 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-MOT01-PONTOS-CNH"      TO WS-LOG-CAMPO (1)
           MOVE WS-PONTOS-ANT               TO WS-LOG-VALOR-ANT (1)
           MOVE ARQ-MOT01-PONTOS-CNH        TO WS-LOG-VALOR-NOVO (1)
           MOVE "ARQ-MOT01-RISCO-SUSPENSO"  TO WS-LOG-CAMPO (2)
           MOVE WS-RISCO-ANT                TO WS-LOG-VALOR-ANT (2)
           MOVE ARQ-MOT01-RISCO-SUSPENSO    TO WS-LOG-VALOR-NOVO (2)
           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, WS-LOG-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       3100-OBTER-LIMITE-PONTOS.
      *    cada empresa pode ter seu proprio limite cadastrado em
      *    arq-par01; na falta de parametro usa-se o limite legal
      *                meses do CTB (data da infracao em ARQ-IFC01) e
      *                zerada pela conclusao de reciclagem registrada
      *                em ARQ-CNH01; recalculo noturno pelo P01-B025.
      *   09/10/2026 - equipe.ti - pontos de cada infracao pela tabela
      *                oficial em vigor na data dela (P01-S204).
      *   09/10/2026 - equipe.ti - pontos pelo enquadramento gravado
      *                na infracao (operacao "T" do P01-S204); saldo
      *                ou risco alterado registrado na trilha via
      *                P01-S166.
