       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S190.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 11 de setembro de 2026.
       REMARKS. Sub-rotina da recomendacao recorrer x pagar de uma
           infracao em aberto, chamada pela tela de infracoes
           (P01-M155) e pela lista de trabalho diaria (P01-B045). A
           operacao "C" calcula e grava a sugestao em ARQ-REC01
           pesando: a taxa historica de sucesso dos recursos do mesmo
           tipo (ARQ-TIP01) no mesmo orgao autuador, apurada dos
           desfechos de ARQ-IFR01 pelo P01-B045 em ARQ-TXR01 (com
           pouco historico no orgao vale a taxa do tipo em todos os
           orgaos); o valor das parcelas em aberto de ARQ-PAG09 com e
           sem o desconto do SNE (P01-S174, percentual de arq-par01);
           o impacto nos pontos de CNH do motorista (saldo e risco de
           suspensao recalculados pelo P01-S160, pontos da infracao
           pela tabela oficial em vigor na data da infracao via
           P01-S204, como no P01-S160, ou de ARQ-TIP01 para tipo sem
           enquadramento oficial); e os dias que faltam para o
           prazo. Recorrer compensa quando o custo
           esperado do recurso (valor cheio vezes a chance de perder)
           fica abaixo do valor com desconto, ou quando os pontos
           ameacam a CNH. A operacao "E" grava a escolha final do
           analista ao lado da sugestao, com trilha em
           ARQ-LOG123/ARQ-LOG23 via P01-S166, para medir depois se
           seguir a recomendacao valeu a pena. O recalculo preserva
           a escolha ja gravada.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-REC01.sl".
           COPY "ARQ-TXR01.sl".
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-PAG09.sl".
           COPY "ARQ-TIP01.sl".
           COPY "arq-par01.sl".
           COPY "arq-org01.sl".
           COPY "arq-cid01.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-REC01.fd".
           COPY "ARQ-TXR01.fd".
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-PAG09.fd".
           COPY "ARQ-TIP01.fd".
           COPY "arq-par01.fd".
           COPY "arq-org01.fd".
           COPY "arq-cid01.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-REC01                  PIC X(02).
       01  STAT-ARQ-TXR01                  PIC X(02).
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-PAG09                  PIC X(02).
       01  STAT-ARQ-TIP01                  PIC X(02).
       01  STAT-ARQ-PAR01                  PIC X(02).
       01  STAT-ARQ-ORG01                  PIC X(02).
       01  STAT-ARQ-CID01                  PIC X(02).

      *    abaixo de WS-MINIMO-HISTORICO decisoes no orgao a taxa do
      *    orgao nao e representativa e vale a do tipo em geral
       01  WS-MINIMO-HISTORICO             PIC 9(05)   VALUE 5.
      *    com a CNH ameacada basta essa chance minima para recorrer
       01  WS-PERC-MINIMO-CNH              PIC 9(03)V9(02) VALUE 10.
      *    menos dias que isso nao da para montar uma defesa
       01  WS-DIAS-MINIMO-DEFESA           PIC S9(05)  VALUE 3.
       01  WS-DIAS-RECURSO-PADRAO          PIC 9(03)   VALUE 30.

       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-FIM-PAG09                    PIC X(01).
           88 FIM-PAG09                                VALUE "S".
       01  WS-EXISTE-REC01-SW              PIC X(01).
           88 WS-EXISTE-REC01                          VALUE "S".
       01  WS-CNH-AMEACADA-SW              PIC X(01).
           88 WS-CNH-AMEACADA                          VALUE "S".

       01  WS-PERC-SUCESSO                 PIC 9(03)V9(02).
       01  WS-QTD-HISTORICO                PIC 9(05).
       01  WS-VALOR-CHEIO                  PIC 9(07)V9(02).
       01  WS-VALOR-DESCONTO               PIC 9(07)V9(02).
       01  WS-CUSTO-RECURSO                PIC 9(07)V9(02).
       01  WS-PERC-DESCONTO                PIC 9(02)V9(02).
       01  WS-LIMITE-PONTOS                PIC 9(03).
       01  WS-DATA-LIMITE                  PIC 9(08).
       01  WS-DIAS-PRAZO-S                 PIC S9(08).
       01  WS-DIAS-RESTANTES               PIC S9(08).
       01  WS-UF-INFRACAO                  PIC X(02).
       01  WS-SUGESTAO                     PIC X(01).
       01  WS-MOTIVO                       PIC X(40).

       01  WS-VALOR-APURADO                PIC 9(07)V9(02).
       01  WS-SITUACAO-VALOR               PIC X(01).
       01  WS-MOT01                        PIC 9(06).
       01  WS-PONTOS-SALDO                 PIC 9(03).
       01  WS-RISCO                        PIC X(01).
       01  WS-PONTOS-TIPO                  PIC 9(02).

      *    parametros do P01-S204 (tabela oficial de enquadramentos)
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
               VALUE "ARQ-REC01".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01).
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       LINKAGE                     SECTION.
       01  LNK-S190-IFC01                  PIC 9(08).
       01  LNK-S190-OPERACAO               PIC X(01).
       01  LNK-S190-USUARIO                PIC 9(04).
       01  LNK-S190-ESCOLHA                PIC X(01).
       01  LNK-S190-SUGESTAO               PIC X(01).
       01  LNK-S190-RETORNO                PIC X(01).
       01  LNK-S190-MOTIVO                 PIC X(40).

       PROCEDURE DIVISION USING LNK-S190-IFC01, LNK-S190-OPERACAO,
               LNK-S190-USUARIO, LNK-S190-ESCOLHA, LNK-S190-SUGESTAO,
               LNK-S190-RETORNO, LNK-S190-MOTIVO.

       0000-MAINLINE.
           MOVE "N"    TO LNK-S190-RETORNO
           MOVE SPACES TO LNK-S190-SUGESTAO
           MOVE SPACES TO LNK-S190-MOTIVO
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           IF LNK-S190-OPERACAO = "C" OR "E"
               PERFORM 1000-ABRIR-ARQUIVOS
               IF LNK-S190-OPERACAO = "C"
                   PERFORM 2000-CALCULAR-RECOMENDACAO
               ELSE
                   PERFORM 5000-REGISTRAR-ESCOLHA
               END-IF
               PERFORM 9000-FECHAR-ARQUIVOS
           ELSE
               MOVE "OPERACAO INVALIDA" TO LNK-S190-MOTIVO
           END-IF
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN I-O   ARQ-REC01
           OPEN INPUT ARQ-TXR01
           OPEN INPUT ARQ-IFC01
           OPEN INPUT ARQ-PAG09
           OPEN INPUT ARQ-TIP01
           OPEN INPUT arq-par01
           OPEN INPUT arq-org01
           OPEN INPUT arq-cid01
           .

       2000-CALCULAR-RECOMENDACAO.
           MOVE LNK-S190-IFC01 TO ARQ-IFC01-CODIGO
           READ ARQ-IFC01
               INVALID KEY
                   MOVE "INFRACAO NAO ENCONTRADA" TO LNK-S190-MOTIVO
               NOT INVALID KEY
                   IF ARQ-IFC01-SITUACAO = "C" OR "B"
                       MOVE "INFRACAO JA ENCERRADA" TO LNK-S190-MOTIVO
                   ELSE
                       PERFORM 2100-OBTER-PARAMETROS
                       PERFORM 2200-OBTER-TAXA-SUCESSO
                       PERFORM 2300-OBTER-VALORES
                       PERFORM 2400-OBTER-PONTOS
                       PERFORM 2500-OBTER-PRAZO
                       PERFORM 3000-DECIDIR
                       PERFORM 4000-GRAVAR-RECOMENDACAO
                       MOVE WS-SUGESTAO TO LNK-S190-SUGESTAO
                       MOVE WS-MOTIVO   TO LNK-S190-MOTIVO
                       MOVE "S"         TO LNK-S190-RETORNO
                   END-IF
           END-READ
           .

       2100-OBTER-PARAMETROS.
           MOVE 40 TO WS-PERC-DESCONTO
           MOVE 20 TO WS-LIMITE-PONTOS
           MOVE ARQ-IFC01-EMP00 TO ARQ-PAR01-EMP00
           READ arq-par01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ARQ-PAR01-PERC-DESCONTO-SNE > ZERO
                       MOVE ARQ-PAR01-PERC-DESCONTO-SNE
                         TO WS-PERC-DESCONTO
                   END-IF
                   IF ARQ-PAR01-PONTOS-LIMITE > ZERO
                       MOVE ARQ-PAR01-PONTOS-LIMITE
                         TO WS-LIMITE-PONTOS
                   END-IF
           END-READ
           .

       2200-OBTER-TAXA-SUCESSO.
      *    indeferimento parcial conta meia vitoria, como o valor
      *    recuperado que o P99-R046 mostra para esses casos.
           MOVE ZERO TO WS-PERC-SUCESSO
           MOVE ZERO TO WS-QTD-HISTORICO

           MOVE ARQ-IFC01-TIP01 TO ARQ-TXR01-TIP01
           MOVE ARQ-IFC01-ORG01 TO ARQ-TXR01-ORG01
           READ ARQ-TXR01
               INVALID KEY
                   MOVE ZERO TO ARQ-TXR01-QTD-DECIDIDOS
           END-READ

           IF ARQ-TXR01-QTD-DECIDIDOS < WS-MINIMO-HISTORICO
               MOVE ARQ-IFC01-TIP01 TO ARQ-TXR01-TIP01
               MOVE ZERO            TO ARQ-TXR01-ORG01
               READ ARQ-TXR01
                   INVALID KEY
                       MOVE ZERO TO ARQ-TXR01-QTD-DECIDIDOS
               END-READ
           END-IF

           IF ARQ-TXR01-QTD-DECIDIDOS > ZERO
               MOVE ARQ-TXR01-QTD-DECIDIDOS TO WS-QTD-HISTORICO
               COMPUTE WS-PERC-SUCESSO ROUNDED =
                       (ARQ-TXR01-QTD-GANHOS +
                        ARQ-TXR01-QTD-PARCIAIS / 2) * 100
                       / ARQ-TXR01-QTD-DECIDIDOS
           END-IF
           .

       2300-OBTER-VALORES.
           MOVE ZERO TO WS-VALOR-CHEIO
           MOVE ZERO TO WS-VALOR-DESCONTO
           MOVE ZERO TO WS-DATA-LIMITE
           MOVE "N"  TO WS-FIM-PAG09

           MOVE LNK-S190-IFC01 TO ARQ-PAG09-IFC01
           MOVE ZERO           TO ARQ-PAG09-PARCELA
           START ARQ-PAG09 KEY IS NOT LESS THAN ARQ-PAG09-CHAVE
               INVALID KEY
                   SET FIM-PAG09 TO TRUE
               NOT INVALID KEY
                   PERFORM 2310-LER-PAG09
           END-START

           PERFORM 2320-SOMAR-PARCELA UNTIL FIM-PAG09

      *    sem plano de pagamento gerado ainda: valor da infracao e
      *    o percentual de desconto da empresa, como no P01-S174.
           IF WS-VALOR-CHEIO = ZERO
               MOVE ARQ-IFC01-VALOR TO WS-VALOR-CHEIO
               COMPUTE WS-VALOR-DESCONTO ROUNDED =
                       ARQ-IFC01-VALOR * (100 - WS-PERC-DESCONTO) / 100
           END-IF
           .

       2310-LER-PAG09.
           READ ARQ-PAG09 NEXT RECORD
               AT END
                   SET FIM-PAG09 TO TRUE
           END-READ
           .

       2320-SOMAR-PARCELA.
           IF ARQ-PAG09-IFC01 NOT = LNK-S190-IFC01
               SET FIM-PAG09 TO TRUE
           ELSE
               IF ARQ-PAG09-DATA-PGTO = ZERO
                AND ARQ-PAG09-STATUS-PARCELA NOT = "C"
                   ADD ARQ-PAG09-VALOR-PARCELA TO WS-VALOR-CHEIO
                   CALL "P01-S174" USING ARQ-PAG09-IFC01,
                           ARQ-PAG09-PARCELA, WS-DATA-HOJE,
                           WS-VALOR-APURADO, WS-SITUACAO-VALOR
                   IF WS-SITUACAO-VALOR = "D"
                       ADD WS-VALOR-APURADO TO WS-VALOR-DESCONTO
                       IF WS-DATA-LIMITE = ZERO
                        OR ARQ-PAG09-DATA-LIMITE-DESC < WS-DATA-LIMITE
                           MOVE ARQ-PAG09-DATA-LIMITE-DESC
                             TO WS-DATA-LIMITE
                       END-IF
                   ELSE
                       ADD ARQ-PAG09-VALOR-PARCELA TO WS-VALOR-DESCONTO
                   END-IF
               END-IF
               PERFORM 2310-LER-PAG09
           END-IF
           .

       2400-OBTER-PONTOS.
           MOVE ZERO   TO WS-PONTOS-SALDO
           MOVE "N"    TO WS-RISCO
           MOVE "N"    TO WS-CNH-AMEACADA-SW

           PERFORM 2450-PONTOS-INFRACAO

           IF ARQ-IFC01-MOT01 NOT = ZERO
               MOVE ARQ-IFC01-MOT01 TO WS-MOT01
               CALL "P01-S160" USING WS-MOT01, WS-PONTOS-SALDO,
                       WS-RISCO
               IF WS-RISCO = "S"
                OR WS-PONTOS-SALDO + WS-PONTOS-TIPO
                   >= WS-LIMITE-PONTOS
                   SET WS-CNH-AMEACADA TO TRUE
               END-IF
           END-IF
           .

      *    mesma regra do P01-S160: pontos da tabela oficial em vigor
      *    na data da infracao pelo enquadramento gravado na infracao;
      *    sem ele, pelo enquadramento do tipo interno; tipo sem
      *    enquadramento oficial associado usa os pontos de ARQ-TIP01.
       2450-PONTOS-INFRACAO.
           IF ARQ-IFC01-ENQUADRAMENTO NOT = ZERO
               MOVE "T"                     TO WS-ENQ-OPERACAO
               MOVE ARQ-IFC01-ENQUADRAMENTO TO WS-ENQ-ENQUADRAMENTO
               MOVE ARQ-IFC01-DESDOBRAMENTO TO WS-ENQ-DESDOBRAMENTO
               MOVE ZERO                    TO WS-ENQ-TIP01
           ELSE
               MOVE "V"                     TO WS-ENQ-OPERACAO
               MOVE ZERO                    TO WS-ENQ-ENQUADRAMENTO
               MOVE ZERO                    TO WS-ENQ-DESDOBRAMENTO
               MOVE ARQ-IFC01-TIP01         TO WS-ENQ-TIP01
           END-IF
           MOVE ARQ-IFC01-DATA-INFRACAO TO WS-ENQ-DATA
           CALL "P01-S204" USING WS-ENQ-OPERACAO,
                   WS-ENQ-ENQUADRAMENTO, WS-ENQ-DESDOBRAMENTO,
                   WS-ENQ-TIP01, WS-ENQ-DATA, WS-ENQ-VALOR,
                   WS-ENQ-PONTOS-CNH, WS-ENQ-GRAVIDADE,
                   WS-ENQ-VIGENCIA, WS-ENQ-RETORNO
           IF WS-ENQ-RETORNO = "S"
               MOVE WS-ENQ-PONTOS-CNH TO WS-PONTOS-TIPO
           ELSE
               MOVE ARQ-IFC01-TIP01 TO ARQ-TIP01-CODIGO
               READ ARQ-TIP01
                   INVALID KEY
                       MOVE ZERO TO WS-PONTOS-TIPO
                   NOT INVALID KEY
                       MOVE ARQ-TIP01-PONTOS-CNH TO WS-PONTOS-TIPO
               END-READ
           END-IF
           .

       2500-OBTER-PRAZO.
      *    sem data limite de desconto nas parcelas, o prazo e o de
      *    recurso do orgao contado do lancamento, como o alerta do
      *    P01-B012.
           IF WS-DATA-LIMITE = ZERO
               MOVE WS-DIAS-RECURSO-PADRAO TO WS-DIAS-PRAZO-S
               MOVE ARQ-IFC01-ORG01 TO ARQ-ORG01-CODIGO
               READ arq-org01
                   INVALID KEY
                       MOVE SPACES TO ARQ-ORG01-TIPO-CONTAGEM
                   NOT INVALID KEY
                       IF ARQ-ORG01-DIAS-RECURSO > ZERO
                           MOVE ARQ-ORG01-DIAS-RECURSO
                             TO WS-DIAS-PRAZO-S
                       END-IF
               END-READ
               IF ARQ-ORG01-DIAS-UTEIS
                   MOVE SPACES TO WS-UF-INFRACAO
                   MOVE ARQ-IFC01-CID01 TO ARQ-CID01-CODIGO
                   READ arq-cid01
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ARQ-CID01-UF TO WS-UF-INFRACAO
                   END-READ
                   CALL "P01-S185" USING ARQ-IFC01-DATA-LANCTO,
                           WS-DIAS-PRAZO-S, WS-UF-INFRACAO,
                           ARQ-IFC01-CID01, WS-DATA-LIMITE
               ELSE
                   CALL "P01-S167" USING ARQ-IFC01-DATA-LANCTO,
                           WS-DIAS-PRAZO-S, WS-DATA-LIMITE
               END-IF
           END-IF

           CALL "P01-S164" USING WS-DATA-HOJE, WS-DATA-LIMITE,
                   WS-DIAS-RESTANTES
           .

       3000-DECIDIR.
           COMPUTE WS-CUSTO-RECURSO ROUNDED =
                   WS-VALOR-CHEIO * (100 - WS-PERC-SUCESSO) / 100

           IF WS-DIAS-RESTANTES < ZERO
               MOVE "P" TO WS-SUGESTAO
               MOVE "PRAZO JA VENCIDO" TO WS-MOTIVO
           ELSE
               IF WS-CNH-AMEACADA
                AND WS-PERC-SUCESSO >= WS-PERC-MINIMO-CNH
                   MOVE "R" TO WS-SUGESTAO
                   MOVE "PONTOS AMEACAM A CNH DO MOTORISTA"
                     TO WS-MOTIVO
               ELSE
                   PERFORM 3100-COMPARAR-CUSTOS
               END-IF
           END-IF
           .

       3100-COMPARAR-CUSTOS.
           IF WS-QTD-HISTORICO = ZERO
               MOVE "P" TO WS-SUGESTAO
               MOVE "SEM HISTORICO DE RECURSOS DO TIPO" TO WS-MOTIVO
           ELSE
               IF WS-CUSTO-RECURSO < WS-VALOR-DESCONTO
                   IF WS-DIAS-RESTANTES < WS-DIAS-MINIMO-DEFESA
                       MOVE "P" TO WS-SUGESTAO
                       MOVE "PRAZO CURTO PARA MONTAR A DEFESA"
                         TO WS-MOTIVO
                   ELSE
                       MOVE "R" TO WS-SUGESTAO
                       MOVE "CHANCE DE GANHO SUPERA O DESCONTO SNE"
                         TO WS-MOTIVO
                   END-IF
               ELSE
                   MOVE "P" TO WS-SUGESTAO
                   MOVE "DESCONTO SNE SUPERA A CHANCE DE GANHO"
                     TO WS-MOTIVO
               END-IF
           END-IF
           .

       4000-GRAVAR-RECOMENDACAO.
           MOVE "N" TO WS-EXISTE-REC01-SW
           MOVE LNK-S190-IFC01 TO ARQ-REC01-IFC01
           READ ARQ-REC01
               INVALID KEY
                   MOVE SPACES TO ARQ-REC01-ESCOLHA
                   MOVE ZERO   TO ARQ-REC01-USU-ESCOLHA
                   MOVE ZERO   TO ARQ-REC01-DATA-ESCOLHA
               NOT INVALID KEY
                   SET WS-EXISTE-REC01 TO TRUE
           END-READ

           MOVE LNK-S190-IFC01       TO ARQ-REC01-IFC01
           MOVE ARQ-IFC01-EMP00      TO ARQ-REC01-EMP00
           MOVE ARQ-IFC01-UNI15      TO ARQ-REC01-UNI15
           MOVE WS-DATA-HOJE         TO ARQ-REC01-DATA-CALCULO
           MOVE WS-SUGESTAO          TO ARQ-REC01-SUGESTAO
           MOVE WS-MOTIVO            TO ARQ-REC01-MOTIVO
           MOVE WS-PERC-SUCESSO      TO ARQ-REC01-PERC-SUCESSO
           MOVE WS-QTD-HISTORICO     TO ARQ-REC01-QTD-HISTORICO
           MOVE WS-VALOR-CHEIO       TO ARQ-REC01-VALOR-CHEIO
           MOVE WS-VALOR-DESCONTO    TO ARQ-REC01-VALOR-DESCONTO
           MOVE WS-CUSTO-RECURSO     TO ARQ-REC01-CUSTO-RECURSO
           MOVE WS-PONTOS-TIPO       TO ARQ-REC01-PONTOS-TIPO
           MOVE WS-PONTOS-SALDO      TO ARQ-REC01-PONTOS-SALDO
           MOVE WS-RISCO             TO ARQ-REC01-RISCO-SUSPENSO
           MOVE WS-DATA-LIMITE       TO ARQ-REC01-DATA-LIMITE
           MOVE WS-DIAS-RESTANTES    TO ARQ-REC01-DIAS-RESTANTES
           IF WS-EXISTE-REC01
               REWRITE ARQ-REC01-REG
           ELSE
               WRITE ARQ-REC01-REG
           END-IF
           .

       5000-REGISTRAR-ESCOLHA.
           IF LNK-S190-ESCOLHA NOT = "R" AND NOT = "P"
               MOVE "ESCOLHA INVALIDA (R OU P)" TO LNK-S190-MOTIVO
           ELSE
               MOVE LNK-S190-IFC01 TO ARQ-REC01-IFC01
               READ ARQ-REC01
                   INVALID KEY
                       MOVE "RECOMENDACAO AINDA NAO CALCULADA"
                         TO LNK-S190-MOTIVO
                   NOT INVALID KEY
                       PERFORM 5100-GRAVAR-ESCOLHA
               END-READ
           END-IF
           .

       5100-GRAVAR-ESCOLHA.
           MOVE "A" TO WS-LOG-OPERACAO
           MOVE SPACES TO WS-LOG-CHAVE
           MOVE LNK-S190-IFC01 TO WS-LOG-CHAVE
           MOVE 1 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-REC01-ESCOLHA" TO WS-LOG-CAMPO (1)
           MOVE ARQ-REC01-ESCOLHA   TO WS-LOG-VALOR-ANT (1)
           MOVE LNK-S190-ESCOLHA    TO WS-LOG-VALOR-NOVO (1)

           MOVE LNK-S190-ESCOLHA TO ARQ-REC01-ESCOLHA
           MOVE LNK-S190-USUARIO TO ARQ-REC01-USU-ESCOLHA
           MOVE WS-DATA-HOJE     TO ARQ-REC01-DATA-ESCOLHA
           REWRITE ARQ-REC01-REG

           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, LNK-S190-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS

           MOVE ARQ-REC01-SUGESTAO TO LNK-S190-SUGESTAO
           MOVE ARQ-REC01-MOTIVO   TO LNK-S190-MOTIVO
           MOVE "S" TO LNK-S190-RETORNO
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-REC01 ARQ-TXR01 ARQ-IFC01 ARQ-PAG09 ARQ-TIP01
                 arq-par01 arq-org01 arq-cid01
           .
      * Historico de alteracoes
      *   11/09/2026 - equipe.ti - rotina nova da recomendacao
      *                recorrer x pagar por infracao (ARQ-REC01), com
      *                a escolha final do analista.
      *   09/10/2026 - equipe.ti - pontos da infracao pela tabela
      *                oficial em vigor na data da infracao
      *                (P01-S204), como no P01-S160.
