       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S204.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 9 de outubro de 2026.
       REMARKS. Sub-rotina de consulta ao catalogo oficial de
           enquadramentos do CTB/RENAINF (ARQ-ENQ01, com a
           correspondencia para o tipo interno ARQ-TIP01) e a tabela
           de valores com vigencia (ARQ-ENQ02), carregados pelo
           P01-B059. Operacao "T" recebe o enquadramento com
           desdobramento e devolve o tipo interno, usada pela carga
           do DETRAN (P01-B010) e pela reapresentacao de rejeicao
           (P01-S173). Operacao "V" recebe o tipo interno e devolve o
           enquadramento correspondente (o primeiro cadastrado para o
           tipo, quando mais de um enquadramento aponta para ele) -
           por isso so e usada para infracao sem o enquadramento
           gravado (ARQ-IFC01-ENQUADRAMENTO zerado, anterior ao
           catalogo ou digitada); com ele, o P01-S160 e o P99-R060
           usam a operacao "T".
           Nas duas operacoes devolve valor, pontos e gravidade da
           tabela em vigor na data informada (data zerada e hoje):
           a de maior data de vigencia ate a data. Retorno "S" com a
           tabela encontrada, "V" quando o codigo e conhecido mas nao
           ha tabela vigente na data e "N" quando nao ha
           correspondencia (ou o catalogo ainda nao foi carregado).
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-ENQ01.sl".
           COPY "ARQ-ENQ02.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-ENQ01.fd".
           COPY "ARQ-ENQ02.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-ENQ01                  PIC X(02).
       01  STAT-ARQ-ENQ02                  PIC X(02).

       01  WS-FIM-ENQ02                    PIC X(01)   VALUE "N".
           88 FIM-ENQ02                                VALUE "S".
       01  WS-DATA-REFERENCIA              PIC 9(08)   VALUE ZERO.

       LINKAGE                     SECTION.
       01  LNK-S204-OPERACAO               PIC X(01).
       01  LNK-S204-ENQUADRAMENTO          PIC 9(04).
       01  LNK-S204-DESDOBRAMENTO          PIC 9(01).
       01  LNK-S204-TIP01                  PIC 9(04).
       01  LNK-S204-DATA                   PIC 9(08).
       01  LNK-S204-VALOR                  PIC 9(07)V9(02).
       01  LNK-S204-PONTOS-CNH             PIC 9(02).
       01  LNK-S204-GRAVIDADE              PIC 9(01).
       01  LNK-S204-VIGENCIA               PIC 9(08).
       01  LNK-S204-RETORNO                PIC X(01).

       PROCEDURE DIVISION USING LNK-S204-OPERACAO,
               LNK-S204-ENQUADRAMENTO, LNK-S204-DESDOBRAMENTO,
               LNK-S204-TIP01, LNK-S204-DATA, LNK-S204-VALOR,
               LNK-S204-PONTOS-CNH, LNK-S204-GRAVIDADE,
               LNK-S204-VIGENCIA, LNK-S204-RETORNO.

       0000-MAINLINE.
           MOVE "N"  TO LNK-S204-RETORNO
           MOVE ZERO TO LNK-S204-VALOR
           MOVE ZERO TO LNK-S204-PONTOS-CNH
           MOVE ZERO TO LNK-S204-GRAVIDADE
           MOVE ZERO TO LNK-S204-VIGENCIA
           IF LNK-S204-DATA = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REFERENCIA
           ELSE
               MOVE LNK-S204-DATA TO WS-DATA-REFERENCIA
           END-IF

           PERFORM 1000-ABRIR-ARQUIVOS
           IF STAT-ARQ-ENQ01 = "00"
               EVALUATE LNK-S204-OPERACAO
                   WHEN "T"
                       PERFORM 2000-RESOLVER-TIPO
                   WHEN "V"
                       PERFORM 2500-RESOLVER-ENQUADRAMENTO
               END-EVALUATE
               IF LNK-S204-RETORNO = "V"
                AND STAT-ARQ-ENQ02 = "00"
                   PERFORM 3000-BUSCAR-VIGENCIA
               END-IF
           END-IF
           PERFORM 9000-FECHAR-ARQUIVOS
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ENQ01
           OPEN INPUT ARQ-ENQ02
           .

      *    enquadramento oficial -> tipo interno; enquadramento sem
      *    tipo associado conta como sem correspondencia.
       2000-RESOLVER-TIPO.
           MOVE LNK-S204-ENQUADRAMENTO TO ARQ-ENQ01-ENQUADRAMENTO
           MOVE LNK-S204-DESDOBRAMENTO TO ARQ-ENQ01-DESDOBRAMENTO
           READ ARQ-ENQ01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ARQ-ENQ01-TIP01 NOT = ZERO
                       MOVE ARQ-ENQ01-TIP01 TO LNK-S204-TIP01
                       MOVE "V" TO LNK-S204-RETORNO
                   END-IF
           END-READ
           .

      *    tipo interno -> enquadramento oficial, pela chave
      *    alternativa do tipo.
       2500-RESOLVER-ENQUADRAMENTO.
           MOVE LNK-S204-TIP01 TO ARQ-ENQ01-TIP01
           START ARQ-ENQ01 KEY IS EQUAL TO ARQ-ENQ01-TIP01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-ENQ01 NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ARQ-ENQ01-TIP01 = LNK-S204-TIP01
                               MOVE ARQ-ENQ01-ENQUADRAMENTO
                                 TO LNK-S204-ENQUADRAMENTO
                               MOVE ARQ-ENQ01-DESDOBRAMENTO
                                 TO LNK-S204-DESDOBRAMENTO
                               MOVE "V" TO LNK-S204-RETORNO
                           END-IF
                   END-READ
           END-START
           .

      *    as vigencias do enquadramento vem em ordem de data; fica a
      *    ultima que comeca ate a data de referencia.
       3000-BUSCAR-VIGENCIA.
           MOVE "N" TO WS-FIM-ENQ02
           MOVE LNK-S204-ENQUADRAMENTO TO ARQ-ENQ02-ENQUADRAMENTO
           MOVE LNK-S204-DESDOBRAMENTO TO ARQ-ENQ02-DESDOBRAMENTO
           MOVE ZERO                   TO ARQ-ENQ02-DATA-VIGENCIA
           START ARQ-ENQ02 KEY IS NOT LESS THAN ARQ-ENQ02-CHAVE
               INVALID KEY
                   SET FIM-ENQ02 TO TRUE
           END-START
           PERFORM 3100-LER-ENQ02
           PERFORM 3200-AVALIAR-VIGENCIA UNTIL FIM-ENQ02
           .

       3100-LER-ENQ02.
           IF NOT FIM-ENQ02
               READ ARQ-ENQ02 NEXT RECORD
                   AT END
                       SET FIM-ENQ02 TO TRUE
               END-READ
           END-IF
           .

       3200-AVALIAR-VIGENCIA.
           IF ARQ-ENQ02-ENQUADRAMENTO NOT = LNK-S204-ENQUADRAMENTO
            OR ARQ-ENQ02-DESDOBRAMENTO NOT = LNK-S204-DESDOBRAMENTO
            OR ARQ-ENQ02-DATA-VIGENCIA > WS-DATA-REFERENCIA
               SET FIM-ENQ02 TO TRUE
           ELSE
               MOVE ARQ-ENQ02-VALOR         TO LNK-S204-VALOR
               MOVE ARQ-ENQ02-PONTOS-CNH    TO LNK-S204-PONTOS-CNH
               MOVE ARQ-ENQ02-GRAVIDADE     TO LNK-S204-GRAVIDADE
               MOVE ARQ-ENQ02-DATA-VIGENCIA TO LNK-S204-VIGENCIA
               MOVE "S" TO LNK-S204-RETORNO
               PERFORM 3100-LER-ENQ02
           END-IF
           .

       9000-FECHAR-ARQUIVOS.
           IF STAT-ARQ-ENQ01 NOT = "35"
               CLOSE ARQ-ENQ01
           END-IF
           IF STAT-ARQ-ENQ02 NOT = "35"
               CLOSE ARQ-ENQ02
           END-IF
           .
      * Historico de alteracoes
      *   09/10/2026 - equipe.ti - rotina nova de consulta ao catalogo
      *                oficial de enquadramentos e a tabela de valores
      *                vigente na data da infracao.
