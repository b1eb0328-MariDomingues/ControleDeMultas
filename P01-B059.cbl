       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B059.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 9 de outubro de 2026.
       REMARKS. Importacao do catalogo oficial de enquadramentos do
           CTB/RENAINF (arq-renainf): cada linha traz o codigo de
           enquadramento com desdobramento (745-50 vem como 7455 e
           0), descricao, amparo legal, gravidade, pontos, valor, a
           data a partir da qual o valor vale e o tipo interno de
           ARQ-TIP01 correspondente. O enquadramento e gravado em
           ARQ-ENQ01 com a correspondencia para o tipo interno (tipo
           zerado na linha mantem a correspondencia ja cadastrada) e
           o valor/pontos/gravidade em ARQ-ENQ02 pela data de
           vigencia, sem apagar as vigencias anteriores: e por elas
           que a infracao e valorada pela tabela em vigor na data da
           infracao (P01-S204). Reimportar a mesma tabela corrige a
           vigencia ja gravada. Tipo interno informado e ainda sem
           cadastro e criado em ARQ-TIP01. No fim, valor base,
           pontos e gravidade de cada tipo interno em ARQ-TIP01 sao
           atualizados para a tabela em vigor hoje, que e o que as
           telas e rotinas sem data de infracao usam. Rodada sob
           demanda, quando o CONTRAN publica tabela nova; ao fim sai
           o P99-R060 com as infracoes em aberto cujo valor diverge da
           tabela oficial vigente na data delas.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "arq-renainf.sl".
           COPY "ARQ-ENQ01.sl".
           COPY "ARQ-ENQ02.sl".
           COPY "ARQ-TIP01.sl".
           SELECT LOG-B059
                  ASSIGN          TO         LOG-B059-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B059.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "arq-renainf.fd".
           COPY "ARQ-ENQ01.fd".
           COPY "ARQ-ENQ02.fd".
           COPY "ARQ-TIP01.fd".
       FD  LOG-B059
           LABEL RECORD STANDARD.
       01  LOG-B059-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-RENAINF                PIC X(02).
       01  STAT-ARQ-ENQ01                  PIC X(02).
       01  STAT-ARQ-ENQ02                  PIC X(02).
       01  STAT-ARQ-TIP01                  PIC X(02).
       01  STAT-LOG-B059                   PIC X(02).
       01  LOG-B059-NOME                   PIC X(40)
               VALUE "LOG-B059.TXT".

       01  WS-FIM-RENAINF                  PIC X(01)   VALUE "N".
           88 FIM-RENAINF                              VALUE "S".
       01  WS-FIM-ENQ01                    PIC X(01)   VALUE "N".
           88 FIM-ENQ01                                VALUE "S".
       01  WS-FIM-ENQ02                    PIC X(01)   VALUE "N".
           88 FIM-ENQ02                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-MOTIVO                       PIC X(40).
       01  WS-TIP01-LINHA                  PIC 9(04)   VALUE ZERO.
       01  WS-TIP01-ANTERIOR               PIC 9(04)   VALUE ZERO.
       01  WS-ENQ-EXISTE                   PIC X(01).
       01  WS-TIPO-EXISTE                  PIC X(01).
       01  WS-DATA-MES                     PIC 9(02).
       01  WS-DATA-DIA                     PIC 9(02).
       01  WS-ENQ-EDIT.
           05 WS-ENQ-EDIT-ARTIGO           PIC 9(03).
           05 FILLER                       PIC X(01)   VALUE "-".
           05 WS-ENQ-EDIT-DIGITO           PIC 9(01).
           05 WS-ENQ-EDIT-DESDOBRAMENTO    PIC 9(01).
       01  WS-TIP01-EDIT                   PIC ZZZ9.
       01  WS-TIP01-ANT-EDIT               PIC ZZZ9.

      *    tabela em vigor hoje do enquadramento da vez.
       01  WS-VIG-ACHOU                    PIC X(01).
       01  WS-VIG-VALOR                    PIC 9(07)V9(02).
       01  WS-VIG-PONTOS                   PIC 9(02).
       01  WS-VIG-GRAVIDADE                PIC 9(01).

       01  WS-EMP00-TODAS                  PIC 9(03)   VALUE ZERO.
       01  WS-USU-BATCH                    PIC 9(04)   VALUE ZERO.

       01  WS-TOT-LIDOS                    PIC 9(05)   VALUE ZERO.
       01  WS-TOT-RECUSADOS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ENQ-NOVOS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ENQ-REMAPEADOS           PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SEM-TIPO                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-VIG-NOVAS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-VIG-CORRIGIDAS           PIC 9(05)   VALUE ZERO.
       01  WS-TOT-TIP-CRIADOS              PIC 9(05)   VALUE ZERO.
       01  WS-TOT-TIP-ATUALIZADOS          PIC 9(05)   VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           IF STAT-ARQ-RENAINF = "00"
               PERFORM 2100-LER-RENAINF
               PERFORM 2000-PROCESSAR-LINHA UNTIL FIM-RENAINF
               PERFORM 5000-ATUALIZAR-TIPOS
           END-IF
           PERFORM 8000-FINALIZAR
      *    com a tabela nova carregada, a lista de infracoes em aberto
      *    com valor diferente do oficial sai para conferencia.
           IF STAT-ARQ-RENAINF = "00"
               CALL "P99-R060" USING WS-EMP00-TODAS, WS-USU-BATCH
           END-IF
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT LOG-B059
           MOVE "INICIO DA IMPORTACAO DO CATALOGO CTB/RENAINF"
             TO LOG-B059-REG
           WRITE LOG-B059-REG

           OPEN INPUT arq-renainf
      *    catalogo ainda inexistente (status 35): cria vazio.
           OPEN I-O ARQ-ENQ01
           IF STAT-ARQ-ENQ01 = "35"
               OPEN OUTPUT ARQ-ENQ01
               CLOSE ARQ-ENQ01
               OPEN I-O ARQ-ENQ01
           END-IF
           OPEN I-O ARQ-ENQ02
           IF STAT-ARQ-ENQ02 = "35"
               OPEN OUTPUT ARQ-ENQ02
               CLOSE ARQ-ENQ02
               OPEN I-O ARQ-ENQ02
           END-IF
           OPEN I-O ARQ-TIP01
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

           IF STAT-ARQ-RENAINF NOT = "00"
               MOVE SPACES TO LOG-B059-REG
               STRING "ARQUIVO DO CATALOGO NAO ENCONTRADO - STATUS "
                      STAT-ARQ-RENAINF
                   DELIMITED BY SIZE INTO LOG-B059-REG
               WRITE LOG-B059-REG
           END-IF
           .

       2100-LER-RENAINF.
           READ arq-renainf
               AT END
                   SET FIM-RENAINF TO TRUE
           END-READ
           .

       2000-PROCESSAR-LINHA.
           ADD 1 TO WS-TOT-LIDOS
           PERFORM 2200-VALIDAR-LINHA
           IF WS-MOTIVO = SPACES
               PERFORM 3000-GRAVAR-ENQUADRAMENTO
               PERFORM 3500-GRAVAR-VIGENCIA
           ELSE
               ADD 1 TO WS-TOT-RECUSADOS
               MOVE SPACES TO LOG-B059-REG
               STRING "LINHA " WS-TOT-LIDOS " RECUSADA: " WS-MOTIVO
                      " - " ARQ-RENAINF-REG (1:5)
                   DELIMITED BY SIZE INTO LOG-B059-REG
               WRITE LOG-B059-REG
           END-IF
           PERFORM 2100-LER-RENAINF
           .

       2200-VALIDAR-LINHA.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZERO   TO WS-TIP01-LINHA
           IF ARQ-RENAINF-TIP01 IS NUMERIC
               MOVE ARQ-RENAINF-TIP01 TO WS-TIP01-LINHA
           ELSE
               IF ARQ-RENAINF-TIP01 NOT = SPACES
                   MOVE "TIPO INTERNO INVALIDO" TO WS-MOTIVO
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN ARQ-RENAINF-ENQUADRAMENTO IS NOT NUMERIC
                OR ARQ-RENAINF-DESDOBRAMENTO IS NOT NUMERIC
                OR ARQ-RENAINF-ENQUADRAMENTO = ZERO
                   MOVE "ENQUADRAMENTO INVALIDO" TO WS-MOTIVO
               WHEN ARQ-RENAINF-GRAVIDADE IS NOT NUMERIC
                OR ARQ-RENAINF-GRAVIDADE < 1
                OR ARQ-RENAINF-GRAVIDADE > 4
                   MOVE "GRAVIDADE INVALIDA" TO WS-MOTIVO
               WHEN ARQ-RENAINF-PONTOS-CNH IS NOT NUMERIC
                   MOVE "PONTOS INVALIDOS" TO WS-MOTIVO
               WHEN ARQ-RENAINF-VALOR IS NOT NUMERIC
                   MOVE "VALOR INVALIDO" TO WS-MOTIVO
               WHEN ARQ-RENAINF-DATA-VIGENCIA IS NOT NUMERIC
                   MOVE "DATA DE VIGENCIA INVALIDA" TO WS-MOTIVO
               WHEN OTHER
                   MOVE ARQ-RENAINF-DATA-VIGENCIA (5:2) TO WS-DATA-MES
                   MOVE ARQ-RENAINF-DATA-VIGENCIA (7:2) TO WS-DATA-DIA
                   IF WS-DATA-MES < 1 OR WS-DATA-MES > 12
                    OR WS-DATA-DIA < 1 OR WS-DATA-DIA > 31
                       MOVE "DATA DE VIGENCIA INVALIDA" TO WS-MOTIVO
                   END-IF
           END-EVALUATE
           .

      *    ------------------------------------------------------------
      *    enquadramento e correspondencia com o tipo interno
      *    ------------------------------------------------------------
       3000-GRAVAR-ENQUADRAMENTO.
           MOVE ARQ-RENAINF-ENQUADRAMENTO TO ARQ-ENQ01-ENQUADRAMENTO
           MOVE ARQ-RENAINF-DESDOBRAMENTO TO ARQ-ENQ01-DESDOBRAMENTO
           PERFORM 3900-EDITAR-ENQUADRAMENTO
           MOVE "S" TO WS-ENQ-EXISTE
           READ ARQ-ENQ01
               INVALID KEY
                   MOVE "N" TO WS-ENQ-EXISTE
           END-READ

           IF WS-ENQ-EXISTE = "S"
               IF WS-TIP01-LINHA NOT = ZERO
                AND WS-TIP01-LINHA NOT = ARQ-ENQ01-TIP01
                   PERFORM 3100-LOGAR-REMAPEAMENTO
                   MOVE WS-TIP01-LINHA TO ARQ-ENQ01-TIP01
               END-IF
               MOVE ARQ-RENAINF-DESCRICAO    TO ARQ-ENQ01-DESCRICAO
               MOVE ARQ-RENAINF-AMPARO-LEGAL TO ARQ-ENQ01-AMPARO-LEGAL
               MOVE WS-DATA-HOJE TO ARQ-ENQ01-DATA-IMPORTACAO
               REWRITE ARQ-ENQ01-REG
           ELSE
               MOVE ARQ-RENAINF-DESCRICAO    TO ARQ-ENQ01-DESCRICAO
               MOVE ARQ-RENAINF-AMPARO-LEGAL TO ARQ-ENQ01-AMPARO-LEGAL
               MOVE WS-TIP01-LINHA           TO ARQ-ENQ01-TIP01
               MOVE WS-DATA-HOJE TO ARQ-ENQ01-DATA-IMPORTACAO
               WRITE ARQ-ENQ01-REG
               ADD 1 TO WS-TOT-ENQ-NOVOS
           END-IF

           IF ARQ-ENQ01-TIP01 = ZERO
               ADD 1 TO WS-TOT-SEM-TIPO
               MOVE SPACES TO LOG-B059-REG
               STRING "ENQUADRAMENTO " WS-ENQ-EDIT
                      " SEM TIPO INTERNO - NOTIFICACAO COM ESTE "
                      "CODIGO VAI PARA ARQ-REJ10"
                   DELIMITED BY SIZE INTO LOG-B059-REG
               WRITE LOG-B059-REG
           ELSE
               PERFORM 3200-CONFERIR-TIPO-INTERNO
           END-IF
           .

       3100-LOGAR-REMAPEAMENTO.
           ADD 1 TO WS-TOT-ENQ-REMAPEADOS
           MOVE ARQ-ENQ01-TIP01 TO WS-TIP01-ANT-EDIT
           MOVE WS-TIP01-LINHA  TO WS-TIP01-EDIT
           MOVE SPACES TO LOG-B059-REG
           STRING "ENQUADRAMENTO " WS-ENQ-EDIT
                  " PASSA DO TIPO INTERNO " WS-TIP01-ANT-EDIT
                  " PARA O " WS-TIP01-EDIT
               DELIMITED BY SIZE INTO LOG-B059-REG
           WRITE LOG-B059-REG
           .

      *    tipo interno informado sem cadastro nasce com a descricao
      *    e a tabela da linha; a tabela em vigor e acertada no fim.
       3200-CONFERIR-TIPO-INTERNO.
           MOVE "S" TO WS-TIPO-EXISTE
           MOVE ARQ-ENQ01-TIP01 TO ARQ-TIP01-CODIGO
           READ ARQ-TIP01
               INVALID KEY
                   MOVE "N" TO WS-TIPO-EXISTE
           END-READ
           IF WS-TIPO-EXISTE = "N"
               MOVE ARQ-ENQ01-TIP01 TO ARQ-TIP01-CODIGO
               MOVE ARQ-RENAINF-DESCRICAO (1:40)
                 TO ARQ-TIP01-DESCRICAO
               MOVE ARQ-RENAINF-VALOR      TO ARQ-TIP01-VALOR-BASE
               MOVE ARQ-RENAINF-PONTOS-CNH TO ARQ-TIP01-PONTOS-CNH
               MOVE ARQ-RENAINF-GRAVIDADE  TO ARQ-TIP01-GRAVIDADE
               WRITE ARQ-TIP01-REG
               ADD 1 TO WS-TOT-TIP-CRIADOS
               MOVE ARQ-TIP01-CODIGO TO WS-TIP01-EDIT
               MOVE SPACES TO LOG-B059-REG
               STRING "TIPO INTERNO " WS-TIP01-EDIT
                      " CRIADO PARA O ENQUADRAMENTO " WS-ENQ-EDIT
                   DELIMITED BY SIZE INTO LOG-B059-REG
               WRITE LOG-B059-REG
           END-IF
           .

      *    ------------------------------------------------------------
      *    valor, pontos e gravidade pela data de vigencia
      *    ------------------------------------------------------------
       3500-GRAVAR-VIGENCIA.
           MOVE ARQ-RENAINF-ENQUADRAMENTO TO ARQ-ENQ02-ENQUADRAMENTO
           MOVE ARQ-RENAINF-DESDOBRAMENTO TO ARQ-ENQ02-DESDOBRAMENTO
           MOVE ARQ-RENAINF-DATA-VIGENCIA TO ARQ-ENQ02-DATA-VIGENCIA
           MOVE "S" TO WS-ENQ-EXISTE
           READ ARQ-ENQ02
               INVALID KEY
                   MOVE "N" TO WS-ENQ-EXISTE
           END-READ
           MOVE ARQ-RENAINF-VALOR      TO ARQ-ENQ02-VALOR
           MOVE ARQ-RENAINF-PONTOS-CNH TO ARQ-ENQ02-PONTOS-CNH
           MOVE ARQ-RENAINF-GRAVIDADE  TO ARQ-ENQ02-GRAVIDADE
           MOVE WS-DATA-HOJE           TO ARQ-ENQ02-DATA-IMPORTACAO
           IF WS-ENQ-EXISTE = "S"
               REWRITE ARQ-ENQ02-REG
               ADD 1 TO WS-TOT-VIG-CORRIGIDAS
           ELSE
               WRITE ARQ-ENQ02-REG
               ADD 1 TO WS-TOT-VIG-NOVAS
           END-IF
           .

      *    7455 / 0 sai como 745-50, como o DETRAN imprime.
       3900-EDITAR-ENQUADRAMENTO.
           MOVE ARQ-ENQ01-ENQUADRAMENTO (1:3) TO WS-ENQ-EDIT-ARTIGO
           MOVE ARQ-ENQ01-ENQUADRAMENTO (4:1) TO WS-ENQ-EDIT-DIGITO
           MOVE ARQ-ENQ01-DESDOBRAMENTO TO WS-ENQ-EDIT-DESDOBRAMENTO
           .

      *    ------------------------------------------------------------
      *    ARQ-TIP01 acompanha a tabela em vigor hoje, pelo primeiro
      *    enquadramento cadastrado para cada tipo (mesma regra do
      *    P01-S204).
      *    ------------------------------------------------------------
       5000-ATUALIZAR-TIPOS.
           MOVE "N"  TO WS-FIM-ENQ01
           MOVE ZERO TO WS-TIP01-ANTERIOR
           MOVE 1    TO ARQ-ENQ01-TIP01
           START ARQ-ENQ01 KEY IS NOT LESS THAN ARQ-ENQ01-TIP01
               INVALID KEY
                   SET FIM-ENQ01 TO TRUE
           END-START
           PERFORM 5100-LER-ENQ01
           PERFORM 5200-ATUALIZAR-TIPO UNTIL FIM-ENQ01
           .

       5100-LER-ENQ01.
           IF NOT FIM-ENQ01
               READ ARQ-ENQ01 NEXT RECORD
                   AT END
                       SET FIM-ENQ01 TO TRUE
               END-READ
           END-IF
           .

       5200-ATUALIZAR-TIPO.
           IF ARQ-ENQ01-TIP01 NOT = WS-TIP01-ANTERIOR
               MOVE ARQ-ENQ01-TIP01 TO WS-TIP01-ANTERIOR
               PERFORM 5300-BUSCAR-VIGENTE
               IF WS-VIG-ACHOU = "S"
                   PERFORM 5500-REGRAVAR-TIPO
               END-IF
           END-IF
           PERFORM 5100-LER-ENQ01
           .

       5300-BUSCAR-VIGENTE.
           MOVE "N" TO WS-VIG-ACHOU
           MOVE "N" TO WS-FIM-ENQ02
           MOVE ARQ-ENQ01-ENQUADRAMENTO TO ARQ-ENQ02-ENQUADRAMENTO
           MOVE ARQ-ENQ01-DESDOBRAMENTO TO ARQ-ENQ02-DESDOBRAMENTO
           MOVE ZERO                    TO ARQ-ENQ02-DATA-VIGENCIA
           START ARQ-ENQ02 KEY IS NOT LESS THAN ARQ-ENQ02-CHAVE
               INVALID KEY
                   SET FIM-ENQ02 TO TRUE
           END-START
           PERFORM 5350-LER-ENQ02
           PERFORM 5400-AVALIAR-VIGENCIA UNTIL FIM-ENQ02
           .

       5350-LER-ENQ02.
           IF NOT FIM-ENQ02
               READ ARQ-ENQ02 NEXT RECORD
                   AT END
                       SET FIM-ENQ02 TO TRUE
               END-READ
           END-IF
           .

       5400-AVALIAR-VIGENCIA.
           IF ARQ-ENQ02-ENQUADRAMENTO NOT = ARQ-ENQ01-ENQUADRAMENTO
            OR ARQ-ENQ02-DESDOBRAMENTO NOT = ARQ-ENQ01-DESDOBRAMENTO
            OR ARQ-ENQ02-DATA-VIGENCIA > WS-DATA-HOJE
               SET FIM-ENQ02 TO TRUE
           ELSE
               MOVE "S" TO WS-VIG-ACHOU
               MOVE ARQ-ENQ02-VALOR      TO WS-VIG-VALOR
               MOVE ARQ-ENQ02-PONTOS-CNH TO WS-VIG-PONTOS
               MOVE ARQ-ENQ02-GRAVIDADE  TO WS-VIG-GRAVIDADE
               PERFORM 5350-LER-ENQ02
           END-IF
           .

       5500-REGRAVAR-TIPO.
           MOVE ARQ-ENQ01-TIP01 TO ARQ-TIP01-CODIGO
           READ ARQ-TIP01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ARQ-TIP01-VALOR-BASE NOT = WS-VIG-VALOR
                    OR ARQ-TIP01-PONTOS-CNH NOT = WS-VIG-PONTOS
                    OR ARQ-TIP01-GRAVIDADE NOT = WS-VIG-GRAVIDADE
                       MOVE WS-VIG-VALOR     TO ARQ-TIP01-VALOR-BASE
                       MOVE WS-VIG-PONTOS    TO ARQ-TIP01-PONTOS-CNH
                       MOVE WS-VIG-GRAVIDADE TO ARQ-TIP01-GRAVIDADE
                       REWRITE ARQ-TIP01-REG
                       ADD 1 TO WS-TOT-TIP-ATUALIZADOS
                   END-IF
           END-READ
           .

       8000-FINALIZAR.
           MOVE SPACES TO LOG-B059-REG
           STRING "LINHAS: " WS-TOT-LIDOS
                  " RECUSADAS: " WS-TOT-RECUSADOS
                  " ENQUADRAMENTOS NOVOS: " WS-TOT-ENQ-NOVOS
                  " REMAPEADOS: " WS-TOT-ENQ-REMAPEADOS
                  " SEM TIPO: " WS-TOT-SEM-TIPO
               DELIMITED BY SIZE INTO LOG-B059-REG
           WRITE LOG-B059-REG
           MOVE SPACES TO LOG-B059-REG
           STRING "VIGENCIAS NOVAS: " WS-TOT-VIG-NOVAS
                  " CORRIGIDAS: " WS-TOT-VIG-CORRIGIDAS
                  " TIPOS CRIADOS: " WS-TOT-TIP-CRIADOS
                  " TIPOS ATUALIZADOS: " WS-TOT-TIP-ATUALIZADOS
               DELIMITED BY SIZE INTO LOG-B059-REG
           WRITE LOG-B059-REG

           IF STAT-ARQ-RENAINF = "00" OR "10"
               CLOSE arq-renainf
           END-IF
           CLOSE ARQ-ENQ01 ARQ-ENQ02 ARQ-TIP01 LOG-B059
           .
      * Historico de alteracoes
      *   09/10/2026 - equipe.ti - rotina nova de importacao do
      *                catalogo oficial CTB/RENAINF com valores por
      *                data de vigencia em ARQ-ENQ01/ARQ-ENQ02.
