       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S200.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 2 de outubro de 2026.
       REMARKS. Sub-rotina de manutencao da tabela de pares de
           programas incompativeis (segregacao de funcoes) em
           ARQ-SOD01, chamada pela tela de revisao de acessos
           (P01-M178): "I" inclui o par, "A" altera a descricao e a
           vigencia, "E" exclui. O par e gravado sempre na ordem
           alfabetica dos codigos, de forma que P01-M155 x P01-M163 e
           P01-M163 x P01-M155 sao o mesmo registro. Exemplos de par:
           P01-M163 (aprova pendencia) x P01-M155 (solicita
           cancelamento/pagamento), P01-M160 (reabre competencia) x
           P01-B028 (exportacao contabil). So usuario ativo com perfil
           de supervisor mantem a tabela; tudo vai para a trilha
           ARQ-LOG123/ARQ-LOG23 via P01-S166. O P99-R059 cruza a
           tabela com arq-usu-prg na revisao trimestral.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-SOD01.sl".
           COPY "arq-usu.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-SOD01.fd".
           COPY "arq-usu.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-SOD01                  PIC X(02).
       01  STAT-ARQ-USU                    PIC X(02).

       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-PROGRAMA-A                   PIC X(08).
       01  WS-PROGRAMA-B                   PIC X(08).
       01  WS-DADOS-OK                     PIC X(01).
       01  WS-ACHOU-PAR                    PIC X(01).

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-SOD01".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01).
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       LINKAGE                     SECTION.
       01  LNK-S200-OPERACAO               PIC X(01).
       01  LNK-S200-PROGRAMA-A             PIC X(08).
       01  LNK-S200-PROGRAMA-B             PIC X(08).
       01  LNK-S200-DESCRICAO              PIC X(60).
       01  LNK-S200-ATIVO                  PIC X(01).
       01  LNK-S200-USUARIO                PIC 9(04).
       01  LNK-S200-RETORNO                PIC X(01).
       01  LNK-S200-MOTIVO                 PIC X(40).

       PROCEDURE DIVISION USING LNK-S200-OPERACAO,
               LNK-S200-PROGRAMA-A, LNK-S200-PROGRAMA-B,
               LNK-S200-DESCRICAO, LNK-S200-ATIVO, LNK-S200-USUARIO,
               LNK-S200-RETORNO, LNK-S200-MOTIVO.

       0000-MAINLINE.
           MOVE "N"    TO LNK-S200-RETORNO
           MOVE SPACES TO LNK-S200-MOTIVO
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           IF LNK-S200-OPERACAO = "I" OR "A" OR "E"
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM 2000-VALIDAR-DADOS
               IF WS-DADOS-OK = "S"
                   PERFORM 3000-LOCALIZAR-PAR
                   EVALUATE LNK-S200-OPERACAO
                       WHEN "I"
                           PERFORM 4000-INCLUIR-PAR
                       WHEN "A"
                           PERFORM 5000-ALTERAR-PAR
                       WHEN "E"
                           PERFORM 6000-EXCLUIR-PAR
                   END-EVALUATE
               END-IF
               PERFORM 9000-FECHAR-ARQUIVOS
           ELSE
               MOVE "OPERACAO INVALIDA" TO LNK-S200-MOTIVO
           END-IF
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN I-O   ARQ-SOD01
           IF STAT-ARQ-SOD01 = "35"
               OPEN OUTPUT ARQ-SOD01
               CLOSE ARQ-SOD01
               OPEN I-O ARQ-SOD01
           END-IF
           OPEN INPUT arq-usu
           .

       2000-VALIDAR-DADOS.
           MOVE "S" TO WS-DADOS-OK

           MOVE LNK-S200-USUARIO TO ARQ-USU-CODIGO
           READ arq-usu
               INVALID KEY
                   MOVE "N" TO WS-DADOS-OK
                   MOVE "USUARIO NAO CADASTRADO" TO LNK-S200-MOTIVO
               NOT INVALID KEY
                   IF ARQ-USU-ATIVO NOT = "S"
                    OR ARQ-USU-SUPERVISOR NOT = "S"
                       MOVE "N" TO WS-DADOS-OK
                       MOVE "USUARIO SEM PERFIL DE SUPERVISOR"
                         TO LNK-S200-MOTIVO
                   END-IF
           END-READ

           IF WS-DADOS-OK = "S"
               IF LNK-S200-PROGRAMA-A = SPACES
                OR LNK-S200-PROGRAMA-B = SPACES
                   MOVE "N" TO WS-DADOS-OK
                   MOVE "INFORME OS DOIS PROGRAMAS" TO LNK-S200-MOTIVO
               ELSE
                   IF LNK-S200-PROGRAMA-A = LNK-S200-PROGRAMA-B
                       MOVE "N" TO WS-DADOS-OK
                       MOVE "PROGRAMAS IGUAIS" TO LNK-S200-MOTIVO
                   END-IF
               END-IF
           END-IF

           IF WS-DADOS-OK = "S"
            AND LNK-S200-OPERACAO NOT = "E"
               IF LNK-S200-ATIVO NOT = "S" AND NOT = "N"
                   MOVE "N" TO WS-DADOS-OK
                   MOVE "VIGENCIA DEVE SER S OU N" TO LNK-S200-MOTIVO
               END-IF
           END-IF

      *    o par e sempre guardado na ordem alfabetica dos codigos.
           IF LNK-S200-PROGRAMA-A < LNK-S200-PROGRAMA-B
               MOVE LNK-S200-PROGRAMA-A TO WS-PROGRAMA-A
               MOVE LNK-S200-PROGRAMA-B TO WS-PROGRAMA-B
           ELSE
               MOVE LNK-S200-PROGRAMA-B TO WS-PROGRAMA-A
               MOVE LNK-S200-PROGRAMA-A TO WS-PROGRAMA-B
           END-IF
           .

       3000-LOCALIZAR-PAR.
           MOVE "N" TO WS-ACHOU-PAR
           MOVE WS-PROGRAMA-A TO ARQ-SOD01-PROGRAMA-A
           MOVE WS-PROGRAMA-B TO ARQ-SOD01-PROGRAMA-B
           READ ARQ-SOD01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-PAR
           END-READ

           MOVE SPACES TO WS-LOG-CHAVE
           STRING WS-PROGRAMA-A "/" WS-PROGRAMA-B
               DELIMITED BY SIZE INTO WS-LOG-CHAVE
           .

       4000-INCLUIR-PAR.
           IF WS-ACHOU-PAR = "S"
               MOVE "PAR JA CADASTRADO" TO LNK-S200-MOTIVO
           ELSE
               MOVE WS-PROGRAMA-A      TO ARQ-SOD01-PROGRAMA-A
               MOVE WS-PROGRAMA-B      TO ARQ-SOD01-PROGRAMA-B
               MOVE LNK-S200-DESCRICAO TO ARQ-SOD01-DESCRICAO
               MOVE LNK-S200-ATIVO     TO ARQ-SOD01-ATIVO
               MOVE LNK-S200-USUARIO   TO ARQ-SOD01-USU-ALTEROU
               MOVE WS-DATA-HOJE       TO ARQ-SOD01-DATA-ALTERACAO
               WRITE ARQ-SOD01-REG

               MOVE "I" TO WS-LOG-OPERACAO
               MOVE 2 TO WS-LOG-QTD-ITENS
               MOVE "ARQ-SOD01-DESCRICAO" TO WS-LOG-CAMPO (1)
               MOVE SPACES                TO WS-LOG-VALOR-ANT (1)
               MOVE LNK-S200-DESCRICAO    TO WS-LOG-VALOR-NOVO (1)
               MOVE "ARQ-SOD01-ATIVO"     TO WS-LOG-CAMPO (2)
               MOVE SPACES                TO WS-LOG-VALOR-ANT (2)
               MOVE LNK-S200-ATIVO        TO WS-LOG-VALOR-NOVO (2)
               PERFORM 7000-GRAVAR-TRILHA
               MOVE "S" TO LNK-S200-RETORNO
           END-IF
           .

       5000-ALTERAR-PAR.
           IF WS-ACHOU-PAR = "N"
               MOVE "PAR NAO CADASTRADO" TO LNK-S200-MOTIVO
           ELSE
               MOVE "A" TO WS-LOG-OPERACAO
               MOVE 2 TO WS-LOG-QTD-ITENS
               MOVE "ARQ-SOD01-DESCRICAO" TO WS-LOG-CAMPO (1)
               MOVE ARQ-SOD01-DESCRICAO   TO WS-LOG-VALOR-ANT (1)
               MOVE LNK-S200-DESCRICAO    TO WS-LOG-VALOR-NOVO (1)
               MOVE "ARQ-SOD01-ATIVO"     TO WS-LOG-CAMPO (2)
               MOVE ARQ-SOD01-ATIVO       TO WS-LOG-VALOR-ANT (2)
               MOVE LNK-S200-ATIVO        TO WS-LOG-VALOR-NOVO (2)

               MOVE LNK-S200-DESCRICAO TO ARQ-SOD01-DESCRICAO
               MOVE LNK-S200-ATIVO     TO ARQ-SOD01-ATIVO
               MOVE LNK-S200-USUARIO   TO ARQ-SOD01-USU-ALTEROU
               MOVE WS-DATA-HOJE       TO ARQ-SOD01-DATA-ALTERACAO
               REWRITE ARQ-SOD01-REG
               PERFORM 7000-GRAVAR-TRILHA
               MOVE "S" TO LNK-S200-RETORNO
           END-IF
           .

       6000-EXCLUIR-PAR.
           IF WS-ACHOU-PAR = "N"
               MOVE "PAR NAO CADASTRADO" TO LNK-S200-MOTIVO
           ELSE
               MOVE "E" TO WS-LOG-OPERACAO
               MOVE 1 TO WS-LOG-QTD-ITENS
               MOVE "ARQ-SOD01-DESCRICAO" TO WS-LOG-CAMPO (1)
               MOVE ARQ-SOD01-DESCRICAO   TO WS-LOG-VALOR-ANT (1)
               MOVE SPACES                TO WS-LOG-VALOR-NOVO (1)
               DELETE ARQ-SOD01 RECORD
               PERFORM 7000-GRAVAR-TRILHA
               MOVE "S" TO LNK-S200-RETORNO
           END-IF
           .

       7000-GRAVAR-TRILHA.
           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, LNK-S200-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-SOD01 arq-usu
           .
      * Historico de alteracoes
      *   02/10/2026 - equipe.ti - rotina nova de manutencao da tabela
      *                de pares de programas incompativeis
      *                (ARQ-SOD01) para a revisao de acessos.
      *   09/10/2026 - equipe.ti - ARQ-SOD01 criado vazio na primeira
      *                chamada.
