       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S191.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 18 de setembro de 2026.
       REMARKS. Sub-rotina de versionamento e aprovacao da biblioteca
           de modelos de texto de defesa/recurso (ARQ-MDL01 cabecalho,
           ARQ-MDL02 linhas), chamada pela tela de manutencao dos
           modelos (P01-M174). O modelo e chaveado por tipo de
           infracao (ARQ-TIP01), orgao autuador (zerado vale para
           qualquer orgao) e instancia (defesa previa, JARI, CETRAN).
           A operacao "N" abre uma versao nova em elaboracao, copiando
           o texto da ultima versao; so versao em elaboracao aceita
           edicao de linhas. As operacoes "A" (aprovar) e "R"
           (recusar) sao do juridico: usuario ativo com perfil
           juridico (ARQ-USU-JURIDICO) e diferente do autor, quatro
           olhos como no P01-S177. A versao aprovada substitui a
           aprovada anterior da mesma chave, que fica marcada como
           substituida e continua disponivel para o relatorio de uso
           (P99-R052). Tudo vai para a trilha ARQ-LOG123/ARQ-LOG23
           via P01-S166.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-MDL01.sl".
           COPY "ARQ-MDL02.sl".
           COPY "ARQ-TIP01.sl".
           COPY "arq-org01.sl".
           COPY "arq-usu.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-MDL01.fd".
           COPY "ARQ-MDL02.fd".
           COPY "ARQ-TIP01.fd".
           COPY "arq-org01.fd".
           COPY "arq-usu.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-MDL01                  PIC X(02).
       01  STAT-ARQ-MDL02                  PIC X(02).
       01  STAT-ARQ-TIP01                  PIC X(02).
       01  STAT-ARQ-ORG01                  PIC X(02).
       01  STAT-ARQ-USU                    PIC X(02).

       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-FIM-MDL01                    PIC X(01).
           88 FIM-MDL01                                VALUE "S".
       01  WS-FIM-MDL02                    PIC X(01).
           88 FIM-MDL02                                VALUE "S".
       01  WS-CADASTRO-OK                  PIC X(01).
       01  WS-APROVADOR-OK-SW              PIC X(01).
           88 WS-APROVADOR-OK                          VALUE "S".
       01  WS-ULTIMA-VERSAO                PIC 9(03).
       01  WS-ULTIMO-STATUS                PIC X(01).
       01  WS-ULTIMO-TITULO                PIC X(40).
       01  WS-NOVA-VERSAO                  PIC 9(03).
       01  WS-STATUS-ANTERIOR              PIC X(01).

       01  WS-QTD-LINHAS                   PIC 9(03)   VALUE ZERO.
       01  WS-TAB-LINHAS.
           05 WS-LIN-ITEM OCCURS 200 TIMES
                   INDEXED BY WS-LIN-IDX.
              10 WS-LIN-NUMERO            PIC 9(03).
              10 WS-LIN-TEXTO             PIC X(60).

       01  WS-CHAVE-MODELO.
           05 WS-CHV-TIP01                 PIC 9(04).
           05 WS-CHV-ORG01                 PIC 9(04).
           05 WS-CHV-INSTANCIA             PIC X(01).
           05 WS-CHV-VERSAO                PIC 9(03).

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-MDL01".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01).
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       LINKAGE                     SECTION.
       01  LNK-S191-TIP01                  PIC 9(04).
       01  LNK-S191-ORG01                  PIC 9(04).
       01  LNK-S191-INSTANCIA              PIC X(01).
       01  LNK-S191-VERSAO                 PIC 9(03).
       01  LNK-S191-OPERACAO               PIC X(01).
       01  LNK-S191-USUARIO                PIC 9(04).
       01  LNK-S191-RETORNO                PIC X(01).
       01  LNK-S191-MOTIVO                 PIC X(40).

       PROCEDURE DIVISION USING LNK-S191-TIP01, LNK-S191-ORG01,
               LNK-S191-INSTANCIA, LNK-S191-VERSAO, LNK-S191-OPERACAO,
               LNK-S191-USUARIO, LNK-S191-RETORNO, LNK-S191-MOTIVO.

       0000-MAINLINE.
           MOVE "N"    TO LNK-S191-RETORNO
           MOVE SPACES TO LNK-S191-MOTIVO
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           IF LNK-S191-OPERACAO = "N" OR "A" OR "R"
               PERFORM 1000-ABRIR-ARQUIVOS
               IF LNK-S191-OPERACAO = "N"
                   PERFORM 2000-ABRIR-VERSAO
               ELSE
                   PERFORM 3000-DECIDIR-VERSAO
               END-IF
               PERFORM 9000-FECHAR-ARQUIVOS
           ELSE
               MOVE "OPERACAO INVALIDA" TO LNK-S191-MOTIVO
           END-IF
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN I-O   ARQ-MDL01
           OPEN I-O   ARQ-MDL02
           OPEN INPUT ARQ-TIP01
           OPEN INPUT arq-org01
           OPEN INPUT arq-usu
           .

       2000-ABRIR-VERSAO.
           PERFORM 2100-VALIDAR-CHAVE
           IF WS-CADASTRO-OK = "S"
               PERFORM 2200-OBTER-ULTIMA-VERSAO
               IF WS-ULTIMA-VERSAO NOT = ZERO
                AND WS-ULTIMO-STATUS = "E"
                   MOVE "JA EXISTE VERSAO EM ELABORACAO"
                     TO LNK-S191-MOTIVO
               ELSE
                   IF WS-ULTIMA-VERSAO >= 998
                       MOVE "LIMITE DE VERSOES ATINGIDO"
                         TO LNK-S191-MOTIVO
                   ELSE
                       PERFORM 2300-GRAVAR-NOVA-VERSAO
                   END-IF
               END-IF
           END-IF
           .

       2100-VALIDAR-CHAVE.
           MOVE "S" TO WS-CADASTRO-OK

           IF LNK-S191-INSTANCIA NOT = "1" AND NOT = "2"
                                 AND NOT = "3"
               MOVE "N" TO WS-CADASTRO-OK
               MOVE "INSTANCIA INVALIDA (1, 2 OU 3)"
                 TO LNK-S191-MOTIVO
           END-IF

           IF WS-CADASTRO-OK = "S"
               MOVE LNK-S191-TIP01 TO ARQ-TIP01-CODIGO
               READ ARQ-TIP01
                   INVALID KEY
                       MOVE "N" TO WS-CADASTRO-OK
                       MOVE "TIPO DE INFRACAO NAO CADASTRADO"
                         TO LNK-S191-MOTIVO
               END-READ
           END-IF

           IF WS-CADASTRO-OK = "S"
            AND LNK-S191-ORG01 NOT = ZERO
               MOVE LNK-S191-ORG01 TO ARQ-ORG01-CODIGO
               READ arq-org01
                   INVALID KEY
                       MOVE "N" TO WS-CADASTRO-OK
                       MOVE "ORGAO AUTUADOR NAO CADASTRADO"
                         TO LNK-S191-MOTIVO
               END-READ
           END-IF
           .

       2200-OBTER-ULTIMA-VERSAO.
           MOVE ZERO   TO WS-ULTIMA-VERSAO
           MOVE SPACES TO WS-ULTIMO-STATUS
           MOVE SPACES TO WS-ULTIMO-TITULO
           MOVE LNK-S191-TIP01     TO ARQ-MDL01-TIP01
           MOVE LNK-S191-ORG01     TO ARQ-MDL01-ORG01
           MOVE LNK-S191-INSTANCIA TO ARQ-MDL01-INSTANCIA
           MOVE 999                TO ARQ-MDL01-VERSAO
           START ARQ-MDL01 KEY IS LESS THAN ARQ-MDL01-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-MDL01 NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ARQ-MDL01-TIP01 = LNK-S191-TIP01
                            AND ARQ-MDL01-ORG01 = LNK-S191-ORG01
                            AND ARQ-MDL01-INSTANCIA
                                = LNK-S191-INSTANCIA
                               MOVE ARQ-MDL01-VERSAO
                                 TO WS-ULTIMA-VERSAO
                               MOVE ARQ-MDL01-STATUS
                                 TO WS-ULTIMO-STATUS
                               MOVE ARQ-MDL01-TITULO
                                 TO WS-ULTIMO-TITULO
                           END-IF
                   END-READ
           END-START
           .

       2300-GRAVAR-NOVA-VERSAO.
           COMPUTE WS-NOVA-VERSAO = WS-ULTIMA-VERSAO + 1

           MOVE ZERO TO WS-QTD-LINHAS
           IF WS-ULTIMA-VERSAO NOT = ZERO
               PERFORM 2400-CARREGAR-LINHAS
           END-IF

           MOVE LNK-S191-TIP01     TO ARQ-MDL01-TIP01
           MOVE LNK-S191-ORG01     TO ARQ-MDL01-ORG01
           MOVE LNK-S191-INSTANCIA TO ARQ-MDL01-INSTANCIA
           MOVE WS-NOVA-VERSAO     TO ARQ-MDL01-VERSAO
           MOVE WS-ULTIMO-TITULO   TO ARQ-MDL01-TITULO
           MOVE "E"                TO ARQ-MDL01-STATUS
           MOVE LNK-S191-USUARIO   TO ARQ-MDL01-USU-AUTOR
           MOVE WS-DATA-HOJE       TO ARQ-MDL01-DATA-CRIACAO
           MOVE ZERO               TO ARQ-MDL01-USU-APROVOU
           MOVE ZERO               TO ARQ-MDL01-DATA-APROVACAO
           MOVE SPACES             TO ARQ-MDL01-OBSERVACAO
           WRITE ARQ-MDL01-REG

           SET WS-LIN-IDX TO 1
           PERFORM 2500-GRAVAR-LINHA
               UNTIL WS-LIN-IDX > WS-QTD-LINHAS

           MOVE WS-NOVA-VERSAO TO LNK-S191-VERSAO
           MOVE "I"    TO WS-LOG-OPERACAO
           MOVE SPACES TO WS-STATUS-ANTERIOR
           PERFORM 5000-GRAVAR-TRILHA
           MOVE "S" TO LNK-S191-RETORNO
           .

       2400-CARREGAR-LINHAS.
      *    o texto da versao anterior vai para a memoria antes de
      *    gravar a versao nova, para nao misturar leitura sequencial
      *    e inclusao no mesmo arquivo.
           MOVE "N" TO WS-FIM-MDL02
           MOVE LNK-S191-TIP01     TO ARQ-MDL02-TIP01
           MOVE LNK-S191-ORG01     TO ARQ-MDL02-ORG01
           MOVE LNK-S191-INSTANCIA TO ARQ-MDL02-INSTANCIA
           MOVE WS-ULTIMA-VERSAO   TO ARQ-MDL02-VERSAO
           MOVE ZERO               TO ARQ-MDL02-LINHA
           START ARQ-MDL02 KEY IS NOT LESS THAN ARQ-MDL02-CHAVE
               INVALID KEY
                   SET FIM-MDL02 TO TRUE
               NOT INVALID KEY
                   PERFORM 2450-LER-MDL02
           END-START

           PERFORM 2460-GUARDAR-LINHA UNTIL FIM-MDL02
           .

       2450-LER-MDL02.
           READ ARQ-MDL02 NEXT RECORD
               AT END
                   SET FIM-MDL02 TO TRUE
           END-READ
           .

       2460-GUARDAR-LINHA.
           IF ARQ-MDL02-TIP01 NOT = LNK-S191-TIP01
            OR ARQ-MDL02-ORG01 NOT = LNK-S191-ORG01
            OR ARQ-MDL02-INSTANCIA NOT = LNK-S191-INSTANCIA
            OR ARQ-MDL02-VERSAO NOT = WS-ULTIMA-VERSAO
            OR WS-QTD-LINHAS >= 200
               SET FIM-MDL02 TO TRUE
           ELSE
               ADD 1 TO WS-QTD-LINHAS
               SET WS-LIN-IDX TO WS-QTD-LINHAS
               MOVE ARQ-MDL02-LINHA TO WS-LIN-NUMERO (WS-LIN-IDX)
               MOVE ARQ-MDL02-TEXTO TO WS-LIN-TEXTO (WS-LIN-IDX)
               PERFORM 2450-LER-MDL02
           END-IF
           .

       2500-GRAVAR-LINHA.
           MOVE LNK-S191-TIP01     TO ARQ-MDL02-TIP01
           MOVE LNK-S191-ORG01     TO ARQ-MDL02-ORG01
           MOVE LNK-S191-INSTANCIA TO ARQ-MDL02-INSTANCIA
           MOVE WS-NOVA-VERSAO     TO ARQ-MDL02-VERSAO
           MOVE WS-LIN-NUMERO (WS-LIN-IDX) TO ARQ-MDL02-LINHA
           MOVE WS-LIN-TEXTO (WS-LIN-IDX)  TO ARQ-MDL02-TEXTO
           WRITE ARQ-MDL02-REG
           SET WS-LIN-IDX UP BY 1
           .

       3000-DECIDIR-VERSAO.
           MOVE LNK-S191-TIP01     TO ARQ-MDL01-TIP01
           MOVE LNK-S191-ORG01     TO ARQ-MDL01-ORG01
           MOVE LNK-S191-INSTANCIA TO ARQ-MDL01-INSTANCIA
           MOVE LNK-S191-VERSAO    TO ARQ-MDL01-VERSAO
           READ ARQ-MDL01
               INVALID KEY
                   MOVE "VERSAO NAO ENCONTRADA" TO LNK-S191-MOTIVO
               NOT INVALID KEY
                   IF NOT ARQ-MDL01-EM-ELABORACAO
                       MOVE "VERSAO NAO ESTA EM ELABORACAO"
                         TO LNK-S191-MOTIVO
                   ELSE
                       PERFORM 3100-VALIDAR-APROVADOR
                       IF WS-APROVADOR-OK
                        AND LNK-S191-OPERACAO = "A"
                           PERFORM 3200-CONFERIR-TEXTO
                       END-IF
                       IF WS-APROVADOR-OK
                           PERFORM 3300-GRAVAR-DECISAO
                       END-IF
                   END-IF
           END-READ
           .

       3100-VALIDAR-APROVADOR.
           MOVE "N" TO WS-APROVADOR-OK-SW

           IF LNK-S191-USUARIO = ARQ-MDL01-USU-AUTOR
               MOVE "APROVADOR IGUAL AO AUTOR" TO LNK-S191-MOTIVO
           ELSE
               MOVE LNK-S191-USUARIO TO ARQ-USU-CODIGO
               READ arq-usu
                   INVALID KEY
                       MOVE "APROVADOR NAO CADASTRADO"
                         TO LNK-S191-MOTIVO
                   NOT INVALID KEY
                       IF ARQ-USU-ATIVO = "S"
                        AND ARQ-USU-JURIDICO = "S"
                           MOVE "S" TO WS-APROVADOR-OK-SW
                       ELSE
                           MOVE "APROVADOR SEM PERFIL JURIDICO"
                             TO LNK-S191-MOTIVO
                       END-IF
               END-READ
           END-IF
           .

       3200-CONFERIR-TEXTO.
           MOVE LNK-S191-TIP01     TO ARQ-MDL02-TIP01
           MOVE LNK-S191-ORG01     TO ARQ-MDL02-ORG01
           MOVE LNK-S191-INSTANCIA TO ARQ-MDL02-INSTANCIA
           MOVE LNK-S191-VERSAO    TO ARQ-MDL02-VERSAO
           MOVE ZERO               TO ARQ-MDL02-LINHA
           START ARQ-MDL02 KEY IS NOT LESS THAN ARQ-MDL02-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-APROVADOR-OK-SW
               NOT INVALID KEY
                   READ ARQ-MDL02 NEXT RECORD
                       AT END
                           MOVE "N" TO WS-APROVADOR-OK-SW
                       NOT AT END
                           IF ARQ-MDL02-TIP01 NOT = LNK-S191-TIP01
                            OR ARQ-MDL02-ORG01 NOT = LNK-S191-ORG01
                            OR ARQ-MDL02-INSTANCIA
                               NOT = LNK-S191-INSTANCIA
                            OR ARQ-MDL02-VERSAO NOT = LNK-S191-VERSAO
                               MOVE "N" TO WS-APROVADOR-OK-SW
                           END-IF
                   END-READ
           END-START

           IF NOT WS-APROVADOR-OK
               MOVE "VERSAO SEM TEXTO" TO LNK-S191-MOTIVO
           END-IF
           .

       3300-GRAVAR-DECISAO.
           IF LNK-S191-OPERACAO = "A"
               PERFORM 3400-SUBSTITUIR-APROVADA
           END-IF

           MOVE LNK-S191-TIP01     TO ARQ-MDL01-TIP01
           MOVE LNK-S191-ORG01     TO ARQ-MDL01-ORG01
           MOVE LNK-S191-INSTANCIA TO ARQ-MDL01-INSTANCIA
           MOVE LNK-S191-VERSAO    TO ARQ-MDL01-VERSAO
           READ ARQ-MDL01
               INVALID KEY
                   MOVE "VERSAO NAO ENCONTRADA" TO LNK-S191-MOTIVO
               NOT INVALID KEY
                   MOVE ARQ-MDL01-STATUS  TO WS-STATUS-ANTERIOR
                   MOVE LNK-S191-OPERACAO TO ARQ-MDL01-STATUS
                   MOVE LNK-S191-USUARIO  TO ARQ-MDL01-USU-APROVOU
                   MOVE WS-DATA-HOJE      TO ARQ-MDL01-DATA-APROVACAO
                   REWRITE ARQ-MDL01-REG

                   MOVE "A" TO WS-LOG-OPERACAO
                   PERFORM 5000-GRAVAR-TRILHA
                   MOVE "S" TO LNK-S191-RETORNO
           END-READ
           .

       3400-SUBSTITUIR-APROVADA.
           MOVE "N" TO WS-FIM-MDL01
           MOVE LNK-S191-TIP01     TO ARQ-MDL01-TIP01
           MOVE LNK-S191-ORG01     TO ARQ-MDL01-ORG01
           MOVE LNK-S191-INSTANCIA TO ARQ-MDL01-INSTANCIA
           MOVE ZERO               TO ARQ-MDL01-VERSAO
           START ARQ-MDL01 KEY IS NOT LESS THAN ARQ-MDL01-CHAVE
               INVALID KEY
                   SET FIM-MDL01 TO TRUE
               NOT INVALID KEY
                   PERFORM 3450-LER-MDL01
           END-START

           PERFORM 3500-AVALIAR-VERSAO UNTIL FIM-MDL01
           .

       3450-LER-MDL01.
           READ ARQ-MDL01 NEXT RECORD
               AT END
                   SET FIM-MDL01 TO TRUE
           END-READ
           .

       3500-AVALIAR-VERSAO.
           IF ARQ-MDL01-TIP01 NOT = LNK-S191-TIP01
            OR ARQ-MDL01-ORG01 NOT = LNK-S191-ORG01
            OR ARQ-MDL01-INSTANCIA NOT = LNK-S191-INSTANCIA
               SET FIM-MDL01 TO TRUE
           ELSE
               IF ARQ-MDL01-APROVADO
                   MOVE "S" TO ARQ-MDL01-STATUS
                   REWRITE ARQ-MDL01-REG
               END-IF
               PERFORM 3450-LER-MDL01
           END-IF
           .

       5000-GRAVAR-TRILHA.
           MOVE LNK-S191-TIP01     TO WS-CHV-TIP01
           MOVE LNK-S191-ORG01     TO WS-CHV-ORG01
           MOVE LNK-S191-INSTANCIA TO WS-CHV-INSTANCIA
           MOVE ARQ-MDL01-VERSAO   TO WS-CHV-VERSAO
           MOVE SPACES          TO WS-LOG-CHAVE
           MOVE WS-CHAVE-MODELO TO WS-LOG-CHAVE
           MOVE 1 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-MDL01-STATUS" TO WS-LOG-CAMPO (1)
           MOVE WS-STATUS-ANTERIOR TO WS-LOG-VALOR-ANT (1)
           MOVE ARQ-MDL01-STATUS   TO WS-LOG-VALOR-NOVO (1)

           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, LNK-S191-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-MDL01 ARQ-MDL02 ARQ-TIP01 arq-org01 arq-usu
           .
      * Historico de alteracoes
      *   18/09/2026 - equipe.ti - rotina nova de versionamento e
      *                aprovacao pelo juridico dos modelos de texto de
      *                defesa/recurso (ARQ-MDL01/ARQ-MDL02).
