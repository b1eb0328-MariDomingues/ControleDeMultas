       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S199.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 2 de outubro de 2026.
       REMARKS. Sub-rotina de abertura e decisao dos pedidos de
           anonimizacao de dados pessoais de motorista desligado
           (LGPD) em ARQ-ANO01, chamada pela tela de motoristas
           (P01-M155): a operacao "I" abre o pedido para um motorista
           existente, ja desligado (ARQ-MOT01-ATIVO "N"), ainda nao
           anonimizado e sem outro pedido em andamento - o P01-B054
           tambem abre sozinho os pedidos dos motoristas que venceram
           o prazo de guarda. O P01-B054 primeiro SIMULA o pedido,
           imprimindo o que sera apagado; as operacoes "A" (aprovar,
           so depois da simulacao) e "R" (recusar) seguem a regra de
           quatro olhos do P01-S177: usuario ativo com perfil de
           supervisor e diferente de quem solicitou. So o pedido
           aprovado e efetivado pelo P01-B054. Tudo vai para a trilha
           ARQ-LOG123/ARQ-LOG23 via P01-S166.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-ANO01.sl".
           COPY "ARQ-MOT01.sl".
           COPY "arq-usu.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-ANO01.fd".
           COPY "ARQ-MOT01.fd".
           COPY "arq-usu.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-ANO01                  PIC X(02).
       01  STAT-ARQ-MOT01                  PIC X(02).
       01  STAT-ARQ-USU                    PIC X(02).

       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-PROXIMO-SEQ                  PIC 9(08)   VALUE ZERO.
       01  WS-CADASTRO-OK                  PIC X(01).
       01  WS-APROVADOR-OK-SW              PIC X(01).
           88 WS-APROVADOR-OK                          VALUE "S".
       01  WS-FIM-ANO01                    PIC X(01).
           88 FIM-ANO01                                VALUE "S".

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-ANO01".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01).
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       LINKAGE                     SECTION.
       01  LNK-S199-SEQ                    PIC 9(08).
       01  LNK-S199-OPERACAO               PIC X(01).
       01  LNK-S199-MOT01                  PIC 9(06).
       01  LNK-S199-USUARIO                PIC 9(04).
       01  LNK-S199-RETORNO                PIC X(01).
       01  LNK-S199-MOTIVO                 PIC X(40).

       PROCEDURE DIVISION USING LNK-S199-SEQ, LNK-S199-OPERACAO,
               LNK-S199-MOT01, LNK-S199-USUARIO, LNK-S199-RETORNO,
               LNK-S199-MOTIVO.

       0000-MAINLINE.
           MOVE "N"    TO LNK-S199-RETORNO
           MOVE SPACES TO LNK-S199-MOTIVO
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           IF LNK-S199-OPERACAO = "I" OR "A" OR "R"
               PERFORM 1000-ABRIR-ARQUIVOS
               IF LNK-S199-OPERACAO = "I"
                   PERFORM 2000-ABRIR-PEDIDO
               ELSE
                   PERFORM 3000-DECIDIR-PEDIDO
               END-IF
               PERFORM 9000-FECHAR-ARQUIVOS
           ELSE
               MOVE "OPERACAO INVALIDA" TO LNK-S199-MOTIVO
           END-IF
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN I-O   ARQ-ANO01
           OPEN INPUT ARQ-MOT01
           OPEN INPUT arq-usu
           .

       2000-ABRIR-PEDIDO.
           PERFORM 2100-VALIDAR-CADASTRO
           IF WS-CADASTRO-OK = "S"
               PERFORM 2300-VERIFICAR-PEDIDO-ABERTO
           END-IF
           IF WS-CADASTRO-OK = "S"
               PERFORM 2200-OBTER-PROXIMO-SEQ
               ADD 1 TO WS-PROXIMO-SEQ

               MOVE WS-PROXIMO-SEQ   TO ARQ-ANO01-SEQ
               MOVE LNK-S199-MOT01   TO ARQ-ANO01-MOT01
               MOVE ARQ-MOT01-DATA-DESLIGAMENTO
                 TO ARQ-ANO01-DATA-DESLIGAMENTO
               MOVE "P"              TO ARQ-ANO01-STATUS
               MOVE LNK-S199-USUARIO TO ARQ-ANO01-USU-SOLICITOU
               MOVE WS-DATA-HOJE     TO ARQ-ANO01-DATA-SOLICITOU
               MOVE ZERO             TO ARQ-ANO01-USU-DECIDIU
               MOVE ZERO             TO ARQ-ANO01-DATA-DECIDIU
               MOVE ZERO             TO ARQ-ANO01-DATA-EFETIVOU
               MOVE ZERO             TO ARQ-ANO01-QTD-REGISTROS
               MOVE SPACES           TO ARQ-ANO01-MOTIVO
               WRITE ARQ-ANO01-REG

               MOVE WS-PROXIMO-SEQ TO LNK-S199-SEQ
               MOVE "I" TO WS-LOG-OPERACAO
               PERFORM 5000-GRAVAR-TRILHA
               MOVE "S" TO LNK-S199-RETORNO
           END-IF
           .

       2100-VALIDAR-CADASTRO.
           MOVE "S" TO WS-CADASTRO-OK

           MOVE LNK-S199-MOT01 TO ARQ-MOT01-CODIGO
           READ ARQ-MOT01
               INVALID KEY
                   MOVE "N" TO WS-CADASTRO-OK
                   MOVE "MOTORISTA NAO CADASTRADO" TO LNK-S199-MOTIVO
           END-READ

           IF WS-CADASTRO-OK = "S"
               IF ARQ-MOT01-ATIVO = "S"
                   MOVE "N" TO WS-CADASTRO-OK
                   MOVE "MOTORISTA AINDA ATIVO" TO LNK-S199-MOTIVO
               ELSE
                   IF ARQ-MOT01-DADOS-ANONIMIZADOS
                       MOVE "N" TO WS-CADASTRO-OK
                       MOVE "MOTORISTA JA ANONIMIZADO"
                         TO LNK-S199-MOTIVO
                   END-IF
               END-IF
           END-IF
           .

       2200-OBTER-PROXIMO-SEQ.
           MOVE HIGH-VALUE TO ARQ-ANO01-SEQ
           START ARQ-ANO01 KEY IS LESS THAN ARQ-ANO01-SEQ
               INVALID KEY
                   MOVE ZERO TO WS-PROXIMO-SEQ
               NOT INVALID KEY
                   READ ARQ-ANO01 NEXT RECORD
                       AT END
                           MOVE ZERO TO WS-PROXIMO-SEQ
                       NOT AT END
                           MOVE ARQ-ANO01-SEQ TO WS-PROXIMO-SEQ
                   END-READ
           END-START
           .

       2300-VERIFICAR-PEDIDO-ABERTO.
      *    pedido recusado nao impede um novo; pendente, simulado ou
      *    aprovado ainda em andamento, sim.
           MOVE "N" TO WS-FIM-ANO01
           MOVE LNK-S199-MOT01 TO ARQ-ANO01-MOT01
           START ARQ-ANO01 KEY IS EQUAL TO ARQ-ANO01-MOT01
               INVALID KEY
                   SET FIM-ANO01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2350-LER-PEDIDO-MOTORISTA
           END-START
           PERFORM 2400-AVALIAR-PEDIDO-MOTORISTA UNTIL FIM-ANO01
           .

       2350-LER-PEDIDO-MOTORISTA.
           READ ARQ-ANO01 NEXT RECORD
               AT END
                   SET FIM-ANO01 TO TRUE
           END-READ
           IF NOT FIM-ANO01
               IF ARQ-ANO01-MOT01 NOT = LNK-S199-MOT01
                   SET FIM-ANO01 TO TRUE
               END-IF
           END-IF
           .

       2400-AVALIAR-PEDIDO-MOTORISTA.
           IF ARQ-ANO01-PENDENTE OR ARQ-ANO01-SIMULADO
                                 OR ARQ-ANO01-APROVADO
               MOVE "N" TO WS-CADASTRO-OK
               MOVE "JA EXISTE PEDIDO EM ANDAMENTO"
                 TO LNK-S199-MOTIVO
               SET FIM-ANO01 TO TRUE
           ELSE
               PERFORM 2350-LER-PEDIDO-MOTORISTA
           END-IF
           .

       3000-DECIDIR-PEDIDO.
           MOVE LNK-S199-SEQ TO ARQ-ANO01-SEQ
           READ ARQ-ANO01
               INVALID KEY
                   MOVE "PEDIDO NAO ENCONTRADO" TO LNK-S199-MOTIVO
               NOT INVALID KEY
                   PERFORM 3100-AVALIAR-DECISAO
           END-READ
           .

       3100-AVALIAR-DECISAO.
           IF LNK-S199-OPERACAO = "A"
            AND NOT ARQ-ANO01-SIMULADO
      *        a anonimizacao nao tem volta: so se aprova o que a
      *        simulacao ja mostrou ao supervisor.
               MOVE "APROVACAO EXIGE SIMULACAO PREVIA"
                 TO LNK-S199-MOTIVO
           ELSE
               IF ARQ-ANO01-EFETIVADO OR ARQ-ANO01-RECUSADO
                   MOVE "PEDIDO JA ENCERRADO" TO LNK-S199-MOTIVO
               ELSE
                   PERFORM 3200-VALIDAR-APROVADOR
                   IF WS-APROVADOR-OK
                       PERFORM 3300-GRAVAR-DECISAO
                   END-IF
               END-IF
           END-IF
           .

       3200-VALIDAR-APROVADOR.
           MOVE "N" TO WS-APROVADOR-OK-SW

           IF LNK-S199-USUARIO = ARQ-ANO01-USU-SOLICITOU
               MOVE "APROVADOR IGUAL AO SOLICITANTE"
                 TO LNK-S199-MOTIVO
           ELSE
               MOVE LNK-S199-USUARIO TO ARQ-USU-CODIGO
               READ arq-usu
                   INVALID KEY
                       MOVE "APROVADOR NAO CADASTRADO"
                         TO LNK-S199-MOTIVO
                   NOT INVALID KEY
                       IF ARQ-USU-ATIVO = "S"
                        AND ARQ-USU-SUPERVISOR = "S"
                           MOVE "S" TO WS-APROVADOR-OK-SW
                       ELSE
                           MOVE "APROVADOR SEM PERFIL DE SUPERVISOR"
                             TO LNK-S199-MOTIVO
                       END-IF
               END-READ
           END-IF
           .

       3300-GRAVAR-DECISAO.
           MOVE "A" TO WS-LOG-OPERACAO
           MOVE SPACES TO WS-LOG-CHAVE
           MOVE LNK-S199-SEQ TO WS-LOG-CHAVE
           MOVE 1 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-ANO01-STATUS" TO WS-LOG-CAMPO (1)
           MOVE ARQ-ANO01-STATUS   TO WS-LOG-VALOR-ANT (1)
           MOVE LNK-S199-OPERACAO  TO WS-LOG-VALOR-NOVO (1)

           MOVE LNK-S199-OPERACAO TO ARQ-ANO01-STATUS
           MOVE LNK-S199-USUARIO  TO ARQ-ANO01-USU-DECIDIU
           MOVE WS-DATA-HOJE      TO ARQ-ANO01-DATA-DECIDIU
           REWRITE ARQ-ANO01-REG

           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, LNK-S199-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           MOVE "S" TO LNK-S199-RETORNO
           .

       5000-GRAVAR-TRILHA.
           MOVE SPACES TO WS-LOG-CHAVE
           MOVE WS-PROXIMO-SEQ TO WS-LOG-CHAVE
           MOVE 1 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-ANO01-MOT01" TO WS-LOG-CAMPO (1)
           MOVE SPACES            TO WS-LOG-VALOR-ANT (1)
           MOVE LNK-S199-MOT01    TO WS-LOG-VALOR-NOVO (1)

           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, LNK-S199-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-ANO01 ARQ-MOT01 arq-usu
           .
      * Historico de alteracoes
      *   02/10/2026 - equipe.ti - rotina nova de abertura e decisao
      *                de pedido de anonimizacao LGPD de motorista
      *                desligado (ARQ-ANO01), com quatro olhos como no
      *                P01-S177.
