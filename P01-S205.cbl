       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S205.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 9 de outubro de 2026.
       REMARKS. Sub-rotina de assinatura do demonstrativo de
           recobranca intercompanhia (ARQ-RCI01, gerado pelo P01-B060
           e impresso pelo P99-R061), chamada pela tela de fechamento
           mensal (P01-M160): a controladoria de cada uma das duas
           empresas do par assina o seu lado - "O" a empresa dona do
           veiculo, que cobra, e "D" a responsavel, que paga. So
           usuario ativo com acesso a empresa do lado assinado
           (arq-usu-emp via P01-S188) assina, e nunca os dois lados do
           mesmo documento. Com os dois lados assinados o documento
           passa a "A", liberando o fechamento da competencia
           (P01-S172) e o lancamento no lote contabil (P01-B028). A
           assinatura, o usuario e a data ficam no documento e na
           trilha ARQ-LOG123/ARQ-LOG23 via P01-S166.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-RCI01.sl".
           COPY "arq-usu.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-RCI01.fd".
           COPY "arq-usu.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-RCI01                  PIC X(02).
       01  STAT-ARQ-USU                    PIC X(02).

       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-EMP00-LADO                   PIC 9(03).
       01  WS-UNI15-EMPRESA                PIC 9(04)   VALUE ZERO.
       01  WS-ACESSO-PERMITIDO             PIC X(01).
       01  WS-ASSINANTE-OK-SW              PIC X(01).
           88 WS-ASSINANTE-OK                          VALUE "S".

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-RCI01".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01)   VALUE "A".
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       LINKAGE                     SECTION.
       01  LNK-S205-COMPETENCIA            PIC 9(06).
       01  LNK-S205-EMP-ORIGEM             PIC 9(03).
       01  LNK-S205-EMP-DESTINO            PIC 9(03).
       01  LNK-S205-LADO                   PIC X(01).
       01  LNK-S205-USUARIO                PIC 9(04).
       01  LNK-S205-RETORNO                PIC X(01).
       01  LNK-S205-MOTIVO                 PIC X(40).

       PROCEDURE DIVISION USING LNK-S205-COMPETENCIA,
               LNK-S205-EMP-ORIGEM, LNK-S205-EMP-DESTINO,
               LNK-S205-LADO, LNK-S205-USUARIO, LNK-S205-RETORNO,
               LNK-S205-MOTIVO.

       0000-MAINLINE.
           MOVE "N"    TO LNK-S205-RETORNO
           MOVE SPACES TO LNK-S205-MOTIVO
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           IF LNK-S205-LADO = "O" OR "D"
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM 2000-LOCALIZAR-DOCUMENTO
               IF LNK-S205-MOTIVO = SPACES
                   PERFORM 2500-VALIDAR-ASSINANTE
                   IF WS-ASSINANTE-OK
                       PERFORM 3000-ASSINAR
                   END-IF
               END-IF
               PERFORM 9000-FECHAR-ARQUIVOS
           ELSE
               MOVE "LADO DEVE SER O OU D" TO LNK-S205-MOTIVO
           END-IF
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN I-O   ARQ-RCI01
           OPEN INPUT arq-usu
           .

       2000-LOCALIZAR-DOCUMENTO.
           MOVE LNK-S205-COMPETENCIA TO ARQ-RCI01-COMPETENCIA
           MOVE LNK-S205-EMP-ORIGEM  TO ARQ-RCI01-EMP-ORIGEM
           MOVE LNK-S205-EMP-DESTINO TO ARQ-RCI01-EMP-DESTINO
           READ ARQ-RCI01
               INVALID KEY
                   MOVE "DOCUMENTO DE RECOBRANCA NAO ENCONTRADO"
                     TO LNK-S205-MOTIVO
               NOT INVALID KEY
                   IF LNK-S205-LADO = "O"
                       MOVE ARQ-RCI01-EMP-ORIGEM  TO WS-EMP00-LADO
                       IF ARQ-RCI01-USU-ASSINA-ORIGEM NOT = ZERO
                           MOVE "LADO DA DONA DO VEICULO JA ASSINADO"
                             TO LNK-S205-MOTIVO
                       END-IF
                   ELSE
                       MOVE ARQ-RCI01-EMP-DESTINO TO WS-EMP00-LADO
                       IF ARQ-RCI01-USU-ASSINA-DESTINO NOT = ZERO
                           MOVE "LADO DA RESPONSAVEL JA ASSINADO"
                             TO LNK-S205-MOTIVO
                       END-IF
                   END-IF
           END-READ
           .

      *    quem assinou um lado nao assina o outro: as duas
      *    controladorias precisam conferir o documento.
       2500-VALIDAR-ASSINANTE.
           MOVE "N" TO WS-ASSINANTE-OK-SW

           IF LNK-S205-USUARIO = ARQ-RCI01-USU-ASSINA-ORIGEM
            OR LNK-S205-USUARIO = ARQ-RCI01-USU-ASSINA-DESTINO
               MOVE "USUARIO JA ASSINOU O OUTRO LADO"
                 TO LNK-S205-MOTIVO
           ELSE
               MOVE LNK-S205-USUARIO TO ARQ-USU-CODIGO
               READ arq-usu
                   INVALID KEY
                       MOVE "ASSINANTE NAO CADASTRADO"
                         TO LNK-S205-MOTIVO
                   NOT INVALID KEY
                       IF ARQ-USU-ATIVO = "S"
                           PERFORM 2600-CONFERIR-ACESSO
                       ELSE
                           MOVE "ASSINANTE INATIVO" TO LNK-S205-MOTIVO
                       END-IF
               END-READ
           END-IF
           .

       2600-CONFERIR-ACESSO.
           CALL "P01-S188" USING LNK-S205-USUARIO, WS-EMP00-LADO,
                   WS-UNI15-EMPRESA, WS-ACESSO-PERMITIDO
           IF WS-ACESSO-PERMITIDO = "S"
               MOVE "S" TO WS-ASSINANTE-OK-SW
           ELSE
               MOVE "ASSINANTE SEM ACESSO A EMPRESA DO LADO"
                 TO LNK-S205-MOTIVO
           END-IF
           .

       3000-ASSINAR.
           MOVE SPACES TO WS-LOG-CHAVE
           STRING ARQ-RCI01-COMPETENCIA "/" ARQ-RCI01-EMP-ORIGEM "/"
                  ARQ-RCI01-EMP-DESTINO
               DELIMITED BY SIZE INTO WS-LOG-CHAVE
           MOVE 2 TO WS-LOG-QTD-ITENS
           IF LNK-S205-LADO = "O"
               MOVE "ARQ-RCI01-USU-ASSINA-ORIGEM"
                                     TO WS-LOG-CAMPO (1)
               MOVE ARQ-RCI01-USU-ASSINA-ORIGEM
                                     TO WS-LOG-VALOR-ANT (1)
               MOVE LNK-S205-USUARIO TO WS-LOG-VALOR-NOVO (1)
               MOVE LNK-S205-USUARIO TO ARQ-RCI01-USU-ASSINA-ORIGEM
               MOVE WS-DATA-HOJE     TO ARQ-RCI01-DATA-ASSINA-ORIGEM
           ELSE
               MOVE "ARQ-RCI01-USU-ASSINA-DESTINO"
                                     TO WS-LOG-CAMPO (1)
               MOVE ARQ-RCI01-USU-ASSINA-DESTINO
                                     TO WS-LOG-VALOR-ANT (1)
               MOVE LNK-S205-USUARIO TO WS-LOG-VALOR-NOVO (1)
               MOVE LNK-S205-USUARIO TO ARQ-RCI01-USU-ASSINA-DESTINO
               MOVE WS-DATA-HOJE     TO ARQ-RCI01-DATA-ASSINA-DESTINO
           END-IF

           MOVE "ARQ-RCI01-STATUS" TO WS-LOG-CAMPO (2)
           MOVE ARQ-RCI01-STATUS   TO WS-LOG-VALOR-ANT (2)
           IF ARQ-RCI01-USU-ASSINA-ORIGEM NOT = ZERO
            AND ARQ-RCI01-USU-ASSINA-DESTINO NOT = ZERO
               MOVE "A" TO ARQ-RCI01-STATUS
           END-IF
           MOVE ARQ-RCI01-STATUS   TO WS-LOG-VALOR-NOVO (2)
           REWRITE ARQ-RCI01-REG

           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, LNK-S205-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           MOVE "S" TO LNK-S205-RETORNO
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-RCI01 arq-usu
           .
      * Historico de alteracoes
      *   09/10/2026 - equipe.ti - rotina nova de assinatura do
      *                demonstrativo de recobranca intercompanhia por
      *                lado do par de empresas.
