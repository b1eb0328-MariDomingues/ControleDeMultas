       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S193.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 18 de setembro de 2026.
       REMARKS. Sub-rotina que enfileira em ARQ-EML09 um envio para um
           destinatario informado por quem chama (o e-mail de contato
           do proprio motorista, por exemplo), no mesmo formato dos
           pedidos do P01-S162 - que so conhece as listas de
           distribuicao de arq-emp00 e arq-uni15. O pedido nasce
           pendente, com os campos de controle de envio zerados, e e
           despachado pelo P01-B019 com as mesmas tentativas.
           Destinatario em branco nao e enfileirado.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-EML09.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-EML09.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-EML09                  PIC X(02).

       01  WS-PROXIMO-SEQ                  PIC 9(08)   VALUE ZERO.

       LINKAGE                     SECTION.
       01  LNK-S193-DESTINATARIO           PIC X(100).
       01  LNK-S193-ASSUNTO                PIC X(60).
       01  LNK-S193-ANEXO                  PIC X(80).
       01  LNK-S193-ENFILEIRADO            PIC X(01).

       PROCEDURE DIVISION USING LNK-S193-DESTINATARIO,
               LNK-S193-ASSUNTO, LNK-S193-ANEXO, LNK-S193-ENFILEIRADO.

       0000-MAINLINE.
           MOVE "N" TO LNK-S193-ENFILEIRADO
           IF LNK-S193-DESTINATARIO NOT = SPACES
               OPEN I-O ARQ-EML09
               PERFORM 3000-ENFILEIRAR-ENVIO
               IF STAT-ARQ-EML09 = "00"
                   MOVE "S" TO LNK-S193-ENFILEIRADO
               END-IF
               CLOSE ARQ-EML09
           END-IF
           GOBACK
           .

       3000-ENFILEIRAR-ENVIO.
           PERFORM 3100-OBTER-PROXIMO-SEQ

           MOVE WS-PROXIMO-SEQ         TO ARQ-EML09-SEQ
           MOVE LNK-S193-DESTINATARIO  TO ARQ-EML09-DESTINATARIOS
           MOVE LNK-S193-ASSUNTO       TO ARQ-EML09-ASSUNTO
           MOVE LNK-S193-ANEXO         TO ARQ-EML09-ANEXO
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO ARQ-EML09-DATA-GERACAO
           MOVE "P"                    TO ARQ-EML09-STATUS
           MOVE ZERO                   TO ARQ-EML09-DATA-ENVIO
           MOVE ZERO                   TO ARQ-EML09-HORA-ENVIO
           MOVE ZERO                   TO ARQ-EML09-TENTATIVAS
           MOVE SPACES                 TO ARQ-EML09-ERRO

           WRITE ARQ-EML09-REG
           .

       3100-OBTER-PROXIMO-SEQ.
           MOVE HIGH-VALUE TO ARQ-EML09-SEQ
           START ARQ-EML09 KEY IS LESS THAN ARQ-EML09-SEQ
               INVALID KEY
                   MOVE ZERO TO WS-PROXIMO-SEQ
               NOT INVALID KEY
                   READ ARQ-EML09 NEXT RECORD
                       AT END
                           MOVE ZERO TO WS-PROXIMO-SEQ
                       NOT AT END
                           MOVE ARQ-EML09-SEQ TO WS-PROXIMO-SEQ
                   END-READ
           END-START
           ADD 1 TO WS-PROXIMO-SEQ
           .
      * Historico de alteracoes
      *   18/09/2026 - equipe.ti - rotina nova de fila de e-mail para
      *                destinatario informado (extrato do motorista).
