       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S194.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 25 de setembro de 2026.
       REMARKS. Sub-rotina de aviso direto ao motorista, que escolhe o
           canal de acordo com o cadastro dele: motorista que aceitou
           receber mensagens no celular (ARQ-MOT01-CONSENTE-MSG "S"
           para SMS ou "W" para WhatsApp) e tem celular cadastrado
           recebe pela fila ARQ-MSG09, despachada para o gateway pelo
           P01-B049; sem aceite ou sem celular, vai por e-mail para o
           endereco de contato (ARQ-MOT01-EMAIL) via P01-S193, com o
           inicio do texto como assunto; sem nenhum dos dois o aviso
           nao e enviado. Devolve o canal usado ("S", "W", "E" ou "N"
           quando nao houve canal) e, na fila de mensagens, o numero
           do pedido. O tipo de alerta e a referencia (infracao,
           motorista) formam a chave alternativa de ARQ-MSG09, por
           onde quem chamou consulta depois o recibo de entrega.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-MSG09.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-MSG09.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-MSG09                  PIC X(02).

       01  WS-PROXIMO-SEQ                  PIC 9(08)   VALUE ZERO.
       01  WS-DESTINATARIO                 PIC X(100).
       01  WS-ASSUNTO                      PIC X(60).
       01  WS-ANEXO                        PIC X(80)   VALUE SPACES.
       01  WS-ENFILEIRADO                  PIC X(01).

       LINKAGE                     SECTION.
       01  LNK-S194-MOT01                  PIC 9(06).
       01  LNK-S194-CELULAR                PIC X(13).
       01  LNK-S194-CONSENTE-MSG           PIC X(01).
       01  LNK-S194-EMAIL                  PIC X(60).
       01  LNK-S194-TIPO-ALERTA            PIC X(02).
       01  LNK-S194-REFERENCIA             PIC X(20).
       01  LNK-S194-TEXTO                  PIC X(160).
       01  LNK-S194-CANAL                  PIC X(01).
       01  LNK-S194-SEQ                    PIC 9(08).

       PROCEDURE DIVISION USING LNK-S194-MOT01, LNK-S194-CELULAR,
               LNK-S194-CONSENTE-MSG, LNK-S194-EMAIL,
               LNK-S194-TIPO-ALERTA, LNK-S194-REFERENCIA,
               LNK-S194-TEXTO, LNK-S194-CANAL, LNK-S194-SEQ.

       0000-MAINLINE.
           MOVE "N"  TO LNK-S194-CANAL
           MOVE ZERO TO LNK-S194-SEQ

           IF (LNK-S194-CONSENTE-MSG = "S"
            OR LNK-S194-CONSENTE-MSG = "W")
            AND LNK-S194-CELULAR NOT = SPACES
               PERFORM 2000-ENFILEIRAR-MENSAGEM
           ELSE
               IF LNK-S194-EMAIL NOT = SPACES
                   PERFORM 3000-ENFILEIRAR-EMAIL
               END-IF
           END-IF
           GOBACK
           .

       2000-ENFILEIRAR-MENSAGEM.
           OPEN I-O ARQ-MSG09
           PERFORM 2100-OBTER-PROXIMO-SEQ

           MOVE WS-PROXIMO-SEQ         TO ARQ-MSG09-SEQ
           MOVE LNK-S194-TIPO-ALERTA   TO ARQ-MSG09-TIPO-ALERTA
           MOVE LNK-S194-REFERENCIA    TO ARQ-MSG09-REFERENCIA
           MOVE LNK-S194-MOT01         TO ARQ-MSG09-MOT01
           MOVE LNK-S194-CONSENTE-MSG  TO ARQ-MSG09-CANAL
           MOVE LNK-S194-CELULAR       TO ARQ-MSG09-CELULAR
           MOVE LNK-S194-TEXTO         TO ARQ-MSG09-TEXTO
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO ARQ-MSG09-DATA-GERACAO
           MOVE "P"                    TO ARQ-MSG09-STATUS
           MOVE ZERO                   TO ARQ-MSG09-DATA-ENVIO
           MOVE ZERO                   TO ARQ-MSG09-HORA-ENVIO
           MOVE ZERO                   TO ARQ-MSG09-TENTATIVAS
           MOVE SPACES                 TO ARQ-MSG09-ERRO
           MOVE SPACE                  TO ARQ-MSG09-ENTREGA
           MOVE ZERO                   TO ARQ-MSG09-DATA-ENTREGA
           MOVE ZERO                   TO ARQ-MSG09-HORA-ENTREGA

           WRITE ARQ-MSG09-REG
           IF STAT-ARQ-MSG09 = "00"
               MOVE LNK-S194-CONSENTE-MSG TO LNK-S194-CANAL
               MOVE WS-PROXIMO-SEQ        TO LNK-S194-SEQ
           END-IF
           CLOSE ARQ-MSG09
           .

       2100-OBTER-PROXIMO-SEQ.
           MOVE HIGH-VALUE TO ARQ-MSG09-SEQ
           START ARQ-MSG09 KEY IS LESS THAN ARQ-MSG09-SEQ
               INVALID KEY
                   MOVE ZERO TO WS-PROXIMO-SEQ
               NOT INVALID KEY
                   READ ARQ-MSG09 NEXT RECORD
                       AT END
                           MOVE ZERO TO WS-PROXIMO-SEQ
                       NOT AT END
                           MOVE ARQ-MSG09-SEQ TO WS-PROXIMO-SEQ
                   END-READ
           END-START
           ADD 1 TO WS-PROXIMO-SEQ
           .

       3000-ENFILEIRAR-EMAIL.
           MOVE LNK-S194-EMAIL       TO WS-DESTINATARIO
           MOVE LNK-S194-TEXTO (1:60) TO WS-ASSUNTO
           CALL "P01-S193" USING WS-DESTINATARIO, WS-ASSUNTO,
                   WS-ANEXO, WS-ENFILEIRADO
           IF WS-ENFILEIRADO = "S"
               MOVE "E" TO LNK-S194-CANAL
           END-IF
           .
      * Historico de alteracoes
      *   25/09/2026 - equipe.ti - rotina nova de aviso ao motorista
      *                com escolha de canal (SMS/WhatsApp pela fila
      *                ARQ-MSG09 ou e-mail de contato).
