       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B050.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 25 de setembro de 2026.
       REMARKS. Carga dos recibos de entrega devolvidos pelo gateway
           de SMS/WhatsApp (GTW-MSG-RETORNO.TXT, um recibo por linha
           com o numero do pedido de ARQ-MSG09, a situacao, data, hora
           e motivo). Recibo "D" marca a mensagem como entregue no
           aparelho do motorista, com data e hora; recibo "F" marca
           como nao entregue e devolve o pedido para falha ("F"),
           somando uma tentativa, para o P01-B049 reenviar dentro do
           limite de arq-par01. So pedido em situacao de enviado
           ("E") recebe o recibo, de forma que carregar o mesmo
           arquivo duas vezes nao conta a falha em dobro, e recibo com
           data e hora anteriores ao ultimo envio do pedido
           (ARQ-MSG09-DATA-ENVIO/HORA-ENVIO) e de uma tentativa ja
           vencida: o gateway devolve o arquivo acumulado e o "F"
           antigo nao pode derrubar de novo o reenvio. Pedido nao
           encontrado ou recibo invalido sai no log. E a entrega
           confirmada que o P99-R042 mostra no escalonamento das
           notificacoes nao assinadas.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-MSG09.sl".
           SELECT GTW-B050
                  ASSIGN          TO         GTW-B050-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-GTW-B050.
           SELECT LOG-B050
                  ASSIGN          TO         LOG-B050-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B050.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-MSG09.fd".
      *    recibo do gateway: campos separados por ";"
       FD  GTW-B050
           LABEL RECORD STANDARD.
       01  GTW-B050-REG.
           05 GTW-B050-SEQ                 PIC 9(08).
           05 FILLER                       PIC X(01).
           05 GTW-B050-SITUACAO            PIC X(01).
              88 GTW-B050-ENTREGUE                     VALUE "D".
              88 GTW-B050-NAO-ENTREGUE                 VALUE "F".
           05 FILLER                       PIC X(01).
           05 GTW-B050-DATA                PIC 9(08).
           05 FILLER                       PIC X(01).
           05 GTW-B050-HORA                PIC 9(06).
           05 FILLER                       PIC X(01).
           05 GTW-B050-MOTIVO              PIC X(40).
       FD  LOG-B050
           LABEL RECORD STANDARD.
       01  LOG-B050-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-MSG09                  PIC X(02).
       01  STAT-GTW-B050                   PIC X(02).
       01  STAT-LOG-B050                   PIC X(02).
       01  GTW-B050-NOME                   PIC X(40)
               VALUE "GTW-MSG-RETORNO.TXT".
       01  LOG-B050-NOME                   PIC X(40)
               VALUE "LOG-B050.TXT".

       01  WS-FIM-GTW                      PIC X(01)   VALUE "N".
           88 FIM-GTW                                  VALUE "S".
       01  WS-SEQ-EDIT                     PIC ZZZZZZZ9.
       01  WS-MOMENTO-RECIBO               PIC 9(14).
       01  WS-MOMENTO-ENVIO                PIC 9(14).
       01  WS-TOT-LIDOS                    PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ENTREGUES                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-NAO-ENTREGUES            PIC 9(05)   VALUE ZERO.
       01  WS-TOT-IGNORADOS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-REJEITADOS               PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ANTERIORES               PIC 9(05)   VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           IF STAT-GTW-B050 = "00"
               PERFORM 2100-LER-RECIBO
               PERFORM 2000-PROCESSAR-RECIBO UNTIL FIM-GTW
           END-IF
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT LOG-B050
           MOVE "INICIO DA CARGA DOS RECIBOS DO GATEWAY DE MENSAGENS"
             TO LOG-B050-REG
           WRITE LOG-B050-REG

           OPEN I-O ARQ-MSG09
           OPEN INPUT GTW-B050
           IF STAT-GTW-B050 NOT = "00"
               MOVE SPACES TO LOG-B050-REG
               STRING "ARQUIVO DE RECIBOS NAO ENCONTRADO - STATUS "
                      STAT-GTW-B050
                   DELIMITED BY SIZE INTO LOG-B050-REG
               WRITE LOG-B050-REG
           END-IF
           .

       2100-LER-RECIBO.
           READ GTW-B050
               AT END
                   SET FIM-GTW TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
           END-READ
           .

       2000-PROCESSAR-RECIBO.
           IF GTW-B050-SEQ IS NOT NUMERIC
            OR (NOT GTW-B050-ENTREGUE AND NOT GTW-B050-NAO-ENTREGUE)
               ADD 1 TO WS-TOT-REJEITADOS
               MOVE SPACES TO LOG-B050-REG
               STRING "RECIBO INVALIDO: " GTW-B050-REG (1:66)
                   DELIMITED BY SIZE INTO LOG-B050-REG
               WRITE LOG-B050-REG
           ELSE
               MOVE GTW-B050-SEQ TO ARQ-MSG09-SEQ
               READ ARQ-MSG09
                   INVALID KEY
                       PERFORM 2200-REJEITAR-PEDIDO
                   NOT INVALID KEY
                       PERFORM 3000-APLICAR-RECIBO
               END-READ
           END-IF

           PERFORM 2100-LER-RECIBO
           .

       2200-REJEITAR-PEDIDO.
           ADD 1 TO WS-TOT-REJEITADOS
           MOVE GTW-B050-SEQ TO WS-SEQ-EDIT
           MOVE SPACES TO LOG-B050-REG
           STRING "PEDIDO " WS-SEQ-EDIT
                  " NAO ENCONTRADO EM ARQ-MSG09"
               DELIMITED BY SIZE INTO LOG-B050-REG
           WRITE LOG-B050-REG
           .

       3000-APLICAR-RECIBO.
           IF GTW-B050-DATA IS NOT NUMERIC
               MOVE ZERO TO GTW-B050-DATA
           END-IF
           IF GTW-B050-HORA IS NOT NUMERIC
               MOVE ZERO TO GTW-B050-HORA
           END-IF
           COMPUTE WS-MOMENTO-RECIBO =
                   GTW-B050-DATA * 1000000 + GTW-B050-HORA
           COMPUTE WS-MOMENTO-ENVIO =
                   ARQ-MSG09-DATA-ENVIO * 1000000 + ARQ-MSG09-HORA-ENVIO

           IF ARQ-MSG09-STATUS NOT = "E"
               ADD 1 TO WS-TOT-IGNORADOS
           ELSE
               IF WS-MOMENTO-RECIBO < WS-MOMENTO-ENVIO
                   PERFORM 3100-IGNORAR-ANTERIOR
               ELSE
                   PERFORM 3200-GRAVAR-ENTREGA
               END-IF
           END-IF
           .

       3100-IGNORAR-ANTERIOR.
           ADD 1 TO WS-TOT-ANTERIORES
           MOVE ARQ-MSG09-SEQ TO WS-SEQ-EDIT
           MOVE SPACES TO LOG-B050-REG
           STRING "RECIBO ANTERIOR AO ULTIMO ENVIO - PEDIDO "
                  WS-SEQ-EDIT " RECIBO " GTW-B050-DATA "/"
                  GTW-B050-HORA " ENVIO " ARQ-MSG09-DATA-ENVIO "/"
                  ARQ-MSG09-HORA-ENVIO
               DELIMITED BY SIZE INTO LOG-B050-REG
           WRITE LOG-B050-REG
           .

       3200-GRAVAR-ENTREGA.
           MOVE GTW-B050-DATA TO ARQ-MSG09-DATA-ENTREGA
           MOVE GTW-B050-HORA TO ARQ-MSG09-HORA-ENTREGA
           IF GTW-B050-ENTREGUE
               SET ARQ-MSG09-ENTREGUE TO TRUE
               ADD 1 TO WS-TOT-ENTREGUES
           ELSE
               SET ARQ-MSG09-NAO-ENTREGUE TO TRUE
               MOVE "F" TO ARQ-MSG09-STATUS
               ADD 1    TO ARQ-MSG09-TENTATIVAS
               MOVE GTW-B050-MOTIVO TO ARQ-MSG09-ERRO
               IF ARQ-MSG09-ERRO = SPACES
                   MOVE "NAO ENTREGUE PELO GATEWAY"
                     TO ARQ-MSG09-ERRO
               END-IF
               ADD 1 TO WS-TOT-NAO-ENTREGUES
               MOVE ARQ-MSG09-SEQ TO WS-SEQ-EDIT
               MOVE SPACES TO LOG-B050-REG
               STRING "NAO ENTREGUE - PEDIDO " WS-SEQ-EDIT
                      " MOTIVO " ARQ-MSG09-ERRO
                   DELIMITED BY SIZE INTO LOG-B050-REG
               WRITE LOG-B050-REG
           END-IF
           REWRITE ARQ-MSG09-REG
           .

       8000-FINALIZAR.
           MOVE SPACES TO LOG-B050-REG
           STRING "LIDOS: " WS-TOT-LIDOS
                  " ENTREGUES: " WS-TOT-ENTREGUES
                  " NAO ENTREGUES: " WS-TOT-NAO-ENTREGUES
                  " JA TRATADOS: " WS-TOT-IGNORADOS
                  " REJEITADOS: " WS-TOT-REJEITADOS
               DELIMITED BY SIZE INTO LOG-B050-REG
           WRITE LOG-B050-REG
           MOVE SPACES TO LOG-B050-REG
           STRING "ANTERIORES AO ULTIMO ENVIO: " WS-TOT-ANTERIORES
               DELIMITED BY SIZE INTO LOG-B050-REG
           WRITE LOG-B050-REG

           IF STAT-GTW-B050 = "00" OR "10"
               CLOSE GTW-B050
           END-IF
           CLOSE ARQ-MSG09 LOG-B050
           .
      * Historico de alteracoes
      *   25/09/2026 - equipe.ti - rotina nova de carga dos recibos de
      *                entrega do gateway de SMS/WhatsApp em ARQ-MSG09.
      *   09/10/2026 - equipe.ti - ignora recibo com data/hora anterior
      *                ao ultimo envio do pedido, para o "F" de uma
      *                tentativa vencida nao falhar o reenvio.
