       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B049.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 25 de setembro de 2026.
       REMARKS. Despachante da fila de mensagens ao motorista
           ARQ-MSG09 (SMS e WhatsApp), no mesmo esquema do P01-B019
           para os e-mails: percorre a fila e grava cada pedido
           pendente ("P") no arquivo de remessa do gateway de
           mensagens (GTW-MSG-ENVIO.TXT, acrescentado a cada rodada e
           recolhido pelo gateway), marcando o resultado no proprio
           registro - enviado ("E") com data e hora e recibo de
           entrega em aberto, ou falha ("F") com o motivo e o
           contador de tentativas. Pedidos em falha - inclusive os
           devolvidos pelo gateway como nao entregues na carga de
           recibos do P01-B050 - sao reenviados nas proximas
           execucoes ate o limite de tentativas de arq-par01 (o mesmo
           dos e-mails); esgotado o limite, o pedido fica retido em
           "F" ate alguem reenfileirar ou cancelar pela tela
           P01-M176.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-MSG09.sl".
           COPY "arq-par01.sl".
           SELECT GTW-B049
                  ASSIGN          TO         GTW-B049-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-GTW-B049.
           SELECT LOG-B049
                  ASSIGN          TO         LOG-B049-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B049.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-MSG09.fd".
           COPY "arq-par01.fd".
      *    remessa para o gateway: campos separados por ";"
       FD  GTW-B049
           LABEL RECORD STANDARD.
       01  GTW-B049-REG.
           05 GTW-B049-SEQ                 PIC 9(08).
           05 FILLER                       PIC X(01).
           05 GTW-B049-CANAL               PIC X(01).
           05 FILLER                       PIC X(01).
           05 GTW-B049-CELULAR             PIC X(13).
           05 FILLER                       PIC X(01).
           05 GTW-B049-TEXTO               PIC X(160).
       FD  LOG-B049
           LABEL RECORD STANDARD.
       01  LOG-B049-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-MSG09                  PIC X(02).
       01  STAT-ARQ-PAR01                  PIC X(02).
       01  STAT-GTW-B049                   PIC X(02).
       01  STAT-LOG-B049                   PIC X(02).
       01  GTW-B049-NOME                   PIC X(40)
               VALUE "GTW-MSG-ENVIO.TXT".
       01  LOG-B049-NOME                   PIC X(40)
               VALUE "LOG-B049.TXT".

       01  WS-FIM-MSG09                    PIC X(01)   VALUE "N".
           88 FIM-MSG09                                VALUE "S".
       01  WS-GATEWAY-ABERTO               PIC X(01)   VALUE "N".
       01  WS-DATA-HORA.
           05 WS-DH-DATA                   PIC 9(08).
           05 WS-DH-HORA                   PIC 9(06).
       01  WS-MAX-TENTATIVAS               PIC 9(02)   VALUE 3.
       01  WS-ENVIADO                      PIC X(01).
       01  WS-ERRO                         PIC X(40).
       01  WS-IX                           PIC 9(02)   VALUE ZERO.
       01  WS-CELULAR                      PIC X(13).
       01  WS-CELULAR-R REDEFINES WS-CELULAR.
           05 WS-CELULAR-DIGITO OCCURS 13 TIMES PIC X(01).
       01  WS-CELULAR-OK                   PIC X(01).
       01  WS-SEQ-EDIT                     PIC ZZZZZZZ9.
       01  WS-TOT-LIDOS                    PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ENVIADOS                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-FALHAS                   PIC 9(05)   VALUE ZERO.
       01  WS-TOT-RETIDOS                  PIC 9(05)   VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           IF WS-GATEWAY-ABERTO = "S"
               PERFORM 1100-OBTER-MAX-TENTATIVAS
               PERFORM 2100-LER-MSG09
               PERFORM 2000-PROCESSAR-MSG09 UNTIL FIM-MSG09
           END-IF
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN I-O   ARQ-MSG09
           OPEN INPUT arq-par01
           OPEN OUTPUT LOG-B049

           MOVE "INICIO DO DESPACHO DA FILA DE MENSAGENS (SMS/WHATSAPP)"
             TO LOG-B049-REG
           WRITE LOG-B049-REG

      *    a remessa anterior pode ainda nao ter sido recolhida pelo
      *    gateway; acrescenta no fim e so cria quando nao existe.
      *    Sem arquivo de remessa a fila fica intacta para a proxima
      *    rodada.
           OPEN EXTEND GTW-B049
           IF STAT-GTW-B049 = "35"
               OPEN OUTPUT GTW-B049
           END-IF
           IF STAT-GTW-B049 = "00"
               MOVE "S" TO WS-GATEWAY-ABERTO
           ELSE
               MOVE SPACES TO LOG-B049-REG
               STRING "REMESSA DO GATEWAY NAO ABRIU - STATUS "
                      STAT-GTW-B049 " - FILA NAO DESPACHADA"
                   DELIMITED BY SIZE INTO LOG-B049-REG
               WRITE LOG-B049-REG
           END-IF
           .

       1100-OBTER-MAX-TENTATIVAS.
      *    mesmo limite de tentativas da fila de e-mails: parametro da
      *    empresa de menor codigo cadastrada em arq-par01 e, na
      *    falta dele, 3 tentativas.
           MOVE 3 TO WS-MAX-TENTATIVAS
           MOVE ZERO TO ARQ-PAR01-EMP00
           START arq-par01 KEY IS NOT LESS THAN ARQ-PAR01-EMP00
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ arq-par01 NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ARQ-PAR01-TENTATIVAS-EMAIL > ZERO
                               MOVE ARQ-PAR01-TENTATIVAS-EMAIL
                                 TO WS-MAX-TENTATIVAS
                           END-IF
                   END-READ
           END-START
           .

       2000-PROCESSAR-MSG09.
           ADD 1 TO WS-TOT-LIDOS

           IF ARQ-MSG09-STATUS = "P"
            OR (ARQ-MSG09-STATUS = "F"
               AND ARQ-MSG09-TENTATIVAS < WS-MAX-TENTATIVAS)
               PERFORM 2200-DESPACHAR-PEDIDO
           ELSE
               IF ARQ-MSG09-STATUS = "F"
                   ADD 1 TO WS-TOT-RETIDOS
               END-IF
           END-IF

           PERFORM 2100-LER-MSG09
           .

       2100-LER-MSG09.
           READ ARQ-MSG09 NEXT RECORD
               AT END
                   SET FIM-MSG09 TO TRUE
           END-READ
           .

       2200-DESPACHAR-PEDIDO.
           PERFORM 2300-GRAVAR-REMESSA

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA
           MOVE ARQ-MSG09-SEQ TO WS-SEQ-EDIT

           IF WS-ENVIADO = "S"
               MOVE "E"        TO ARQ-MSG09-STATUS
               MOVE WS-DH-DATA TO ARQ-MSG09-DATA-ENVIO
               MOVE WS-DH-HORA TO ARQ-MSG09-HORA-ENVIO
               MOVE SPACES     TO ARQ-MSG09-ERRO
               MOVE SPACE      TO ARQ-MSG09-ENTREGA
               MOVE ZERO       TO ARQ-MSG09-DATA-ENTREGA
               MOVE ZERO       TO ARQ-MSG09-HORA-ENTREGA
               ADD 1 TO WS-TOT-ENVIADOS
               MOVE SPACES TO LOG-B049-REG
               STRING "ENVIADO - PEDIDO " WS-SEQ-EDIT
                      " CELULAR " ARQ-MSG09-CELULAR
                      " ALERTA " ARQ-MSG09-TIPO-ALERTA
                   DELIMITED BY SIZE INTO LOG-B049-REG
           ELSE
               MOVE "F"        TO ARQ-MSG09-STATUS
               MOVE WS-DH-DATA TO ARQ-MSG09-DATA-ENVIO
               MOVE WS-DH-HORA TO ARQ-MSG09-HORA-ENVIO
               MOVE WS-ERRO    TO ARQ-MSG09-ERRO
               ADD 1           TO ARQ-MSG09-TENTATIVAS
               ADD 1 TO WS-TOT-FALHAS
               MOVE SPACES TO LOG-B049-REG
               STRING "FALHA   - PEDIDO " WS-SEQ-EDIT
                      " MOTIVO " WS-ERRO
                   DELIMITED BY SIZE INTO LOG-B049-REG
           END-IF
           WRITE LOG-B049-REG

           REWRITE ARQ-MSG09-REG
           .

       2300-GRAVAR-REMESSA.
           MOVE "N"    TO WS-ENVIADO
           MOVE SPACES TO WS-ERRO
           PERFORM 2400-CONFERIR-CELULAR

           IF WS-CELULAR-OK NOT = "S"
               MOVE "CELULAR INVALIDO" TO WS-ERRO
           ELSE
               IF ARQ-MSG09-CANAL NOT = "S"
                AND ARQ-MSG09-CANAL NOT = "W"
                   MOVE "CANAL INVALIDO" TO WS-ERRO
               ELSE
                   MOVE ALL ";"          TO GTW-B049-REG
                   MOVE ARQ-MSG09-SEQ     TO GTW-B049-SEQ
                   MOVE ARQ-MSG09-CANAL   TO GTW-B049-CANAL
                   MOVE ARQ-MSG09-CELULAR TO GTW-B049-CELULAR
                   MOVE ARQ-MSG09-TEXTO   TO GTW-B049-TEXTO
                   WRITE GTW-B049-REG
                   IF STAT-GTW-B049 = "00"
                       MOVE "S" TO WS-ENVIADO
                   ELSE
                       MOVE "FALHA NA GRAVACAO DA REMESSA DO GATEWAY"
                         TO WS-ERRO
                   END-IF
               END-IF
           END-IF
           .

       2400-CONFERIR-CELULAR.
      *    o gateway so aceita o numero com DDI e DDD, apenas digitos
      *    a partir da esquerda (brancos so no fim)
           MOVE ARQ-MSG09-CELULAR TO WS-CELULAR
           MOVE "S" TO WS-CELULAR-OK
           IF WS-CELULAR (1:10) IS NOT NUMERIC
               MOVE "N" TO WS-CELULAR-OK
           ELSE
               PERFORM 2410-CONFERIR-DIGITO
                   VARYING WS-IX FROM 11 BY 1
                   UNTIL WS-IX > 13
           END-IF
           .

       2410-CONFERIR-DIGITO.
           IF WS-CELULAR-DIGITO (WS-IX) IS NOT NUMERIC
               IF WS-CELULAR-DIGITO (WS-IX) NOT = SPACE
                   MOVE "N" TO WS-CELULAR-OK
               ELSE
                   IF WS-IX < 13
                    AND WS-CELULAR-DIGITO (WS-IX + 1) NOT = SPACE
                       MOVE "N" TO WS-CELULAR-OK
                   END-IF
               END-IF
           END-IF
           .

       8000-FINALIZAR.
           MOVE SPACES TO LOG-B049-REG
           STRING "LIDOS: " WS-TOT-LIDOS
                  " ENVIADOS: " WS-TOT-ENVIADOS
                  " FALHAS: " WS-TOT-FALHAS
                  " RETIDOS: " WS-TOT-RETIDOS
               DELIMITED BY SIZE INTO LOG-B049-REG
           WRITE LOG-B049-REG

           IF WS-GATEWAY-ABERTO = "S"
               CLOSE GTW-B049
           END-IF
           CLOSE ARQ-MSG09 arq-par01 LOG-B049
           .
      * Historico de alteracoes
      *   25/09/2026 - equipe.ti - rotina nova de despacho da fila de
      *                mensagens ao motorista ARQ-MSG09 para o gateway
      *                de SMS/WhatsApp, com reenvio limitado por
      *                tentativas e retencao das falhas definitivas.
