       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S202.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 2 de outubro de 2026.
       REMARKS. Sub-rotina de selagem da trilha de auditoria: cada
           entrada de ARQ-LOG123 recebe um checksum encadeado,
           calculado (P01-S203) sobre o proprio cabecalho, o checksum
           da entrada anterior e o checksum de cada item de ARQ-LOG23
           - este calculado sobre o conteudo do item (campo, valor
           antes e depois) e guardado no proprio item. Quem altera,
           inclui ou apaga uma entrada ou um item quebra a corrente, o
           que o P01-B055 aponta na verificacao noturna. A selagem
           parte do selo corrente (registro de data zero de ARQ-SEL01,
           com o ultimo sequencial selado e seu checksum) e sela em
           ordem de sequencial tudo o que veio depois, no log vivo e no
           historico ARQ-LOG123H/ARQ-LOG23H - na primeira execucao,
           sem selo corrente, sela a trilha inteira. O checksum de
           cada item dessas entradas e sempre recalculado, qualquer
           que seja o valor encontrado no item. E chamada pelo
           P01-S166 depois de cada gravacao. As telas de manutencao
           que gravam a sua entrada direto em ARQ-LOG123/ARQ-LOG23
           (eventos da tela) nao chamam esta rotina: a entrada fica
           sem selo ate a proxima gravacao via P01-S166 ou ate o
           P01-B023 e o P01-B055, que chamam antes de comecar, para
           nao arquivar nem verificar entrada ainda sem selo.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-LOG123.sl".
           COPY "ARQ-LOG23.sl".
           COPY "ARQ-LOG123H.sl".
           COPY "ARQ-LOG23H.sl".
           COPY "ARQ-SEL01.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-LOG123.fd".
           COPY "ARQ-LOG23.fd".
           COPY "ARQ-LOG123H.fd".
           COPY "ARQ-LOG23H.fd".
           COPY "ARQ-SEL01.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-LOG123                 PIC X(02).
       01  STAT-ARQ-LOG23                  PIC X(02).
       01  STAT-ARQ-LOG123H                PIC X(02).
       01  STAT-ARQ-LOG23H                 PIC X(02).
       01  STAT-ARQ-SEL01                  PIC X(02).

       01  WS-FIM-VIVO                     PIC X(01).
           88 FIM-VIVO                                 VALUE "S".
       01  WS-FIM-HIST                     PIC X(01).
           88 FIM-HIST                                 VALUE "S".
       01  WS-FIM-ITEM                     PIC X(01).
           88 FIM-ITEM                                 VALUE "S".
       01  WS-SELO-EXISTE                  PIC X(01).
       01  WS-DATA-HORA.
           05 WS-DH-DATA                   PIC 9(08).
           05 WS-DH-HORA                   PIC 9(06).
       01  WS-ULT-SEQ                      PIC 9(08)   VALUE ZERO.
       01  WS-ULT-CHECKSUM                 PIC 9(18)   VALUE ZERO.
       01  WS-QTD-SELADOS                  PIC 9(07)   VALUE ZERO.
       01  WS-QTD-ANTERIOR                 PIC 9(07)   VALUE ZERO.

       01  WS-ESTADO.
           05 WS-SOMA-A                    PIC 9(09).
           05 WS-SOMA-B                    PIC 9(09).
       01  WS-CHECKSUM REDEFINES WS-ESTADO PIC 9(18).
       01  WS-ESTADO-ITEM.
           05 WS-SOMA-ITEM-A               PIC 9(09).
           05 WS-SOMA-ITEM-B               PIC 9(09).
       01  WS-CHECKSUM-ITEM REDEFINES WS-ESTADO-ITEM
                                           PIC 9(18).
       01  WS-TEXTO                        PIC X(150).
       01  WS-TAMANHO                      PIC 9(03).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-LER-SELO
           PERFORM 3000-POSICIONAR
           PERFORM 4000-SELAR-PROXIMA
               UNTIL FIM-VIVO AND FIM-HIST
           IF WS-QTD-SELADOS > ZERO
               PERFORM 5000-GRAVAR-SELO
           END-IF
           PERFORM 9000-FECHAR-ARQUIVOS
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-LOG123
           OPEN I-O ARQ-LOG23
      *    historico e selo ainda inexistentes (status 35): cria
      *    vazio e reabre em I-O, como no arquivamento.
           OPEN I-O ARQ-LOG123H
           IF STAT-ARQ-LOG123H = "35"
               OPEN OUTPUT ARQ-LOG123H
               CLOSE ARQ-LOG123H
               OPEN I-O ARQ-LOG123H
           END-IF
           OPEN I-O ARQ-LOG23H
           IF STAT-ARQ-LOG23H = "35"
               OPEN OUTPUT ARQ-LOG23H
               CLOSE ARQ-LOG23H
               OPEN I-O ARQ-LOG23H
           END-IF
           OPEN I-O ARQ-SEL01
           IF STAT-ARQ-SEL01 = "35"
               OPEN OUTPUT ARQ-SEL01
               CLOSE ARQ-SEL01
               OPEN I-O ARQ-SEL01
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA
           .

       2000-LER-SELO.
           MOVE "N" TO WS-SELO-EXISTE
           MOVE ZERO TO ARQ-SEL01-DATA
           READ ARQ-SEL01
               INVALID KEY
                   MOVE ZERO TO WS-ULT-SEQ
                   MOVE ZERO TO WS-ULT-CHECKSUM
                   MOVE ZERO TO WS-QTD-ANTERIOR
               NOT INVALID KEY
                   MOVE "S" TO WS-SELO-EXISTE
                   MOVE ARQ-SEL01-ULT-SEQ       TO WS-ULT-SEQ
                   MOVE ARQ-SEL01-CHECKSUM      TO WS-ULT-CHECKSUM
                   MOVE ARQ-SEL01-QTD-REGISTROS TO WS-QTD-ANTERIOR
           END-READ
           .

       3000-POSICIONAR.
           MOVE "N" TO WS-FIM-VIVO
           MOVE WS-ULT-SEQ TO ARQ-LOG123-SEQ
           START ARQ-LOG123 KEY IS GREATER THAN ARQ-LOG123-SEQ
               INVALID KEY
                   SET FIM-VIVO TO TRUE
           END-START
           PERFORM 3100-LER-VIVO

           MOVE "N" TO WS-FIM-HIST
           MOVE WS-ULT-SEQ TO ARQ-LOG123H-SEQ
           START ARQ-LOG123H KEY IS GREATER THAN ARQ-LOG123H-SEQ
               INVALID KEY
                   SET FIM-HIST TO TRUE
           END-START
           PERFORM 3200-LER-HIST
           .

       3100-LER-VIVO.
           IF NOT FIM-VIVO
               READ ARQ-LOG123 NEXT RECORD
                   AT END
                       SET FIM-VIVO TO TRUE
               END-READ
           END-IF
           .

       3200-LER-HIST.
           IF NOT FIM-HIST
               READ ARQ-LOG123H NEXT RECORD
                   AT END
                       SET FIM-HIST TO TRUE
               END-READ
           END-IF
           .

       4000-SELAR-PROXIMA.
      *    intercala vivo e historico pelo sequencial; no empate (o
      *    que nao deveria existir) o vivo vem primeiro, na mesma
      *    ordem em que o P01-B055 verifica.
           IF NOT FIM-VIVO
            AND (FIM-HIST OR ARQ-LOG123-SEQ <= ARQ-LOG123H-SEQ)
               PERFORM 4100-SELAR-VIVO
               PERFORM 3100-LER-VIVO
           ELSE
               PERFORM 4500-SELAR-HIST
               PERFORM 3200-LER-HIST
           END-IF
           .

       4100-SELAR-VIVO.
           MOVE ZERO TO WS-ESTADO
           MOVE ARQ-LOG123-REG (1:59) TO WS-TEXTO
           MOVE 59 TO WS-TAMANHO
           CALL "P01-S203" USING WS-ESTADO, WS-TEXTO, WS-TAMANHO
           MOVE WS-ULT-CHECKSUM TO WS-TEXTO
           MOVE 18 TO WS-TAMANHO
           CALL "P01-S203" USING WS-ESTADO, WS-TEXTO, WS-TAMANHO

           MOVE "N" TO WS-FIM-ITEM
           MOVE ARQ-LOG123-SEQ TO ARQ-LOG23-SEQ
           MOVE ZERO           TO ARQ-LOG23-ITEM
           START ARQ-LOG23 KEY IS NOT LESS THAN ARQ-LOG23-CHAVE
               INVALID KEY
                   SET FIM-ITEM TO TRUE
           END-START
           PERFORM 4200-SELAR-ITEM-VIVO UNTIL FIM-ITEM

           MOVE WS-CHECKSUM TO ARQ-LOG123-CHECKSUM
           REWRITE ARQ-LOG123-REG

           MOVE ARQ-LOG123-SEQ TO WS-ULT-SEQ
           MOVE WS-CHECKSUM    TO WS-ULT-CHECKSUM
           ADD 1 TO WS-QTD-SELADOS
           .

       4200-SELAR-ITEM-VIVO.
           READ ARQ-LOG23 NEXT RECORD
               AT END
                   SET FIM-ITEM TO TRUE
           END-READ
           IF NOT FIM-ITEM
               IF ARQ-LOG23-SEQ NOT = ARQ-LOG123-SEQ
                   SET FIM-ITEM TO TRUE
               ELSE
                   MOVE ZERO TO WS-ESTADO-ITEM
                   MOVE ARQ-LOG23-REG (1:121) TO WS-TEXTO
                   MOVE 121 TO WS-TAMANHO
                   CALL "P01-S203" USING WS-ESTADO-ITEM, WS-TEXTO,
                           WS-TAMANHO
                   MOVE WS-CHECKSUM-ITEM TO ARQ-LOG23-CHECKSUM
                   REWRITE ARQ-LOG23-REG
                   MOVE ARQ-LOG23-CHECKSUM TO WS-TEXTO
                   MOVE 18 TO WS-TAMANHO
                   CALL "P01-S203" USING WS-ESTADO, WS-TEXTO,
                           WS-TAMANHO
               END-IF
           END-IF
           .

       4500-SELAR-HIST.
           MOVE ZERO TO WS-ESTADO
           MOVE ARQ-LOG123H-REG (1:59) TO WS-TEXTO
           MOVE 59 TO WS-TAMANHO
           CALL "P01-S203" USING WS-ESTADO, WS-TEXTO, WS-TAMANHO
           MOVE WS-ULT-CHECKSUM TO WS-TEXTO
           MOVE 18 TO WS-TAMANHO
           CALL "P01-S203" USING WS-ESTADO, WS-TEXTO, WS-TAMANHO

           MOVE "N" TO WS-FIM-ITEM
           MOVE ARQ-LOG123H-SEQ TO ARQ-LOG23H-SEQ
           MOVE ZERO            TO ARQ-LOG23H-ITEM
           START ARQ-LOG23H KEY IS NOT LESS THAN ARQ-LOG23H-CHAVE
               INVALID KEY
                   SET FIM-ITEM TO TRUE
           END-START
           PERFORM 4600-SELAR-ITEM-HIST UNTIL FIM-ITEM

           MOVE WS-CHECKSUM TO ARQ-LOG123H-CHECKSUM
           REWRITE ARQ-LOG123H-REG

           MOVE ARQ-LOG123H-SEQ TO WS-ULT-SEQ
           MOVE WS-CHECKSUM     TO WS-ULT-CHECKSUM
           ADD 1 TO WS-QTD-SELADOS
           .

       4600-SELAR-ITEM-HIST.
           READ ARQ-LOG23H NEXT RECORD
               AT END
                   SET FIM-ITEM TO TRUE
           END-READ
           IF NOT FIM-ITEM
               IF ARQ-LOG23H-SEQ NOT = ARQ-LOG123H-SEQ
                   SET FIM-ITEM TO TRUE
               ELSE
                   MOVE ZERO TO WS-ESTADO-ITEM
                   MOVE ARQ-LOG23H-REG (1:121) TO WS-TEXTO
                   MOVE 121 TO WS-TAMANHO
                   CALL "P01-S203" USING WS-ESTADO-ITEM, WS-TEXTO,
                           WS-TAMANHO
                   MOVE WS-CHECKSUM-ITEM TO ARQ-LOG23H-CHECKSUM
                   REWRITE ARQ-LOG23H-REG
                   MOVE ARQ-LOG23H-CHECKSUM TO WS-TEXTO
                   MOVE 18 TO WS-TAMANHO
                   CALL "P01-S203" USING WS-ESTADO, WS-TEXTO,
                           WS-TAMANHO
               END-IF
           END-IF
           .

       5000-GRAVAR-SELO.
           MOVE ZERO            TO ARQ-SEL01-DATA
           MOVE WS-ULT-SEQ      TO ARQ-SEL01-ULT-SEQ
           MOVE WS-ULT-CHECKSUM TO ARQ-SEL01-CHECKSUM
           ADD WS-QTD-SELADOS WS-QTD-ANTERIOR
               GIVING ARQ-SEL01-QTD-REGISTROS
           MOVE "I"             TO ARQ-SEL01-SITUACAO
           MOVE WS-DH-DATA      TO ARQ-SEL01-DATA-VERIFICACAO
           MOVE WS-DH-HORA      TO ARQ-SEL01-HORA-VERIFICACAO
           MOVE "S"             TO ARQ-SEL01-IMPRESSO
           IF WS-SELO-EXISTE = "S"
               REWRITE ARQ-SEL01-REG
           ELSE
               WRITE ARQ-SEL01-REG
           END-IF
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-LOG123 ARQ-LOG23 ARQ-LOG123H ARQ-LOG23H ARQ-SEL01
           .
      * Historico de alteracoes
      *   02/10/2026 - equipe.ti - rotina nova de selagem da trilha de
      *                auditoria com checksum encadeado (ARQ-LOG123/
      *                ARQ-LOG23 e historico), selo corrente em
      *                ARQ-SEL01.
      *   09/10/2026 - equipe.ti - checksum do item sempre recalculado
      *                nas entradas alem do selo corrente, mesmo com
      *                valor ja preenchido no item.
