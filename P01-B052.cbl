       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B052.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 25 de setembro de 2026.
       REMARKS. Importacao dos manifestos de viagem do sistema de
           frete (arq-manif): registro "V" com a viagem, placa, CNH
           do motorista e data/hora de saida e de chegada, seguido
           dos registros "C" com os CTRCs (ARQ-PRO01) embarcados. A
           viagem e gravada em ARQ-VGM01, com o veiculo localizado
           pela placa em ARQ-VEI01 e o motorista pela CNH em
           ARQ-MOT01, e os CTRCs em ARQ-VGM02. Viagem ja importada e
           substituida (a lista de CTRCs e regravada inteira), de
           forma que o sistema de frete pode reenviar o manifesto
           corrigido. Placa sem cadastro, datas invalidas ou chegada
           antes da saida recusam a viagem e os CTRCs dela; CTRC sem
           cadastro em ARQ-PRO01 e recusado sozinho. E sobre essas
           viagens que o P01-B053 propoe os vinculos de rateio das
           infracoes para a tela P01-C074.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "arq-manif.sl".
           COPY "ARQ-VGM01.sl".
           COPY "ARQ-VGM02.sl".
           COPY "ARQ-VEI01.sl".
           COPY "ARQ-MOT01.sl".
           COPY "arq-pro01.sl".
           SELECT LOG-B052
                  ASSIGN          TO         LOG-B052-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B052.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "arq-manif.fd".
           COPY "ARQ-VGM01.fd".
           COPY "ARQ-VGM02.fd".
           COPY "ARQ-VEI01.fd".
           COPY "ARQ-MOT01.fd".
           COPY "arq-pro01.fd".
       FD  LOG-B052
           LABEL RECORD STANDARD.
       01  LOG-B052-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-MANIF                  PIC X(02).
       01  STAT-ARQ-VGM01                  PIC X(02).
       01  STAT-ARQ-VGM02                  PIC X(02).
       01  STAT-ARQ-VEI01                  PIC X(02).
       01  STAT-ARQ-MOT01                  PIC X(02).
       01  STAT-ARQ-PRO01                  PIC X(02).
       01  STAT-LOG-B052                   PIC X(02).
       01  LOG-B052-NOME                   PIC X(40)
               VALUE "LOG-B052.TXT".

       01  WS-FIM-MANIF                    PIC X(01)   VALUE "N".
           88 FIM-MANIF                                VALUE "S".
       01  WS-FIM-VGM02                    PIC X(01).
           88 FIM-VGM02                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-VIAGEM-ABERTA                PIC X(01)   VALUE "N".
       01  WS-VIAGEM-EXISTE                PIC X(01).
       01  WS-VIAGEM-ATUAL                 PIC X(12)   VALUE SPACES.
       01  WS-MOTIVO                       PIC X(40).
       01  WS-PRO01-EDIT                   PIC ZZZZZZZ9.

       01  WS-TOT-VIAGENS                  PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SUBSTITUIDAS             PIC 9(05)   VALUE ZERO.
       01  WS-TOT-CTRCS                    PIC 9(05)   VALUE ZERO.
       01  WS-TOT-VIAGENS-REJ              PIC 9(05)   VALUE ZERO.
       01  WS-TOT-CTRCS-REJ                PIC 9(05)   VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           IF STAT-ARQ-MANIF = "00"
               PERFORM 2100-LER-MANIF
               PERFORM 2000-PROCESSAR-REGISTRO UNTIL FIM-MANIF
               PERFORM 2900-ENCERRAR-VIAGEM
           END-IF
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT LOG-B052
           MOVE "INICIO DA IMPORTACAO DOS MANIFESTOS DE VIAGEM"
             TO LOG-B052-REG
           WRITE LOG-B052-REG

           OPEN INPUT arq-manif
           OPEN I-O   ARQ-VGM01
           OPEN I-O   ARQ-VGM02
           OPEN INPUT ARQ-VEI01
           OPEN INPUT ARQ-MOT01
           OPEN INPUT arq-pro01
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

           IF STAT-ARQ-MANIF NOT = "00"
               MOVE SPACES TO LOG-B052-REG
               STRING "ARQUIVO DE MANIFESTOS NAO ENCONTRADO - STATUS "
                      STAT-ARQ-MANIF
                   DELIMITED BY SIZE INTO LOG-B052-REG
               WRITE LOG-B052-REG
           END-IF
           .

       2100-LER-MANIF.
           READ arq-manif
               AT END
                   SET FIM-MANIF TO TRUE
           END-READ
           .

       2000-PROCESSAR-REGISTRO.
           EVALUATE TRUE
               WHEN ARQ-MANIF-VIAGEM-REG
                   PERFORM 2900-ENCERRAR-VIAGEM
                   PERFORM 3000-TRATAR-VIAGEM
               WHEN ARQ-MANIF-CTRC-REG
                   PERFORM 4000-TRATAR-CTRC
               WHEN OTHER
                   MOVE SPACES TO LOG-B052-REG
                   STRING "REGISTRO DE TIPO INVALIDO: "
                          ARQ-MANIF-REG (1:40)
                       DELIMITED BY SIZE INTO LOG-B052-REG
                   WRITE LOG-B052-REG
           END-EVALUATE
           PERFORM 2100-LER-MANIF
           .

       2900-ENCERRAR-VIAGEM.
           IF WS-VIAGEM-ABERTA = "S"
               REWRITE ARQ-VGM01-REG
               MOVE "N" TO WS-VIAGEM-ABERTA
           END-IF
           .

       3000-TRATAR-VIAGEM.
           MOVE ARQ-MANIF-VIAGEM TO WS-VIAGEM-ATUAL
           MOVE SPACES TO WS-MOTIVO
           MOVE ARQ-MANIF-PLACA TO ARQ-VEI01-PLACA
           READ ARQ-VEI01 KEY IS ARQ-VEI01-PLACA
               INVALID KEY
                   MOVE "PLACA NAO CADASTRADA" TO WS-MOTIVO
           END-READ

           IF WS-MOTIVO = SPACES
               IF ARQ-MANIF-VIAGEM = SPACES
                   MOVE "VIAGEM SEM NUMERO" TO WS-MOTIVO
               END-IF
               IF ARQ-MANIF-DATA-SAIDA IS NOT NUMERIC
                OR ARQ-MANIF-HORA-SAIDA IS NOT NUMERIC
                OR ARQ-MANIF-DATA-CHEGADA IS NOT NUMERIC
                OR ARQ-MANIF-HORA-CHEGADA IS NOT NUMERIC
                OR ARQ-MANIF-DATA-SAIDA = ZERO
                OR ARQ-MANIF-DATA-CHEGADA = ZERO
                   MOVE "DATA/HORA DE SAIDA OU CHEGADA INVALIDA"
                     TO WS-MOTIVO
               ELSE
                   IF ARQ-MANIF-DATA-CHEGADA < ARQ-MANIF-DATA-SAIDA
                    OR (ARQ-MANIF-DATA-CHEGADA = ARQ-MANIF-DATA-SAIDA
                     AND ARQ-MANIF-HORA-CHEGADA < ARQ-MANIF-HORA-SAIDA)
                       MOVE "CHEGADA ANTERIOR A SAIDA" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF

           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOT-VIAGENS-REJ
               MOVE SPACES TO LOG-B052-REG
               STRING "VIAGEM " ARQ-MANIF-VIAGEM " PLACA "
                      ARQ-MANIF-PLACA " RECUSADA: " WS-MOTIVO
                   DELIMITED BY SIZE INTO LOG-B052-REG
               WRITE LOG-B052-REG
           ELSE
               PERFORM 3100-GRAVAR-VIAGEM
           END-IF
           .

       3100-GRAVAR-VIAGEM.
           MOVE "N" TO WS-VIAGEM-EXISTE
           MOVE ARQ-MANIF-VIAGEM TO ARQ-VGM01-VIAGEM
           READ ARQ-VGM01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-VIAGEM-EXISTE
           END-READ

           IF WS-VIAGEM-EXISTE = "S"
               ADD 1 TO WS-TOT-SUBSTITUIDAS
               PERFORM 3200-EXCLUIR-CTRCS
           END-IF

           MOVE ARQ-MANIF-VIAGEM       TO ARQ-VGM01-VIAGEM
           MOVE ARQ-VEI01-CODIGO       TO ARQ-VGM01-VEI01
           MOVE ARQ-MANIF-DATA-SAIDA   TO ARQ-VGM01-DATA-SAIDA
           MOVE ARQ-MANIF-HORA-SAIDA   TO ARQ-VGM01-HORA-SAIDA
           MOVE ARQ-MANIF-DATA-CHEGADA TO ARQ-VGM01-DATA-CHEGADA
           MOVE ARQ-MANIF-HORA-CHEGADA TO ARQ-VGM01-HORA-CHEGADA
           MOVE ARQ-VEI01-EMP00        TO ARQ-VGM01-EMP00
           MOVE ZERO                   TO ARQ-VGM01-QTD-CTRC
           MOVE WS-DATA-HOJE           TO ARQ-VGM01-DATA-IMPORTACAO

      *    motorista sem CNH cadastrada nao impede a viagem: o
      *    vinculo de rateio depende so do veiculo e do horario.
           MOVE ZERO TO ARQ-VGM01-MOT01
           IF ARQ-MANIF-CNH NOT = SPACES
               MOVE ARQ-MANIF-CNH TO ARQ-MOT01-CNH
               READ ARQ-MOT01 KEY IS ARQ-MOT01-CNH
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARQ-MOT01-CODIGO TO ARQ-VGM01-MOT01
               END-READ
           END-IF

           IF WS-VIAGEM-EXISTE = "S"
               REWRITE ARQ-VGM01-REG
           ELSE
               WRITE ARQ-VGM01-REG
           END-IF
           IF STAT-ARQ-VGM01 = "00"
               ADD 1 TO WS-TOT-VIAGENS
               MOVE "S" TO WS-VIAGEM-ABERTA
           END-IF
           .

       3200-EXCLUIR-CTRCS.
           MOVE "N" TO WS-FIM-VGM02
           MOVE ARQ-MANIF-VIAGEM TO ARQ-VGM02-VIAGEM
           MOVE ZERO             TO ARQ-VGM02-PRO01
           START ARQ-VGM02 KEY IS NOT LESS THAN ARQ-VGM02-CHAVE
               INVALID KEY
                   SET FIM-VGM02 TO TRUE
               NOT INVALID KEY
                   PERFORM 3210-LER-VGM02
           END-START
           PERFORM 3220-EXCLUIR-CTRC UNTIL FIM-VGM02
           .

       3210-LER-VGM02.
           READ ARQ-VGM02 NEXT RECORD
               AT END
                   SET FIM-VGM02 TO TRUE
           END-READ
           .

       3220-EXCLUIR-CTRC.
           IF ARQ-VGM02-VIAGEM NOT = ARQ-MANIF-VIAGEM
               SET FIM-VGM02 TO TRUE
           ELSE
               DELETE ARQ-VGM02 RECORD
               PERFORM 3210-LER-VGM02
           END-IF
           .

       4000-TRATAR-CTRC.
           MOVE ARQ-MANIF-PRO01 TO WS-PRO01-EDIT
           MOVE SPACES TO WS-MOTIVO
           IF WS-VIAGEM-ABERTA NOT = "S"
            OR ARQ-MANIF-VIAGEM NOT = WS-VIAGEM-ATUAL
               MOVE "VIAGEM RECUSADA OU AUSENTE" TO WS-MOTIVO
           ELSE
               IF ARQ-MANIF-PRO01 IS NOT NUMERIC
                   MOVE "CTRC INVALIDO" TO WS-MOTIVO
               ELSE
                   MOVE ARQ-MANIF-PRO01 TO ARQ-PRO01-CODIGO
                   READ arq-pro01
                       INVALID KEY
                           MOVE "CTRC NAO CADASTRADO" TO WS-MOTIVO
                   END-READ
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES
               MOVE ARQ-MANIF-VIAGEM TO ARQ-VGM02-VIAGEM
               MOVE ARQ-MANIF-PRO01  TO ARQ-VGM02-PRO01
               WRITE ARQ-VGM02-REG
      *        CTRC repetido no mesmo manifesto conta uma vez so
               IF STAT-ARQ-VGM02 = "00"
                   ADD 1 TO ARQ-VGM01-QTD-CTRC
                   ADD 1 TO WS-TOT-CTRCS
               END-IF
           ELSE
               ADD 1 TO WS-TOT-CTRCS-REJ
               MOVE SPACES TO LOG-B052-REG
               STRING "CTRC " WS-PRO01-EDIT " DA VIAGEM "
                      ARQ-MANIF-VIAGEM " RECUSADO: " WS-MOTIVO
                   DELIMITED BY SIZE INTO LOG-B052-REG
               WRITE LOG-B052-REG
           END-IF
           .

       8000-FINALIZAR.
           MOVE SPACES TO LOG-B052-REG
           STRING "VIAGENS: " WS-TOT-VIAGENS
                  " (SUBSTITUIDAS: " WS-TOT-SUBSTITUIDAS ")"
                  " CTRCS: " WS-TOT-CTRCS
                  " VIAGENS RECUSADAS: " WS-TOT-VIAGENS-REJ
                  " CTRCS RECUSADOS: " WS-TOT-CTRCS-REJ
               DELIMITED BY SIZE INTO LOG-B052-REG
           WRITE LOG-B052-REG

           IF STAT-ARQ-MANIF = "00" OR "10"
               CLOSE arq-manif
           END-IF
           CLOSE ARQ-VGM01 ARQ-VGM02 ARQ-VEI01 ARQ-MOT01 arq-pro01
                 LOG-B052
           .
      * Historico de alteracoes
      *   25/09/2026 - equipe.ti - rotina nova de importacao dos
      *                manifestos de viagem do sistema de frete em
      *                ARQ-VGM01/ARQ-VGM02.
