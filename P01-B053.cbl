       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B053.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 25 de setembro de 2026.
       REMARKS. Proposta automatica dos vinculos infracao x CTRC para
           o rateio (ARQ-RAT04) a partir das viagens importadas pelo
           P01-B052: para cada infracao de ARQ-IFC01 dos ultimos 90
           dias, nao cancelada, com veiculo e ainda sem rateio nem
           proposta, procura em ARQ-VGM01 (chave alternativa veiculo
           + saida) a viagem do veiculo cuja saida e chegada cobrem a
           data/hora da infracao. Achando uma so viagem, grava em
           ARQ-PRP04 um vinculo proposto ("P") para cada CTRC dela
           (ARQ-VGM02), que a tela P01-C074 mostra pre-preenchido
           aguardando a confirmacao do usuario (P01-S197). Infracao
           sem viagem, com viagens sobrepostas ou com viagem sem CTRC
           vai para o relatorio de excecoes REL-B053, para o vinculo
           manual de sempre. Proposta descartada na tela nao volta a
           ser feita.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-RAT04.sl".
           COPY "ARQ-PRP04.sl".
           COPY "ARQ-VGM01.sl".
           COPY "ARQ-VGM02.sl".
           COPY "ARQ-VEI01.sl".
           SELECT REL-B053
                  ASSIGN          TO         REL-B053-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-B053.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-RAT04.fd".
           COPY "ARQ-PRP04.fd".
           COPY "ARQ-VGM01.fd".
           COPY "ARQ-VGM02.fd".
           COPY "ARQ-VEI01.fd".
       FD  REL-B053
           LABEL RECORD STANDARD.
       01  REL-B053-LINHA                  PIC X(132).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-RAT04                  PIC X(02).
       01  STAT-ARQ-PRP04                  PIC X(02).
       01  STAT-ARQ-VGM01                  PIC X(02).
       01  STAT-ARQ-VGM02                  PIC X(02).
       01  STAT-ARQ-VEI01                  PIC X(02).
       01  STAT-REL-B053                   PIC X(02).
       01  REL-B053-NOME                   PIC X(40)
               VALUE "REL-B053.TXT".

       01  WS-FIM-IFC01                    PIC X(01)   VALUE "N".
           88 FIM-IFC01                                VALUE "S".
       01  WS-FIM-VGM01                    PIC X(01).
           88 FIM-VGM01                                VALUE "S".
       01  WS-FIM-VGM02                    PIC X(01).
           88 FIM-VGM02                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-DIAS-JANELA                  PIC S9(08)  VALUE -90.
       01  WS-DATA-LIMITE                  PIC 9(08).
       01  WS-TEM-VINCULO                  PIC X(01).
       01  WS-DH-INFRACAO                  PIC 9(12).
       01  WS-DH-SAIDA                     PIC 9(12).
       01  WS-DH-CHEGADA                   PIC 9(12).
       01  WS-QTD-VIAGENS                  PIC 9(03).
       01  WS-VIAGEM-ACHADA                PIC X(12).
       01  WS-LISTA-VIAGENS                PIC X(52).
       01  WS-PONTEIRO                     PIC 9(03).
       01  WS-QTD-PROPOSTAS                PIC 9(03).
       01  WS-MOTIVO                       PIC X(20).
       01  WS-PLACA                        PIC X(08).

       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-CONTADOR-EDIT                PIC ZZZZ9.
       01  WS-TOT-AVALIADAS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-PROPOSTAS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-VINCULOS                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SEM-VIAGEM               PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SOBREPOSTAS              PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SEM-CTRC                 PIC 9(05)   VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2100-LER-IFC01
           PERFORM 2000-PROCESSAR-IFC01 UNTIL FIM-IFC01
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-IFC01
           OPEN INPUT ARQ-RAT04
           OPEN I-O   ARQ-PRP04
           OPEN INPUT ARQ-VGM01
           OPEN INPUT ARQ-VGM02
           OPEN INPUT ARQ-VEI01
           OPEN OUTPUT REL-B053

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           CALL "P01-S167" USING WS-DATA-HOJE, WS-DIAS-JANELA,
                   WS-DATA-LIMITE

           MOVE SPACES TO REL-B053-LINHA
           STRING "PROPOSTA DE VINCULO INFRACAO X CTRC PELAS VIAGENS - "
                  "EXCECOES - INFRACOES DESDE " WS-DATA-LIMITE
               DELIMITED BY SIZE INTO REL-B053-LINHA
           WRITE REL-B053-LINHA
           MOVE SPACES TO REL-B053-LINHA
           WRITE REL-B053-LINHA
           MOVE SPACES TO REL-B053-LINHA
           STRING "INFRACAO NOTIFICACAO     PLACA    DATA     HORA "
                  "MOTIVO               VIAGENS"
               DELIMITED BY SIZE INTO REL-B053-LINHA
           WRITE REL-B053-LINHA
           .

       2100-LER-IFC01.
           READ ARQ-IFC01 NEXT RECORD
               AT END
                   SET FIM-IFC01 TO TRUE
           END-READ
           .

       2000-PROCESSAR-IFC01.
           IF ARQ-IFC01-SITUACAO NOT = "C"
            AND ARQ-IFC01-VEI01 NOT = ZERO
            AND ARQ-IFC01-DATA-INFRACAO >= WS-DATA-LIMITE
               PERFORM 2200-VERIFICAR-VINCULO
               IF WS-TEM-VINCULO = "N"
                   ADD 1 TO WS-TOT-AVALIADAS
                   PERFORM 3000-PROCURAR-VIAGEM
                   EVALUATE TRUE
                       WHEN WS-QTD-VIAGENS = ZERO
                           ADD 1 TO WS-TOT-SEM-VIAGEM
                           MOVE "SEM VIAGEM" TO WS-MOTIVO
                           PERFORM 5000-IMPRIMIR-EXCECAO
                       WHEN WS-QTD-VIAGENS > 1
                           ADD 1 TO WS-TOT-SOBREPOSTAS
                           MOVE "VIAGENS SOBREPOSTAS" TO WS-MOTIVO
                           PERFORM 5000-IMPRIMIR-EXCECAO
                       WHEN OTHER
                           PERFORM 4000-PROPOR-VINCULOS
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM 2100-LER-IFC01
           .

       2200-VERIFICAR-VINCULO.
      *    infracao ja rateada, ou com proposta em qualquer situacao
      *    (pendente, confirmada ou descartada), fica de fora.
           MOVE "N" TO WS-TEM-VINCULO
           MOVE ARQ-IFC01-CODIGO TO ARQ-RAT04-IFC01
           MOVE ZERO             TO ARQ-RAT04-PRO01
           START ARQ-RAT04 KEY IS NOT LESS THAN ARQ-RAT04-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-RAT04 NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ARQ-RAT04-IFC01 = ARQ-IFC01-CODIGO
                               MOVE "S" TO WS-TEM-VINCULO
                           END-IF
                   END-READ
           END-START

           IF WS-TEM-VINCULO = "N"
               MOVE ARQ-IFC01-CODIGO TO ARQ-PRP04-IFC01
               MOVE ZERO             TO ARQ-PRP04-PRO01
               START ARQ-PRP04 KEY IS NOT LESS THAN ARQ-PRP04-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ARQ-PRP04 NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF ARQ-PRP04-IFC01 = ARQ-IFC01-CODIGO
                                   MOVE "S" TO WS-TEM-VINCULO
                               END-IF
                       END-READ
               END-START
           END-IF
           .

       3000-PROCURAR-VIAGEM.
      *    as viagens do veiculo estao em ordem de saida: le ate a
      *    primeira que sai depois da infracao.
           MOVE ZERO   TO WS-QTD-VIAGENS
           MOVE SPACES TO WS-VIAGEM-ACHADA
           MOVE SPACES TO WS-LISTA-VIAGENS
           MOVE 1      TO WS-PONTEIRO
           COMPUTE WS-DH-INFRACAO = ARQ-IFC01-DATA-INFRACAO * 10000
                                  + ARQ-IFC01-HORA-INFRACAO

           MOVE "N" TO WS-FIM-VGM01
           MOVE ARQ-IFC01-VEI01 TO ARQ-VGM01-VEI01
           MOVE ZERO            TO ARQ-VGM01-DATA-SAIDA
           MOVE ZERO            TO ARQ-VGM01-HORA-SAIDA
           START ARQ-VGM01 KEY IS NOT LESS THAN ARQ-VGM01-VEICULO
               INVALID KEY
                   SET FIM-VGM01 TO TRUE
               NOT INVALID KEY
                   PERFORM 3100-LER-VGM01
           END-START
           PERFORM 3200-AVALIAR-VIAGEM UNTIL FIM-VGM01
           .

       3100-LER-VGM01.
           READ ARQ-VGM01 NEXT RECORD
               AT END
                   SET FIM-VGM01 TO TRUE
           END-READ
           .

       3200-AVALIAR-VIAGEM.
           COMPUTE WS-DH-SAIDA = ARQ-VGM01-DATA-SAIDA * 10000
                               + ARQ-VGM01-HORA-SAIDA
           IF ARQ-VGM01-VEI01 NOT = ARQ-IFC01-VEI01
            OR WS-DH-SAIDA > WS-DH-INFRACAO
               SET FIM-VGM01 TO TRUE
           ELSE
               COMPUTE WS-DH-CHEGADA = ARQ-VGM01-DATA-CHEGADA * 10000
                                     + ARQ-VGM01-HORA-CHEGADA
               IF WS-DH-CHEGADA >= WS-DH-INFRACAO
                   ADD 1 TO WS-QTD-VIAGENS
                   MOVE ARQ-VGM01-VIAGEM TO WS-VIAGEM-ACHADA
                   IF WS-PONTEIRO < 40
                       STRING ARQ-VGM01-VIAGEM DELIMITED BY SPACE
                              " "              DELIMITED BY SIZE
                           INTO WS-LISTA-VIAGENS
                           WITH POINTER WS-PONTEIRO
                   END-IF
               END-IF
               PERFORM 3100-LER-VGM01
           END-IF
           .

       4000-PROPOR-VINCULOS.
           MOVE ZERO TO WS-QTD-PROPOSTAS
           MOVE "N" TO WS-FIM-VGM02
           MOVE WS-VIAGEM-ACHADA TO ARQ-VGM02-VIAGEM
           MOVE ZERO             TO ARQ-VGM02-PRO01
           START ARQ-VGM02 KEY IS NOT LESS THAN ARQ-VGM02-CHAVE
               INVALID KEY
                   SET FIM-VGM02 TO TRUE
               NOT INVALID KEY
                   PERFORM 4100-LER-VGM02
           END-START
           PERFORM 4200-GRAVAR-PROPOSTA UNTIL FIM-VGM02

           IF WS-QTD-PROPOSTAS = ZERO
               ADD 1 TO WS-TOT-SEM-CTRC
               MOVE "VIAGEM SEM CTRC" TO WS-MOTIVO
               MOVE WS-VIAGEM-ACHADA  TO WS-LISTA-VIAGENS
               PERFORM 5000-IMPRIMIR-EXCECAO
           ELSE
               ADD 1 TO WS-TOT-PROPOSTAS
           END-IF
           .

       4100-LER-VGM02.
           READ ARQ-VGM02 NEXT RECORD
               AT END
                   SET FIM-VGM02 TO TRUE
           END-READ
           .

       4200-GRAVAR-PROPOSTA.
           IF ARQ-VGM02-VIAGEM NOT = WS-VIAGEM-ACHADA
               SET FIM-VGM02 TO TRUE
           ELSE
               MOVE ARQ-IFC01-CODIGO TO ARQ-PRP04-IFC01
               MOVE ARQ-VGM02-PRO01  TO ARQ-PRP04-PRO01
               MOVE WS-VIAGEM-ACHADA TO ARQ-PRP04-VIAGEM
               MOVE "P"              TO ARQ-PRP04-STATUS
               MOVE WS-DATA-HOJE     TO ARQ-PRP04-DATA-PROPOSTA
               MOVE ZERO             TO ARQ-PRP04-USU-DECIDIU
               MOVE ZERO             TO ARQ-PRP04-DATA-DECISAO
               WRITE ARQ-PRP04-REG
               IF STAT-ARQ-PRP04 = "00"
                   ADD 1 TO WS-QTD-PROPOSTAS
                   ADD 1 TO WS-TOT-VINCULOS
               END-IF
               PERFORM 4100-LER-VGM02
           END-IF
           .

       5000-IMPRIMIR-EXCECAO.
           MOVE SPACES TO WS-PLACA
           MOVE ARQ-IFC01-VEI01 TO ARQ-VEI01-CODIGO
           READ ARQ-VEI01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARQ-VEI01-PLACA TO WS-PLACA
           END-READ

           MOVE ARQ-IFC01-CODIGO TO WS-CODIGO-EDIT
           MOVE SPACES TO REL-B053-LINHA
           STRING WS-CODIGO-EDIT " " ARQ-IFC01-NOTIFICACAO " "
                  WS-PLACA " " ARQ-IFC01-DATA-INFRACAO " "
                  ARQ-IFC01-HORA-INFRACAO " " WS-MOTIVO " "
                  WS-LISTA-VIAGENS
               DELIMITED BY SIZE INTO REL-B053-LINHA
           WRITE REL-B053-LINHA
           .

       8000-FINALIZAR.
           MOVE SPACES TO REL-B053-LINHA
           WRITE REL-B053-LINHA
           MOVE WS-TOT-AVALIADAS TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-B053-LINHA
           STRING "INFRACOES AVALIADAS: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-B053-LINHA
           WRITE REL-B053-LINHA
           MOVE WS-TOT-PROPOSTAS TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-B053-LINHA
           STRING "INFRACOES COM PROPOSTA: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-B053-LINHA
           WRITE REL-B053-LINHA
           MOVE WS-TOT-VINCULOS TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-B053-LINHA
           STRING "VINCULOS CTRC PROPOSTOS: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-B053-LINHA
           WRITE REL-B053-LINHA
           MOVE WS-TOT-SEM-VIAGEM TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-B053-LINHA
           STRING "SEM VIAGEM: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-B053-LINHA
           WRITE REL-B053-LINHA
           MOVE WS-TOT-SOBREPOSTAS TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-B053-LINHA
           STRING "VIAGENS SOBREPOSTAS: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-B053-LINHA
           WRITE REL-B053-LINHA
           MOVE WS-TOT-SEM-CTRC TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-B053-LINHA
           STRING "VIAGEM SEM CTRC: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-B053-LINHA
           WRITE REL-B053-LINHA

           CLOSE ARQ-IFC01 ARQ-RAT04 ARQ-PRP04 ARQ-VGM01 ARQ-VGM02
                 ARQ-VEI01 REL-B053
           .
      * Historico de alteracoes
      *   25/09/2026 - equipe.ti - rotina nova de proposta dos
      *                vinculos de rateio pelas viagens importadas,
      *                com relatorio de excecoes.
