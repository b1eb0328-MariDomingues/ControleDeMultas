       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B060.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 9 de outubro de 2026.
       REMARKS. Rotina batch mensal de recobranca intercompanhia das
           multas: as empresas do grupo emprestam caminhoes e
           motoristas umas as outras, e a multa cai na empresa dona
           do veiculo (ARQ-IFC01-EMP00, vinda de ARQ-VEI01-EMP00)
           mesmo quando quem dirigia era da outra. Para as infracoes
           lancadas na competencia anterior ao mes corrente (nao
           canceladas), apura a empresa responsavel: a do motorista
           da infracao (ARQ-MOT01-EMP00) ou, sem motorista
           confirmado, a do motorista alocado ao veiculo na data e
           hora da infracao (ARQ-ALO01). Quando ela difere da dona do
           veiculo, a infracao entra no documento de recobranca do
           par de empresas da competencia (ARQ-RCI01, itens em
           ARQ-RCI02): a dona do veiculo cobra da responsavel o valor
           da multa. O documento fica pendente ate as controladorias
           das duas empresas assinarem o demonstrativo (P99-R061) na
           tela de fechamento (P01-M160, via P01-S205); o fechamento
           da competencia (P01-S172) e recusado enquanto houver
           documento da empresa sem as duas assinaturas, e o
           P01-B028 lanca os dois lados pelos eventos RCR (a receber,
           na dona do veiculo) e RCP (a pagar, na responsavel) de
           ARQ-CTA01. Rodada de novo na mesma competencia, refaz os
           documentos ainda sem assinatura; documento ja assinado por
           algum dos lados, ou de par com a competencia ja fechada em
           alguma das empresas, e mantido como esta e a infracao nova
           do par sai no log para acerto manual. No fim confere o
           mapa contabil dos eventos de cada documento e emite o
           demonstrativo por par de empresas. A competencia apurada
           fica em ARQ-CTL07 (job "P01B060"): o fechamento
           (P01-S172) so aceita competencia ja apurada por aqui.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-MOT01.sl".
           COPY "ARQ-ALO01.sl".
           COPY "ARQ-CTA01.sl".
           COPY "ARQ-RCI01.sl".
           COPY "ARQ-RCI02.sl".
           COPY "ARQ-CTL07.sl".
           SELECT LOG-B060
                  ASSIGN          TO         LOG-B060-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B060.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-MOT01.fd".
           COPY "ARQ-ALO01.fd".
           COPY "ARQ-CTA01.fd".
           COPY "ARQ-RCI01.fd".
           COPY "ARQ-RCI02.fd".
           COPY "ARQ-CTL07.fd".
       FD  LOG-B060
           LABEL RECORD STANDARD.
       01  LOG-B060-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-MOT01                  PIC X(02).
       01  STAT-ARQ-ALO01                  PIC X(02).
       01  STAT-ARQ-CTA01                  PIC X(02).
       01  STAT-ARQ-RCI01                  PIC X(02).
       01  STAT-ARQ-RCI02                  PIC X(02).
       01  STAT-ARQ-CTL07                  PIC X(02).
       01  STAT-LOG-B060                   PIC X(02).
       01  LOG-B060-NOME                   PIC X(40)
               VALUE "LOG-B060.TXT".

       01  WS-FIM-IFC01                    PIC X(01)   VALUE "N".
           88 FIM-IFC01                                VALUE "S".
       01  WS-FIM-ALO01                    PIC X(01)   VALUE "N".
           88 FIM-ALO01                                VALUE "S".
       01  WS-FIM-RCI01                    PIC X(01)   VALUE "N".
           88 FIM-RCI01                                VALUE "S".
       01  WS-FIM-RCI02                    PIC X(01)   VALUE "N".
           88 FIM-RCI02                                VALUE "S".

       01  WS-NOME-JOB                     PIC X(08)
               VALUE "P01B060".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-COMPETENCIA                  PIC 9(06)   VALUE ZERO.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMPET-ANO                PIC 9(04).
           05 WS-COMPET-MES                PIC 9(02).
       01  WS-DATA-COMPET.
           05 WS-DATA-COMPET-AAAAMM        PIC 9(06).
           05 WS-DATA-COMPET-DIA           PIC 9(02)   VALUE 01.
       01  WS-DATA-COMPET-N REDEFINES WS-DATA-COMPET
                                           PIC 9(08).

       01  WS-EMP-ORIGEM                   PIC 9(03)   VALUE ZERO.
       01  WS-EMP-DESTINO                  PIC 9(03)   VALUE ZERO.
       01  WS-MOT01-RESPONSAVEL            PIC 9(06)   VALUE ZERO.
       01  WS-MOT01-ALOCADO                PIC 9(06)   VALUE ZERO.
       01  WS-MOTIVO                       PIC X(01)   VALUE SPACE.
       01  WS-DOC-OK                       PIC X(01)   VALUE "N".
       01  WS-JA-RECOBRADA                 PIC X(01)   VALUE "N".
       01  WS-FECHADO-ORIGEM               PIC X(01)   VALUE "N".
       01  WS-FECHADO-DESTINO              PIC X(01)   VALUE "N".
       01  WS-EVENTO-CTA                   PIC X(03).
       01  WS-EMP-CTA                      PIC 9(03).

      *    pares de empresas com documento mantido (assinado por algum
      *    lado ou com a competencia ja fechada): nao recebem item novo.
       01  WS-QTD-MANTIDOS                 PIC 9(03)   VALUE ZERO.
       01  WS-MANT-IX                      PIC 9(03)   VALUE ZERO.
       01  WS-MANT-ACHOU                   PIC 9(03)   VALUE ZERO.
       01  WS-TAB-MANTIDOS.
           05 WS-MANT-ENT OCCURS 200 TIMES.
              10 WS-MANT-ORIGEM            PIC 9(03).
              10 WS-MANT-DESTINO           PIC 9(03).

       01  WS-EMP00-TODAS                  PIC 9(03)   VALUE ZERO.
       01  WS-USU-BATCH                    PIC 9(04)   VALUE ZERO.

       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-VALOR-EDIT                   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-QTD-EDIT                     PIC ZZZZ9.
       01  WS-TOT-LIDAS                    PIC 9(06)   VALUE ZERO.
       01  WS-TOT-RECOBRADAS               PIC 9(06)   VALUE ZERO.
       01  WS-TOT-JA-RECOBRADAS            PIC 9(06)   VALUE ZERO.
       01  WS-TOT-BLOQUEADAS               PIC 9(06)   VALUE ZERO.
       01  WS-TOT-DOCUMENTOS               PIC 9(05)   VALUE ZERO.
       01  WS-TOT-REFEITOS                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SEM-MAPA                 PIC 9(05)   VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-PREPARAR-COMPETENCIA
           PERFORM 3050-LER-IFC01
           PERFORM 3000-PROCESSAR-INFRACAO UNTIL FIM-IFC01
           PERFORM 4000-CONFERIR-DOCUMENTOS
           PERFORM 7000-REGISTRAR-COMPETENCIA
           PERFORM 8000-FINALIZAR
      *    o demonstrativo abre e fecha os proprios arquivos.
           CALL "P99-R061" USING WS-COMPETENCIA, WS-EMP00-TODAS,
                   WS-USU-BATCH
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-IFC01
           OPEN INPUT ARQ-MOT01
           OPEN INPUT ARQ-ALO01
           OPEN INPUT ARQ-CTA01
      *    documentos ainda inexistentes (status 35): cria vazios.
           OPEN I-O ARQ-RCI01
           IF STAT-ARQ-RCI01 = "35"
               OPEN OUTPUT ARQ-RCI01
               CLOSE ARQ-RCI01
               OPEN I-O ARQ-RCI01
           END-IF
           OPEN I-O ARQ-RCI02
           IF STAT-ARQ-RCI02 = "35"
               OPEN OUTPUT ARQ-RCI02
               CLOSE ARQ-RCI02
               OPEN I-O ARQ-RCI02
           END-IF
           OPEN OUTPUT LOG-B060

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
      *    competencia anterior ao mes corrente
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPETENCIA
           IF WS-COMPET-MES = 1
               SUBTRACT 1 FROM WS-COMPET-ANO
               MOVE 12 TO WS-COMPET-MES
           ELSE
               SUBTRACT 1 FROM WS-COMPET-MES
           END-IF
           MOVE WS-COMPETENCIA TO WS-DATA-COMPET-AAAAMM

           MOVE SPACES TO LOG-B060-REG
           STRING "INICIO DA RECOBRANCA INTERCOMPANHIA - COMPETENCIA "
                  WS-COMPETENCIA
               DELIMITED BY SIZE INTO LOG-B060-REG
           WRITE LOG-B060-REG
           .

      *    rodada repetida na competencia: documento sem assinatura e
      *    com as duas empresas abertas e refeito do zero; os demais
      *    ficam como estao.
       2000-PREPARAR-COMPETENCIA.
           MOVE "N"            TO WS-FIM-RCI01
           MOVE WS-COMPETENCIA TO ARQ-RCI01-COMPETENCIA
           MOVE ZERO           TO ARQ-RCI01-EMP-ORIGEM
           MOVE ZERO           TO ARQ-RCI01-EMP-DESTINO
           START ARQ-RCI01 KEY IS NOT LESS THAN ARQ-RCI01-CHAVE
               INVALID KEY
                   SET FIM-RCI01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2050-LER-RCI01
           END-START

           PERFORM 2100-AVALIAR-DOCUMENTO UNTIL FIM-RCI01
           .

       2050-LER-RCI01.
           READ ARQ-RCI01 NEXT RECORD
               AT END
                   SET FIM-RCI01 TO TRUE
           END-READ
           .

       2100-AVALIAR-DOCUMENTO.
           IF ARQ-RCI01-COMPETENCIA NOT = WS-COMPETENCIA
               SET FIM-RCI01 TO TRUE
           ELSE
               MOVE ARQ-RCI01-EMP-ORIGEM  TO WS-EMP-ORIGEM
               MOVE ARQ-RCI01-EMP-DESTINO TO WS-EMP-DESTINO
               PERFORM 2150-CONSULTAR-FECHAMENTOS
               IF ARQ-RCI01-USU-ASSINA-ORIGEM = ZERO
                AND ARQ-RCI01-USU-ASSINA-DESTINO = ZERO
                AND WS-FECHADO-ORIGEM = "N"
                AND WS-FECHADO-DESTINO = "N"
                   PERFORM 2200-EXCLUIR-DOCUMENTO
               ELSE
                   PERFORM 2300-MANTER-DOCUMENTO
               END-IF
               PERFORM 2050-LER-RCI01
           END-IF
           .

       2150-CONSULTAR-FECHAMENTOS.
           CALL "P01-S171" USING WS-EMP-ORIGEM, WS-DATA-COMPET-N,
                   WS-FECHADO-ORIGEM
           CALL "P01-S171" USING WS-EMP-DESTINO, WS-DATA-COMPET-N,
                   WS-FECHADO-DESTINO
           .

       2200-EXCLUIR-DOCUMENTO.
           MOVE "N"                   TO WS-FIM-RCI02
           MOVE ARQ-RCI01-COMPETENCIA TO ARQ-RCI02-COMPETENCIA
           MOVE ARQ-RCI01-EMP-ORIGEM  TO ARQ-RCI02-EMP-ORIGEM
           MOVE ARQ-RCI01-EMP-DESTINO TO ARQ-RCI02-EMP-DESTINO
           MOVE ZERO                  TO ARQ-RCI02-IFC01
           START ARQ-RCI02 KEY IS NOT LESS THAN ARQ-RCI02-CHAVE
               INVALID KEY
                   SET FIM-RCI02 TO TRUE
               NOT INVALID KEY
                   PERFORM 2250-LER-RCI02
           END-START

           PERFORM 2260-EXCLUIR-ITEM UNTIL FIM-RCI02

           DELETE ARQ-RCI01 RECORD
           ADD 1 TO WS-TOT-REFEITOS
           .

       2250-LER-RCI02.
           READ ARQ-RCI02 NEXT RECORD
               AT END
                   SET FIM-RCI02 TO TRUE
           END-READ
           .

       2260-EXCLUIR-ITEM.
           IF ARQ-RCI02-COMPETENCIA NOT = ARQ-RCI01-COMPETENCIA
            OR ARQ-RCI02-EMP-ORIGEM NOT = ARQ-RCI01-EMP-ORIGEM
            OR ARQ-RCI02-EMP-DESTINO NOT = ARQ-RCI01-EMP-DESTINO
               SET FIM-RCI02 TO TRUE
           ELSE
               DELETE ARQ-RCI02 RECORD
               PERFORM 2250-LER-RCI02
           END-IF
           .

       2300-MANTER-DOCUMENTO.
           PERFORM 3600-INCLUIR-MANTIDO
           MOVE SPACES TO LOG-B060-REG
           STRING "DOCUMENTO MANTIDO (ASSINADO OU COMPETENCIA FECHADA) "
                  "- EMPRESA " WS-EMP-ORIGEM " COBRA DE " WS-EMP-DESTINO
               DELIMITED BY SIZE INTO LOG-B060-REG
           WRITE LOG-B060-REG
           .

       3050-LER-IFC01.
           READ ARQ-IFC01 NEXT RECORD
               AT END
                   SET FIM-IFC01 TO TRUE
           END-READ
           .

       3000-PROCESSAR-INFRACAO.
           IF ARQ-IFC01-DATA-LANCTO (1:6) = WS-COMPETENCIA
            AND ARQ-IFC01-SITUACAO NOT = "C"
               ADD 1 TO WS-TOT-LIDAS
               PERFORM 3100-APURAR-RESPONSAVEL
               IF WS-EMP-DESTINO NOT = ZERO
                AND WS-EMP-DESTINO NOT = ARQ-IFC01-EMP00
                   PERFORM 3300-REGISTRAR-RECOBRANCA
               END-IF
           END-IF
           PERFORM 3050-LER-IFC01
           .

      *    motorista da infracao (sugestao da carga ainda nao
      *    confirmada nao conta) ou, sem ele, o alocado ao veiculo na
      *    data e hora da infracao; a empresa responsavel e a dele.
       3100-APURAR-RESPONSAVEL.
           MOVE ZERO  TO WS-EMP-DESTINO
           MOVE ZERO  TO WS-MOT01-RESPONSAVEL
           MOVE SPACE TO WS-MOTIVO
           IF ARQ-IFC01-MOT01 NOT = ZERO
            AND ARQ-IFC01-MOT01-SUGERIDO NOT = "S"
               MOVE ARQ-IFC01-MOT01 TO WS-MOT01-RESPONSAVEL
               MOVE "M"             TO WS-MOTIVO
           ELSE
               PERFORM 3200-BUSCAR-ALOCACAO
               IF WS-MOT01-ALOCADO NOT = ZERO
                   MOVE WS-MOT01-ALOCADO TO WS-MOT01-RESPONSAVEL
                   MOVE "A"              TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOT01-RESPONSAVEL NOT = ZERO
               MOVE WS-MOT01-RESPONSAVEL TO ARQ-MOT01-CODIGO
               READ ARQ-MOT01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARQ-MOT01-EMP00 TO WS-EMP-DESTINO
               END-READ
           END-IF
           .

       3200-BUSCAR-ALOCACAO.
           MOVE "N"  TO WS-FIM-ALO01
           MOVE ZERO TO WS-MOT01-ALOCADO
           MOVE ARQ-IFC01-VEI01 TO ARQ-ALO01-VEI01
           MOVE ZERO            TO ARQ-ALO01-DATA-INI
           MOVE ZERO            TO ARQ-ALO01-HORA-INI
           START ARQ-ALO01 KEY IS NOT LESS THAN ARQ-ALO01-CHAVE
               INVALID KEY
                   SET FIM-ALO01 TO TRUE
               NOT INVALID KEY
                   PERFORM 3210-LER-ALO01
           END-START

           PERFORM 3220-AVALIAR-ALOCACAO UNTIL FIM-ALO01
           .

       3210-LER-ALO01.
           READ ARQ-ALO01 NEXT RECORD
               AT END
                   SET FIM-ALO01 TO TRUE
           END-READ
           .

       3220-AVALIAR-ALOCACAO.
           IF ARQ-ALO01-VEI01 NOT = ARQ-IFC01-VEI01
               SET FIM-ALO01 TO TRUE
           ELSE
               IF ARQ-ALO01-DATA-INI < ARQ-IFC01-DATA-INFRACAO
                OR (ARQ-ALO01-DATA-INI = ARQ-IFC01-DATA-INFRACAO
                   AND ARQ-ALO01-HORA-INI <= ARQ-IFC01-HORA-INFRACAO)
                   PERFORM 3230-CONFERIR-FIM-ALOCACAO
               END-IF
               PERFORM 3210-LER-ALO01
           END-IF
           .

       3230-CONFERIR-FIM-ALOCACAO.
      *    mesma regra do P01-B010: alocacao sem fim continua
      *    vigente; com fim, a infracao precisa cair no intervalo.
           IF ARQ-ALO01-DATA-FIM = ZERO
               MOVE ARQ-ALO01-MOT01 TO WS-MOT01-ALOCADO
           ELSE
               IF ARQ-ALO01-DATA-FIM > ARQ-IFC01-DATA-INFRACAO
                OR (ARQ-ALO01-DATA-FIM = ARQ-IFC01-DATA-INFRACAO
                   AND ARQ-ALO01-HORA-FIM >= ARQ-IFC01-HORA-INFRACAO)
                   MOVE ARQ-ALO01-MOT01 TO WS-MOT01-ALOCADO
               END-IF
           END-IF
           .

       3300-REGISTRAR-RECOBRANCA.
           MOVE ARQ-IFC01-EMP00 TO WS-EMP-ORIGEM
           MOVE "N" TO WS-JA-RECOBRADA
           MOVE ARQ-IFC01-CODIGO TO ARQ-RCI02-IFC01
           READ ARQ-RCI02 KEY IS ARQ-RCI02-IFC01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-JA-RECOBRADA
           END-READ

           IF WS-JA-RECOBRADA = "S"
               ADD 1 TO WS-TOT-JA-RECOBRADAS
           ELSE
               PERFORM 3500-PROCURAR-MANTIDO
               IF WS-MANT-ACHOU > ZERO
                   PERFORM 3350-REGISTRAR-BLOQUEIO
               ELSE
                   PERFORM 3400-OBTER-DOCUMENTO
                   IF WS-DOC-OK = "S"
                       PERFORM 3450-GRAVAR-ITEM
                   ELSE
                       PERFORM 3350-REGISTRAR-BLOQUEIO
                   END-IF
               END-IF
           END-IF
           .

       3350-REGISTRAR-BLOQUEIO.
           ADD 1 TO WS-TOT-BLOQUEADAS
           MOVE ARQ-IFC01-CODIGO TO WS-CODIGO-EDIT
           MOVE SPACES TO LOG-B060-REG
           STRING "INFRACAO " WS-CODIGO-EDIT " FORA DA RECOBRANCA - "
                  "DOCUMENTO " WS-EMP-ORIGEM "/" WS-EMP-DESTINO
                  " JA ASSINADO OU FECHADO"
               DELIMITED BY SIZE INTO LOG-B060-REG
           WRITE LOG-B060-REG
           .

      *    documento do par na competencia: criado na primeira
      *    infracao, desde que nenhuma das duas empresas tenha a
      *    competencia fechada.
       3400-OBTER-DOCUMENTO.
           MOVE "S"            TO WS-DOC-OK
           MOVE WS-COMPETENCIA TO ARQ-RCI01-COMPETENCIA
           MOVE WS-EMP-ORIGEM  TO ARQ-RCI01-EMP-ORIGEM
           MOVE WS-EMP-DESTINO TO ARQ-RCI01-EMP-DESTINO
           READ ARQ-RCI01
               INVALID KEY
                   PERFORM 3420-CRIAR-DOCUMENTO
           END-READ
           .

       3420-CRIAR-DOCUMENTO.
           PERFORM 2150-CONSULTAR-FECHAMENTOS
           IF WS-FECHADO-ORIGEM = "S" OR WS-FECHADO-DESTINO = "S"
               MOVE "N" TO WS-DOC-OK
               PERFORM 3600-INCLUIR-MANTIDO
           ELSE
               MOVE WS-COMPETENCIA TO ARQ-RCI01-COMPETENCIA
               MOVE WS-EMP-ORIGEM  TO ARQ-RCI01-EMP-ORIGEM
               MOVE WS-EMP-DESTINO TO ARQ-RCI01-EMP-DESTINO
               MOVE ZERO           TO ARQ-RCI01-QTD-INFRACOES
               MOVE ZERO           TO ARQ-RCI01-VALOR-TOTAL
               MOVE WS-DATA-HOJE   TO ARQ-RCI01-DATA-GERACAO
               MOVE "P"            TO ARQ-RCI01-STATUS
               MOVE ZERO           TO ARQ-RCI01-USU-ASSINA-ORIGEM
               MOVE ZERO           TO ARQ-RCI01-DATA-ASSINA-ORIGEM
               MOVE ZERO           TO ARQ-RCI01-USU-ASSINA-DESTINO
               MOVE ZERO           TO ARQ-RCI01-DATA-ASSINA-DESTINO
               WRITE ARQ-RCI01-REG
               ADD 1 TO WS-TOT-DOCUMENTOS
           END-IF
           .

       3450-GRAVAR-ITEM.
           MOVE WS-COMPETENCIA          TO ARQ-RCI02-COMPETENCIA
           MOVE WS-EMP-ORIGEM           TO ARQ-RCI02-EMP-ORIGEM
           MOVE WS-EMP-DESTINO          TO ARQ-RCI02-EMP-DESTINO
           MOVE ARQ-IFC01-CODIGO        TO ARQ-RCI02-IFC01
           MOVE ARQ-IFC01-NOTIFICACAO   TO ARQ-RCI02-NOTIFICACAO
           MOVE ARQ-IFC01-DATA-INFRACAO TO ARQ-RCI02-DATA-INFRACAO
           MOVE ARQ-IFC01-VEI01         TO ARQ-RCI02-VEI01
           MOVE WS-MOT01-RESPONSAVEL    TO ARQ-RCI02-MOT01
           MOVE ARQ-IFC01-VALOR         TO ARQ-RCI02-VALOR
           MOVE WS-MOTIVO               TO ARQ-RCI02-MOTIVO
           WRITE ARQ-RCI02-REG

           ADD 1               TO ARQ-RCI01-QTD-INFRACOES
           ADD ARQ-IFC01-VALOR TO ARQ-RCI01-VALOR-TOTAL
           REWRITE ARQ-RCI01-REG
           ADD 1 TO WS-TOT-RECOBRADAS
           .

       3500-PROCURAR-MANTIDO.
           MOVE ZERO TO WS-MANT-ACHOU
           PERFORM 3510-COMPARAR-MANTIDO
               VARYING WS-MANT-IX FROM 1 BY 1
               UNTIL WS-MANT-IX > WS-QTD-MANTIDOS
           .

       3510-COMPARAR-MANTIDO.
           IF WS-MANT-ORIGEM (WS-MANT-IX) = WS-EMP-ORIGEM
            AND WS-MANT-DESTINO (WS-MANT-IX) = WS-EMP-DESTINO
               MOVE WS-MANT-IX TO WS-MANT-ACHOU
           END-IF
           .

       3600-INCLUIR-MANTIDO.
           IF WS-QTD-MANTIDOS < 200
               ADD 1 TO WS-QTD-MANTIDOS
               MOVE WS-EMP-ORIGEM  TO WS-MANT-ORIGEM (WS-QTD-MANTIDOS)
               MOVE WS-EMP-DESTINO TO WS-MANT-DESTINO (WS-QTD-MANTIDOS)
           END-IF
           .

      *    resumo de cada documento da competencia no log e conferencia
      *    do mapa contabil dos dois lados: sem RCR/RCP em ARQ-CTA01 o
      *    P01-B028 nao gera o lote da empresa.
       4000-CONFERIR-DOCUMENTOS.
           MOVE "N"            TO WS-FIM-RCI01
           MOVE WS-COMPETENCIA TO ARQ-RCI01-COMPETENCIA
           MOVE ZERO           TO ARQ-RCI01-EMP-ORIGEM
           MOVE ZERO           TO ARQ-RCI01-EMP-DESTINO
           START ARQ-RCI01 KEY IS NOT LESS THAN ARQ-RCI01-CHAVE
               INVALID KEY
                   SET FIM-RCI01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2050-LER-RCI01
           END-START

           PERFORM 4100-RESUMIR-DOCUMENTO UNTIL FIM-RCI01
           .

       4100-RESUMIR-DOCUMENTO.
           IF ARQ-RCI01-COMPETENCIA NOT = WS-COMPETENCIA
               SET FIM-RCI01 TO TRUE
           ELSE
               MOVE ARQ-RCI01-QTD-INFRACOES TO WS-QTD-EDIT
               MOVE ARQ-RCI01-VALOR-TOTAL   TO WS-VALOR-EDIT
               MOVE SPACES TO LOG-B060-REG
               STRING "DOCUMENTO " ARQ-RCI01-COMPETENCIA "/"
                      ARQ-RCI01-EMP-ORIGEM "/" ARQ-RCI01-EMP-DESTINO
                      " INFRACOES " WS-QTD-EDIT " VALOR " WS-VALOR-EDIT
                      " STATUS " ARQ-RCI01-STATUS
                   DELIMITED BY SIZE INTO LOG-B060-REG
               WRITE LOG-B060-REG

               MOVE "RCR"                TO WS-EVENTO-CTA
               MOVE ARQ-RCI01-EMP-ORIGEM TO WS-EMP-CTA
               PERFORM 4200-CONFERIR-EVENTO
               MOVE "RCP"                 TO WS-EVENTO-CTA
               MOVE ARQ-RCI01-EMP-DESTINO TO WS-EMP-CTA
               PERFORM 4200-CONFERIR-EVENTO
               PERFORM 2050-LER-RCI01
           END-IF
           .

       4200-CONFERIR-EVENTO.
           MOVE WS-EVENTO-CTA TO ARQ-CTA01-EVENTO
           MOVE WS-EMP-CTA    TO ARQ-CTA01-EMP00
           READ ARQ-CTA01
               INVALID KEY
                   ADD 1 TO WS-TOT-SEM-MAPA
                   MOVE SPACES TO LOG-B060-REG
                   STRING "  SEM MAPA CONTABIL DO EVENTO " WS-EVENTO-CTA
                          " NA EMPRESA " WS-EMP-CTA " (TELA P01-M171)"
                       DELIMITED BY SIZE INTO LOG-B060-REG
                   WRITE LOG-B060-REG
           END-READ
           .

      *    competencia apurada fica registrada para o P01-S172 nao
      *    fechar mes cuja recobranca ainda nao foi gerada.
       7000-REGISTRAR-COMPETENCIA.
           OPEN I-O ARQ-CTL07
           IF STAT-ARQ-CTL07 = "35"
               OPEN OUTPUT ARQ-CTL07
               CLOSE ARQ-CTL07
               OPEN I-O ARQ-CTL07
           END-IF
           MOVE WS-NOME-JOB TO ARQ-CTL07-JOB
           READ ARQ-CTL07
               INVALID KEY
                   MOVE WS-NOME-JOB    TO ARQ-CTL07-JOB
                   MOVE WS-COMPETENCIA TO ARQ-CTL07-ULTIMA-CHAVE
                   MOVE WS-DATA-HOJE   TO ARQ-CTL07-DATA-EXECUCAO
                   MOVE "C"            TO ARQ-CTL07-STATUS
                   WRITE ARQ-CTL07-REG
               NOT INVALID KEY
      *            rodada de competencia antiga nao recua o registro.
                   IF WS-COMPETENCIA > ARQ-CTL07-ULTIMA-CHAVE
                       MOVE WS-COMPETENCIA TO ARQ-CTL07-ULTIMA-CHAVE
                   END-IF
                   MOVE WS-DATA-HOJE   TO ARQ-CTL07-DATA-EXECUCAO
                   MOVE "C"            TO ARQ-CTL07-STATUS
                   REWRITE ARQ-CTL07-REG
           END-READ
           CLOSE ARQ-CTL07
           .

       8000-FINALIZAR.
           MOVE SPACES TO LOG-B060-REG
           STRING "INFRACOES DA COMPETENCIA: " WS-TOT-LIDAS
                  " RECOBRADAS: " WS-TOT-RECOBRADAS
                  " JA RECOBRADAS: " WS-TOT-JA-RECOBRADAS
               DELIMITED BY SIZE INTO LOG-B060-REG
           WRITE LOG-B060-REG
           MOVE SPACES TO LOG-B060-REG
           STRING "FORA POR DOCUMENTO ASSINADO/FECHADO: "
                  WS-TOT-BLOQUEADAS
                  " DOCUMENTOS NOVOS: " WS-TOT-DOCUMENTOS
                  " REFEITOS: " WS-TOT-REFEITOS
                  " EVENTOS SEM MAPA: " WS-TOT-SEM-MAPA
               DELIMITED BY SIZE INTO LOG-B060-REG
           WRITE LOG-B060-REG

           CLOSE ARQ-IFC01 ARQ-MOT01 ARQ-ALO01 ARQ-CTA01 ARQ-RCI01
                 ARQ-RCI02 LOG-B060
           .
      * Historico de alteracoes
      *   09/10/2026 - equipe.ti - rotina nova de recobranca
      *                intercompanhia mensal das multas por par de
      *                empresas (ARQ-RCI01/ARQ-RCI02).
      *   09/10/2026 - equipe.ti - competencia apurada registrada em
      *                ARQ-CTL07 (job "P01B060") para o fechamento.
      *   09/10/2026 - equipe.ti - registro de ARQ-CTL07 com o nome do
      *                job sem o hifen, como o P01-B034 o monta.
