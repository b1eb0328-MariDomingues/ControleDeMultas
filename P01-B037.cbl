           ARQ-EML09 (via P01-S162, lista de distribuicao da empresa
           do motorista), para a operacao conversar com o motorista
           antes de a multa do DETRAN chegar meses depois pela carga
           do P01-B010. O proprio motorista tambem recebe o aviso,
           pelo canal do cadastro dele (SMS/WhatsApp pela fila
           ARQ-MSG09 ou e-mail de contato, via P01-S194). Evento
           ainda sem motorista resolvido (alocacao em falta) nao
           entra na conta e e totalizado no log. Eventos so de
           posicao ("PS") e de veiculo estacionado ("PA") sao trilha
           do rastreador, nao conducao, e ficam fora da contagem.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       01  WS-ASSUNTO                      PIC X(60).
       01  WS-ANEXO                        PIC X(80)   VALUE SPACES.
       01  WS-ENFILEIRADO                  PIC X(01).
       01  WS-MOT01-ENCONTRADO             PIC X(01).
       01  WS-TIPO-ALERTA                  PIC X(02)   VALUE "TE".
       01  WS-REFERENCIA                   PIC X(20).
       01  WS-TEXTO                        PIC X(160).
       01  WS-CANAL                        PIC X(01).
       01  WS-MSG-SEQ                      PIC 9(08).
       01  WS-MOT01-EDIT                   PIC ZZZZZ9.
       01  WS-QTD-EDIT                     PIC ZZZZ9.
       01  WS-QTD-EDIT2                    PIC ZZZZ9.
       01  WS-TOT-EVENTOS                  PIC 9(06)   VALUE ZERO.
       01  WS-TOT-SEM-MOTORISTA            PIC 9(06)   VALUE ZERO.
       01  WS-TOT-ALERTAS                  PIC 9(05)   VALUE ZERO.
       01  WS-TOT-AVISOS-MOTORISTA         PIC 9(05)   VALUE ZERO.

       PROCEDURE DIVISION.

                   MOVE ZERO TO WS-QTD-SEMANA-ATUAL
                   MOVE ZERO TO WS-QTD-SEMANA-ANTERIOR
               END-IF
               IF ARQ-EVT01-CONDUCAO
                   PERFORM 2200-CLASSIFICAR-EVENTO
               END-IF
           END-IF

           PERFORM 2100-LER-EVT01

       3100-GERAR-ALERTA.
           ADD 1 TO WS-TOT-ALERTAS
           MOVE "S" TO WS-MOT01-ENCONTRADO
           MOVE WS-MOT01-ATUAL TO ARQ-MOT01-CODIGO
           READ ARQ-MOT01
               INVALID KEY
                   MOVE "N"    TO WS-MOT01-ENCONTRADO
                   MOVE SPACES TO ARQ-MOT01-NOME
                   MOVE ZERO   TO ARQ-MOT01-EMP00
           END-READ
           STRING "ALERTA GERADO - MOTORISTA " WS-MOT01-EDIT
               DELIMITED BY SIZE INTO LOG-B037-REG
           WRITE LOG-B037-REG

           IF WS-MOT01-ENCONTRADO = "S"
               PERFORM 3150-AVISAR-MOTORISTA
           END-IF
           .

       3150-AVISAR-MOTORISTA.
           MOVE SPACES TO WS-REFERENCIA
           STRING WS-MOT01-ATUAL WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-REFERENCIA
           MOVE SPACES TO WS-TEXTO
           STRING "A TELEMETRIA REGISTROU " WS-QTD-EDIT
                  " OCORRENCIAS DE CONDUCAO NOS ULTIMOS 7 DIAS "
                  "(ANTES " WS-QTD-EDIT2 "). DIRIJA COM CUIDADO E "
                  "RESPEITE OS LIMITES DE VELOCIDADE."
               DELIMITED BY SIZE INTO WS-TEXTO
           CALL "P01-S194" USING ARQ-MOT01-CODIGO, ARQ-MOT01-CELULAR,
                   ARQ-MOT01-CONSENTE-MSG, ARQ-MOT01-EMAIL,
                   WS-TIPO-ALERTA, WS-REFERENCIA, WS-TEXTO,
                   WS-CANAL, WS-MSG-SEQ
           IF WS-CANAL NOT = "N"
               ADD 1 TO WS-TOT-AVISOS-MOTORISTA
           END-IF
           .

       8000-FINALIZAR.
           STRING "EVENTOS: " WS-TOT-EVENTOS
                  " SEM MOTORISTA: " WS-TOT-SEM-MOTORISTA
                  " ALERTAS: " WS-TOT-ALERTAS
                  " AVISOS AO MOTORISTA: " WS-TOT-AVISOS-MOTORISTA
               DELIMITED BY SIZE INTO LOG-B037-REG
           WRITE LOG-B037-REG

      *   28/08/2026 - equipe.ti - rotina nova de alerta preventivo
      *                semanal dos eventos da telemetria (ARQ-EVT01),
      *                com aviso por e-mail via P01-S162.
      *   11/09/2026 - equipe.ti - so conta eventos de conducao; os
      *                de posicao e estacionado ficam de fora.
      *   25/09/2026 - equipe.ti - o motorista em escalada passa a ser
      *                avisado pelo canal do cadastro (SMS/WhatsApp
      *                ou e-mail de contato) via P01-S194.
