           ARQ-CNH01) e regrava ARQ-MOT01-PONTOS-CNH e a flag
           RISCO-SUSPENSO. Sem isso a flag so mudava quando alguem
           confirmava um vinculo novo na tela, e motorista limpo ha
           meses continuava aparecendo como em risco. Motorista que
           ENTRA no risco de suspensao e avisado pelo canal do
           cadastro dele (SMS/WhatsApp pela fila ARQ-MSG09 ou e-mail
           de contato, via P01-S194). O progresso e gravado em
           ARQ-CTL07 a cada registro, no mesmo esquema de retomada do
           P01-B012.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       01  WS-RISCO-ANT                    PIC X(01).
       01  WS-PONTOS-NOVO                  PIC 9(03)  VALUE ZERO.
       01  WS-RISCO-NOVO                   PIC X(01).
       01  WS-TIPO-ALERTA                  PIC X(02)  VALUE "RS".
       01  WS-REFERENCIA                   PIC X(20).
       01  WS-TEXTO                        PIC X(160).
       01  WS-CANAL                        PIC X(01).
       01  WS-MSG-SEQ                      PIC 9(08).
       01  WS-CODIGO-EDIT                  PIC ZZZZZ9.
       01  WS-TOT-LIDOS                    PIC 9(05)  VALUE ZERO.
       01  WS-TOT-RECALCULADOS             PIC 9(05)  VALUE ZERO.
       01  WS-TOT-SAIRAM-RISCO             PIC 9(05)  VALUE ZERO.
       01  WS-TOT-ENTRARAM-RISCO           PIC 9(05)  VALUE ZERO.
       01  WS-TOT-AVISOS-MOTORISTA         PIC 9(05)  VALUE ZERO.

       PROCEDURE DIVISION.

           IF WS-RISCO-ANT NOT = "S" AND WS-RISCO-NOVO = "S"
               ADD 1 TO WS-TOT-ENTRARAM-RISCO
               PERFORM 2300-LOGAR-MUDANCA
               PERFORM 2350-AVISAR-MOTORISTA
           END-IF
           .

           WRITE LOG-B025-REG
           .

       2350-AVISAR-MOTORISTA.
      *    contato lido de ARQ-MOT01 antes da chamada ao P01-S160, que
      *    so mexe em pontos e risco.
           MOVE SPACES TO WS-REFERENCIA
           STRING WS-MOT01-CODIGO WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-REFERENCIA
           MOVE SPACES TO WS-TEXTO
           STRING "ATENCAO: SUA CNH SOMA " WS-PONTOS-NOVO
                  " PONTOS NOS ULTIMOS 12 MESES E ESTA EM RISCO DE "
                  "SUSPENSAO. PROCURE O ESCRITORIO DA SUA UNIDADE."
               DELIMITED BY SIZE INTO WS-TEXTO
           CALL "P01-S194" USING WS-MOT01-CODIGO, ARQ-MOT01-CELULAR,
                   ARQ-MOT01-CONSENTE-MSG, ARQ-MOT01-EMAIL,
                   WS-TIPO-ALERTA, WS-REFERENCIA, WS-TEXTO,
                   WS-CANAL, WS-MSG-SEQ
           IF WS-CANAL NOT = "N"
               ADD 1 TO WS-TOT-AVISOS-MOTORISTA
           END-IF
           .

       2400-GRAVAR-CHECKPOINT.
           MOVE ARQ-MOT01-CODIGO TO ARQ-CTL07-ULTIMA-CHAVE
           REWRITE ARQ-CTL07-REG
                  " RECALCULADOS: " WS-TOT-RECALCULADOS
                  " SAIRAM DO RISCO: " WS-TOT-SAIRAM-RISCO
                  " ENTRARAM NO RISCO: " WS-TOT-ENTRARAM-RISCO
                  " AVISADOS: " WS-TOT-AVISOS-MOTORISTA
               DELIMITED BY SIZE INTO LOG-B025-REG
           WRITE LOG-B025-REG

      *   21/08/2026 - equipe.ti - rotina nova de recalculo noturno
      *                do saldo de pontos de CNH via P01-S160 (janela
      *                legal de 12 meses e reciclagem).
      *   25/09/2026 - equipe.ti - motorista que entra no risco de
      *                suspensao e avisado pelo canal do cadastro
      *                (SMS/WhatsApp ou e-mail de contato) via P01-S194.
