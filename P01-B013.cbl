           CNHs vencidas ou vencendo dentro dos proximos N dias,
           configurados por empresa em arq-par01: enfileira o aviso
           por e-mail em ARQ-EML09 (via P01-S162, lista de
           distribuicao da empresa), avisa o proprio motorista pelo
           canal do cadastro dele (SMS/WhatsApp pela fila ARQ-MSG09
           ou e-mail de contato, via P01-S194) e grava a sinalizacao
           ARQ-MOT01-CNH-ALERTA, que as telas de vinculo infracao x
           motorista (P01-M155 / P01-S160 / P01-S165) exibem como
           aviso impeditivo antes de confirmar o vinculo. O progresso
           e gravado em ARQ-CTL07 a cada registro, no mesmo esquema de
           retomada do P01-B012. A mudanca da sinalizacao fica na
           trilha ARQ-LOG123/ARQ-LOG23 via P01-S166.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       01  WS-UNI15-ZERO                   PIC 9(04)  VALUE ZERO.
       01  WS-ASSUNTO                      PIC X(60).
       01  WS-ANEXO                        PIC X(80)  VALUE SPACES.
       01  WS-TIPO-ALERTA                  PIC X(02)  VALUE "CN".
       01  WS-REFERENCIA                   PIC X(20).
       01  WS-TEXTO                        PIC X(160).
       01  WS-CANAL                        PIC X(01).
       01  WS-MSG-SEQ                      PIC 9(08).
       01  WS-CODIGO-EDIT                  PIC ZZZZZ9.
       01  WS-TOT-LIDOS                    PIC 9(05)  VALUE ZERO.
       01  WS-TOT-ALERTAS                  PIC 9(05)  VALUE ZERO.
       01  WS-TOT-VENCIDAS                 PIC 9(05)  VALUE ZERO.
       01  WS-TOT-AVISO-CELULAR            PIC 9(05)  VALUE ZERO.
       01  WS-TOT-AVISO-EMAIL              PIC 9(05)  VALUE ZERO.

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-MOT01".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01)  VALUE "A".
       01  WS-LOG-USUARIO                  PIC 9(04)  VALUE ZERO.
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       PROCEDURE DIVISION.

           IF WS-ALERTA-SW NOT = ARQ-MOT01-CNH-ALERTA
               MOVE WS-ALERTA-SW TO ARQ-MOT01-CNH-ALERTA
               REWRITE ARQ-MOT01-REG
               PERFORM 2295-REGISTRAR-TRILHA
           END-IF
           .

       2295-REGISTRAR-TRILHA.
           MOVE SPACES TO WS-LOG-CHAVE
           MOVE ARQ-MOT01-CODIGO TO WS-LOG-CHAVE
           MOVE 1 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-MOT01-CNH-ALERTA" TO WS-LOG-CAMPO (1)
           MOVE WS-ALERTA-ANT          TO WS-LOG-VALOR-ANT (1)
           MOVE ARQ-MOT01-CNH-ALERTA   TO WS-LOG-VALOR-NOVO (1)
           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, WS-LOG-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       2250-OBTER-DIAS-ALERTA.
           MOVE 30 TO WS-DIAS-ALERTA
           MOVE ARQ-MOT01-EMP00 TO ARQ-PAR01-EMP00
           STRING WS-ASSUNTO " VALIDADE " ARQ-MOT01-CNH-VALIDADE
               DELIMITED BY SIZE INTO LOG-B013-REG
           WRITE LOG-B013-REG

           PERFORM 2350-AVISAR-MOTORISTA
           .

       2350-AVISAR-MOTORISTA.
      *    o motorista na estrada nao le o e-mail da empresa; o aviso
      *    vai para ele pelo canal escolhido no cadastro.
           MOVE SPACES TO WS-REFERENCIA
           MOVE ARQ-MOT01-CODIGO TO WS-REFERENCIA
           MOVE SPACES TO WS-TEXTO
           IF WS-DIAS-RESTANTES < ZERO
               STRING "SUA CNH VENCEU EM " ARQ-MOT01-CNH-VALIDADE (7:2)
                      "/" ARQ-MOT01-CNH-VALIDADE (5:2)
                      "/" ARQ-MOT01-CNH-VALIDADE (1:4)
                      ". NAO DIRIJA VEICULO DA EMPRESA E PROCURE O "
                      "ESCRITORIO DA SUA UNIDADE."
                   DELIMITED BY SIZE INTO WS-TEXTO
           ELSE
               STRING "SUA CNH VENCE EM " ARQ-MOT01-CNH-VALIDADE (7:2)
                      "/" ARQ-MOT01-CNH-VALIDADE (5:2)
                      "/" ARQ-MOT01-CNH-VALIDADE (1:4)
                      ". PROVIDENCIE A RENOVACAO E ENTREGUE A COPIA "
                      "NO ESCRITORIO DA SUA UNIDADE."
                   DELIMITED BY SIZE INTO WS-TEXTO
           END-IF
           CALL "P01-S194" USING ARQ-MOT01-CODIGO, ARQ-MOT01-CELULAR,
                   ARQ-MOT01-CONSENTE-MSG, ARQ-MOT01-EMAIL,
                   WS-TIPO-ALERTA, WS-REFERENCIA, WS-TEXTO,
                   WS-CANAL, WS-MSG-SEQ
           EVALUATE WS-CANAL
               WHEN "S"
               WHEN "W"
                   ADD 1 TO WS-TOT-AVISO-CELULAR
               WHEN "E"
                   ADD 1 TO WS-TOT-AVISO-EMAIL
               WHEN OTHER
                   MOVE ARQ-MOT01-CODIGO TO WS-CODIGO-EDIT
                   MOVE SPACES TO LOG-B013-REG
                   STRING "MOTORISTA " WS-CODIGO-EDIT
                          " SEM CELULAR AUTORIZADO NEM E-MAIL - "
                          "AVISO SO PARA A EMPRESA"
                       DELIMITED BY SIZE INTO LOG-B013-REG
                   WRITE LOG-B013-REG
           END-EVALUATE
           .

       2400-GRAVAR-CHECKPOINT.
           MOVE SPACES TO LOG-B013-REG
           STRING "LIDOS: " WS-TOT-LIDOS " ALERTAS: " WS-TOT-ALERTAS
                  " VENCIDAS: " WS-TOT-VENCIDAS
                  " AVISOS CELULAR: " WS-TOT-AVISO-CELULAR
                  " E-MAIL: " WS-TOT-AVISO-EMAIL
               DELIMITED BY SIZE INTO LOG-B013-REG
           WRITE LOG-B013-REG

      *   24/07/2026 - equipe.ti - e-mail passa a sair so na entrada
      *                na janela de alerta; CNH sem validade
      *                cadastrada sinaliza sem enviar e-mail.
      *   25/09/2026 - equipe.ti - o proprio motorista passa a ser
      *                avisado pelo canal do cadastro (SMS/WhatsApp
      *                ou e-mail de contato) via P01-S194.
      *   09/10/2026 - equipe.ti - mudanca de ARQ-MOT01-CNH-ALERTA
      *                passa a gravar trilha em ARQ-LOG123/ARQ-LOG23.
