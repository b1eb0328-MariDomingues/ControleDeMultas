           leitura alimenta a tela de operacao P01-M164. Com a janela
           orquestrada pelo P01-B034, o quadro tambem le a grade
           ARQ-AGD07 e reporta job pulado por dependencia, com erro
           ou fora da janela, alem da duracao de cada um. Imprime
           ainda o ultimo elo verificado de cada dia da trilha de
           auditoria (ARQ-SEL01, gravado pelo P01-B055) ainda nao
           impresso, como ancora externa da corrente de checksums;
           dia com a corrente quebrada conta como pendencia.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           COPY "ARQ-CTL74.sl".
           COPY "ARQ-AGD07.sl".
           COPY "arq-emp00.sl".
           COPY "ARQ-SEL01.sl".
           SELECT LOG-B010-ENT
                  ASSIGN          TO         LOG-B010-ENT-NOME
                  ORGANIZATION               LINE SEQUENTIAL
           COPY "ARQ-CTL74.fd".
           COPY "ARQ-AGD07.fd".
           COPY "arq-emp00.fd".
           COPY "ARQ-SEL01.fd".
       FD  LOG-B010-ENT
           LABEL RECORD STANDARD.
       01  LOG-B010-ENT-REG                PIC X(100).
       01  STAT-ARQ-CTL74                  PIC X(02).
       01  STAT-ARQ-AGD07                  PIC X(02).
       01  STAT-ARQ-EMP00                  PIC X(02).
       01  STAT-ARQ-SEL01                  PIC X(02).
       01  STAT-LOG-B010-ENT               PIC X(02).
       01  STAT-LOG-B011-ENT               PIC X(02).
       01  STAT-REL-B021                   PIC X(02).
           88 FIM-CTL74                                VALUE "S".
       01  WS-FIM-AGD07                    PIC X(01)   VALUE "N".
           88 FIM-AGD07                                VALUE "S".
       01  WS-FIM-SEL01                    PIC X(01)   VALUE "N".
           88 FIM-SEL01                                VALUE "S".
       01  WS-SEQ-EDIT                     PIC ZZZZZZZ9.
       01  WS-DURACAO-EDIT                 PIC ZZZZZ9.
       01  WS-FIM-LOG                      PIC X(01).
           88 FIM-LOG                                  VALUE "S".
           PERFORM 3000-RESUMIR-CTL74
           PERFORM 4000-RESUMIR-LOG-B010
           PERFORM 5000-RESUMIR-LOG-B011
           PERFORM 5500-RESUMIR-SEL01
           PERFORM 7000-ALERTAR-SE-PRECISO
           PERFORM 8000-FINALIZAR
           GOBACK
           PERFORM 5100-LER-LOG-B011
           .

       5500-RESUMIR-SEL01.
           MOVE SPACES TO REL-B021-LINHA
           WRITE REL-B021-LINHA
           MOVE SPACES TO REL-B021-LINHA
           STRING "ANCORAS DA TRILHA DE AUDITORIA (P01-B055)"
               DELIMITED BY SIZE INTO REL-B021-LINHA
           WRITE REL-B021-LINHA

           OPEN I-O ARQ-SEL01
           IF STAT-ARQ-SEL01 = "00"
      *        o registro de data zero e o selo corrente da selagem,
      *        nao uma ancora diaria.
               MOVE 1 TO ARQ-SEL01-DATA
               START ARQ-SEL01 KEY IS NOT LESS THAN ARQ-SEL01-DATA
                   INVALID KEY
                       SET FIM-SEL01 TO TRUE
               END-START
               PERFORM 5600-LER-SEL01
               PERFORM 5700-IMPRIMIR-ANCORA UNTIL FIM-SEL01
               CLOSE ARQ-SEL01
           ELSE
               ADD 1 TO WS-QTD-PENDENCIAS
               MOVE SPACES TO REL-B021-LINHA
               STRING "  *** SEM ANCORA *** VERIFICACAO P01-B055 "
                      "NUNCA RODOU"
                   DELIMITED BY SIZE INTO REL-B021-LINHA
               WRITE REL-B021-LINHA
           END-IF
           .

       5600-LER-SEL01.
           READ ARQ-SEL01 NEXT RECORD
               AT END
                   SET FIM-SEL01 TO TRUE
           END-READ
           .

       5700-IMPRIMIR-ANCORA.
           IF NOT ARQ-SEL01-JA-IMPRESSO
               MOVE ARQ-SEL01-ULT-SEQ TO WS-SEQ-EDIT
               MOVE ARQ-SEL01-QTD-REGISTROS TO WS-CHAVE-EDIT
               MOVE SPACES TO REL-B021-LINHA
               IF ARQ-SEL01-QUEBRADO
                   ADD 1 TO WS-QTD-PENDENCIAS
                   STRING "  *** QUEBRADA *** DIA " ARQ-SEL01-DATA
                          " ULTIMA SEQ " WS-SEQ-EDIT
                          " CHECKSUM " ARQ-SEL01-CHECKSUM
                          " ENTRADAS " WS-CHAVE-EDIT
                          " VER REL-B055"
                       DELIMITED BY SIZE INTO REL-B021-LINHA
               ELSE
                   STRING "  INTEGRA            DIA " ARQ-SEL01-DATA
                          " ULTIMA SEQ " WS-SEQ-EDIT
                          " CHECKSUM " ARQ-SEL01-CHECKSUM
                          " ENTRADAS " WS-CHAVE-EDIT
                       DELIMITED BY SIZE INTO REL-B021-LINHA
               END-IF
               WRITE REL-B021-LINHA
               MOVE "S" TO ARQ-SEL01-IMPRESSO
               REWRITE ARQ-SEL01-REG
           END-IF
           PERFORM 5600-LER-SEL01
           .

       6000-IMPRIMIR-RESUMO-LOG.
      *    a ultima linha dos logs do P01-B010/P01-B011 traz os
      *    totais da execucao (lidos/importados/gerados), que e o
      *                ARQ-AGD07 do orquestrador P01-B034 e a
      *                reportar job pulado por dependencia, com erro
      *                ou fora da janela, com a duracao de cada um.
      *   02/10/2026 - equipe.ti - quadro passa a imprimir o ultimo
      *                elo verificado de cada dia da trilha de
      *                auditoria (ARQ-SEL01 do P01-B055).
