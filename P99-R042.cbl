           motorista. Orgao autuador que conta o prazo em dias uteis
           (ARQ-ORG01-TIPO-CONTAGEM "U") e escalado pela data limite
           calculada com o calendario de feriados ARQ-FER01 via
           P01-S185, em vez da contagem corrida. Na primeira vez que
           uma notificacao aparece pendente, o motorista recebe o
           aviso pelo canal do cadastro dele (SMS/WhatsApp pela fila
           ARQ-MSG09 ou e-mail de contato, via P01-S194) e o canal
           usado fica gravado em ARQ-IFS01; motorista sem canal e
           tentado de novo a cada execucao. Cada linha mostra a
           situacao desse aviso - na fila, enviado sem recibo,
           entregue no aparelho (recibo do gateway carregado pelo
           P01-B050), nao entregue, por e-mail ou sem canal - para o
           escalonamento distinguir o motorista que recebeu a
           mensagem do que so teve a mensagem enviada.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           COPY "arq-par01.sl".
           COPY "arq-org01.sl".
           COPY "arq-cid01.sl".
           COPY "ARQ-MSG09.sl".
           SELECT REL-R042
                  ASSIGN          TO         REL-R042-NOME
                  ORGANIZATION               LINE SEQUENTIAL
           COPY "arq-par01.fd".
           COPY "arq-org01.fd".
           COPY "arq-cid01.fd".
           COPY "ARQ-MSG09.fd".
       FD  REL-R042
           LABEL RECORD STANDARD.
       01  REL-R042-LINHA                  PIC X(132).
       01  STAT-ARQ-PAR01                  PIC X(02).
       01  STAT-ARQ-ORG01                  PIC X(02).
       01  STAT-ARQ-CID01                  PIC X(02).
       01  STAT-ARQ-MSG09                  PIC X(02).
       01  STAT-REL-R042                   PIC X(02).
       01  REL-R042-NOME                   PIC X(40)
               VALUE "REL-R042.TXT".
       01  WS-DIAS-EDIT                    PIC ZZZ9.
       01  WS-CONTADOR-EDIT                PIC ZZZZ9.
       01  WS-NOME-MOTORISTA               PIC X(40).
       01  WS-MOT01-ENCONTRADO             PIC X(01).
       01  WS-TIPO-ALERTA                  PIC X(02)   VALUE "NA".
       01  WS-REFERENCIA                   PIC X(20).
       01  WS-TEXTO                        PIC X(160).
       01  WS-CANAL                        PIC X(01).
       01  WS-MSG-SEQ                      PIC 9(08).
       01  WS-AVISO-DESC                   PIC X(17).
       01  WS-NOTIFIC-EDIT                 PIC X(10).
       01  WS-TOT-AVISOS-ENVIADOS          PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ESC-ENTREGUES            PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ESC-SO-ENVIADAS          PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ESC-SEM-ENTREGA          PIC 9(05)   VALUE ZERO.

       LINKAGE                     SECTION.
       01  LNK-PADRAO                      PIC X(01).
           .

       1000-ABRIR-ARQUIVOS.
           OPEN I-O   ARQ-IFS01
           OPEN INPUT ARQ-IFC01
           OPEN INPUT ARQ-MOT01
           OPEN INPUT arq-par01
           OPEN INPUT arq-org01
           OPEN INPUT arq-cid01
           OPEN INPUT ARQ-MSG09
           OPEN OUTPUT REL-R042

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           MOVE WS-DIAS-PENDENTE TO WS-DIAS-EDIT
           PERFORM 3300-OBTER-NOME-MOTORISTA

           IF WS-MOT01-ENCONTRADO = "S"
            AND (ARQ-IFS01-CANAL-AVISO = SPACE
             OR ARQ-IFS01-CANAL-AVISO = "N")
               PERFORM 3400-AVISAR-MOTORISTA
           END-IF
           PERFORM 3500-OBTER-SITUACAO-AVISO

           MOVE SPACES TO REL-R042-LINHA
           IF WS-ESCALADA-SW = "S"
               ADD 1 TO WS-TOT-ESCALADAS
               PERFORM 3600-TOTALIZAR-ESCALADA
               STRING "*** ESCALADA *** INFRACAO " WS-CODIGO-EDIT
                      " MOTORISTA " WS-NOME-MOTORISTA
                      " DIAS " WS-DIAS-EDIT
                      " AVISO " WS-AVISO-DESC
                   DELIMITED BY SIZE INTO REL-R042-LINHA
           ELSE
               STRING "    PENDENTE     INFRACAO " WS-CODIGO-EDIT
                      " MOTORISTA " WS-NOME-MOTORISTA
                      " DIAS " WS-DIAS-EDIT
                      " AVISO " WS-AVISO-DESC
                   DELIMITED BY SIZE INTO REL-R042-LINHA
           END-IF
           WRITE REL-R042-LINHA

       3300-OBTER-NOME-MOTORISTA.
           MOVE SPACES TO WS-NOME-MOTORISTA
           MOVE "N" TO WS-MOT01-ENCONTRADO
           MOVE ARQ-IFS01-MOT01 TO ARQ-MOT01-CODIGO
           READ ARQ-MOT01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-MOT01-ENCONTRADO
                   MOVE ARQ-MOT01-NOME TO WS-NOME-MOTORISTA
           END-READ
           .

       3400-AVISAR-MOTORISTA.
           MOVE SPACES TO WS-NOTIFIC-EDIT
           STRING ARQ-IFS01-DATA-NOTIFIC (7:2) "/"
                  ARQ-IFS01-DATA-NOTIFIC (5:2) "/"
                  ARQ-IFS01-DATA-NOTIFIC (1:4)
               DELIMITED BY SIZE INTO WS-NOTIFIC-EDIT
           MOVE SPACES TO WS-REFERENCIA
           MOVE ARQ-IFS01-IFC01 TO WS-REFERENCIA
           MOVE SPACES TO WS-TEXTO
           STRING "HA UMA NOTIFICACAO DE INFRACAO EM SEU NOME DESDE "
                  WS-NOTIFIC-EDIT " AGUARDANDO SUA ASSINATURA. "
                  "PROCURE O ESCRITORIO DA SUA UNIDADE COM URGENCIA."
               DELIMITED BY SIZE INTO WS-TEXTO
           CALL "P01-S194" USING ARQ-MOT01-CODIGO, ARQ-MOT01-CELULAR,
                   ARQ-MOT01-CONSENTE-MSG, ARQ-MOT01-EMAIL,
                   WS-TIPO-ALERTA, WS-REFERENCIA, WS-TEXTO,
                   WS-CANAL, WS-MSG-SEQ

           MOVE WS-CANAL     TO ARQ-IFS01-CANAL-AVISO
           MOVE WS-DATA-HOJE TO ARQ-IFS01-DATA-AVISO
           MOVE WS-MSG-SEQ   TO ARQ-IFS01-MSG09-SEQ
           REWRITE ARQ-IFS01-REG
           IF WS-CANAL NOT = "N"
               ADD 1 TO WS-TOT-AVISOS-ENVIADOS
           END-IF
           .

       3500-OBTER-SITUACAO-AVISO.
           EVALUATE ARQ-IFS01-CANAL-AVISO
               WHEN "E"
                   MOVE "POR E-MAIL"        TO WS-AVISO-DESC
               WHEN "S"
               WHEN "W"
                   PERFORM 3510-LER-MENSAGEM
               WHEN OTHER
                   MOVE "SEM CANAL"         TO WS-AVISO-DESC
           END-EVALUATE
           .

       3510-LER-MENSAGEM.
           MOVE ARQ-IFS01-MSG09-SEQ TO ARQ-MSG09-SEQ
           READ ARQ-MSG09
               INVALID KEY
                   MOVE "MENSAGEM NAO ACHADA" TO WS-AVISO-DESC
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ARQ-MSG09-STATUS = "E"
                        AND ARQ-MSG09-ENTREGUE
                           MOVE "ENTREGUE"          TO WS-AVISO-DESC
                       WHEN ARQ-MSG09-STATUS = "E"
                           MOVE "ENVIADO S/ RECIBO" TO WS-AVISO-DESC
                       WHEN ARQ-MSG09-STATUS = "P"
                           MOVE "NA FILA"           TO WS-AVISO-DESC
                       WHEN ARQ-MSG09-STATUS = "F"
                           MOVE "NAO ENTREGUE"      TO WS-AVISO-DESC
                       WHEN OTHER
                           MOVE "CANCELADO"         TO WS-AVISO-DESC
                   END-EVALUATE
           END-READ
           .

       3600-TOTALIZAR-ESCALADA.
           EVALUATE WS-AVISO-DESC
               WHEN "ENTREGUE"
                   ADD 1 TO WS-TOT-ESC-ENTREGUES
               WHEN "ENVIADO S/ RECIBO"
               WHEN "POR E-MAIL"
               WHEN "NA FILA"
                   ADD 1 TO WS-TOT-ESC-SO-ENVIADAS
               WHEN OTHER
                   ADD 1 TO WS-TOT-ESC-SEM-ENTREGA
           END-EVALUATE
           .

       8000-FINALIZAR.
           MOVE SPACES TO REL-R042-LINHA
           WRITE REL-R042-LINHA
           STRING "TOTAL DE NOTIFICACOES ESCALADAS: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R042-LINHA
           WRITE REL-R042-LINHA
           MOVE WS-TOT-ESC-ENTREGUES TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R042-LINHA
           STRING "  AVISO ENTREGUE AO MOTORISTA..: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R042-LINHA
           WRITE REL-R042-LINHA
           MOVE WS-TOT-ESC-SO-ENVIADAS TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R042-LINHA
           STRING "  AVISO ENVIADO SEM CONFIRMACAO: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R042-LINHA
           WRITE REL-R042-LINHA
           MOVE WS-TOT-ESC-SEM-ENTREGA TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R042-LINHA
           STRING "  AVISO NAO ENTREGUE/SEM CANAL.: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R042-LINHA
           WRITE REL-R042-LINHA
           MOVE WS-TOT-AVISOS-ENVIADOS TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R042-LINHA
           STRING "AVISOS AO MOTORISTA GERADOS HOJE: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R042-LINHA
           WRITE REL-R042-LINHA

           CLOSE ARQ-IFS01 ARQ-IFC01 ARQ-MOT01 arq-par01
                 arq-org01 arq-cid01 ARQ-MSG09 REL-R042
           .
      * Historico de alteracoes
      *   06/03/2026 - equipe.ti - relatorio novo de envelhecimento e
      *   28/08/2026 - equipe.ti - orgao com contagem em dias uteis
      *                passa a escalar pela data limite do calendario
      *                de feriados ARQ-FER01 via P01-S185.
      *   25/09/2026 - equipe.ti - motorista passa a ser avisado da
      *                notificacao pendente pelo canal do cadastro
      *                (SMS/WhatsApp ou e-mail) via P01-S194, e cada
      *                linha mostra se o aviso foi so enviado ou
      *                entregue de fato (recibo do gateway).
