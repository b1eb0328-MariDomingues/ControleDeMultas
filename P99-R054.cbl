       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P99-R054.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 18 de setembro de 2026.
       REMARKS. Acompanhamento das medidas disciplinares internas dos
           motoristas (ARQ-MED01) por unidade de lotacao: lista todas
           as medidas em aberto (pendentes de aplicacao ou aplicadas
           e ainda nao concluidas), marcando as de prazo vencido, e as
           concluidas dentro do periodo informado, com quem aplicou,
           a data de ciencia do motorista e a data de conclusao.
           Totaliza por unidade e no geral. Medida cancelada nao sai.
           Respeita o acesso por empresa/unidade do usuario
           (arq-usu-emp via P01-S188); usuario zerado e chamada
           batch, sem filtro.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-MED01.sl".
           COPY "ARQ-MOT01.sl".
           COPY "arq-uni15.sl".
           SELECT REL-R054
                  ASSIGN          TO         REL-R054-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-R054.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-MED01.fd".
           COPY "ARQ-MOT01.fd".
           COPY "arq-uni15.fd".
       FD  REL-R054
           LABEL RECORD STANDARD.
       01  REL-R054-LINHA                  PIC X(132).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-MED01                  PIC X(02).
       01  STAT-ARQ-MOT01                  PIC X(02).
       01  STAT-ARQ-UNI15                  PIC X(02).
       01  STAT-REL-R054                   PIC X(02).
       01  REL-R054-NOME                   PIC X(40)
               VALUE "REL-R054.TXT".

       01  WS-FIM-MED01                    PIC X(01)   VALUE "N".
           88 FIM-MED01                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08)   VALUE ZERO.
       01  WS-ACESSO-PERMITIDO             PIC X(01)   VALUE "S".
       01  WS-EMP00-VERIFICADA             PIC 9(03)   VALUE ZERO.
       01  WS-UNI15-VERIFICADA             PIC 9(04)   VALUE 9999.
       01  WS-UNIDADE-ATUAL.
           05 WS-UNIDADE-EMP00             PIC 9(03)   VALUE ZERO.
           05 WS-UNIDADE-UNI15             PIC 9(04)   VALUE ZERO.
       01  WS-PRIMEIRA-UNIDADE             PIC X(01)   VALUE "S".
       01  WS-NOME-UNIDADE                 PIC X(30)   VALUE SPACES.
       01  WS-NOME-MOTORISTA               PIC X(40)   VALUE SPACES.
       01  WS-TIPO-DESC                    PIC X(16)   VALUE SPACES.
       01  WS-STATUS-DESC                  PIC X(10)   VALUE SPACES.
       01  WS-VENCIDA-DESC                 PIC X(07)   VALUE SPACES.
       01  WS-LISTAR                       PIC X(01)   VALUE "N".

       01  WS-UNI-ABERTAS                  PIC 9(05)   VALUE ZERO.
       01  WS-UNI-VENCIDAS                 PIC 9(05)   VALUE ZERO.
       01  WS-UNI-CONCLUIDAS               PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ABERTAS                  PIC 9(05)   VALUE ZERO.
       01  WS-TOT-VENCIDAS                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-CONCLUIDAS               PIC 9(05)   VALUE ZERO.

       01  WS-MOT01-EDIT                   PIC ZZZZZ9.
       01  WS-SEQ-EDIT                     PIC ZZ9.
       01  WS-UNIDADE-EDIT                 PIC ZZZ9.
       01  WS-USUARIO-EDIT                 PIC ZZZ9.
       01  WS-CONTADOR-EDIT                PIC ZZZZ9.
       01  WS-CONTADOR-EDIT2               PIC ZZZZ9.
       01  WS-CONTADOR-EDIT3               PIC ZZZZ9.

       LINKAGE                     SECTION.
       01  LNK-R054-DATA-INICIAL           PIC 9(08).
       01  LNK-R054-DATA-FINAL             PIC 9(08).
       01  LNK-R054-USUARIO                PIC 9(04).

       PROCEDURE DIVISION USING LNK-R054-DATA-INICIAL,
               LNK-R054-DATA-FINAL, LNK-R054-USUARIO.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-POSICIONAR-MED01
           PERFORM 3000-PROCESSAR-MED01 UNTIL FIM-MED01
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-MED01
           OPEN INPUT ARQ-MOT01
           OPEN INPUT arq-uni15
           OPEN OUTPUT REL-R054

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

           MOVE SPACES TO REL-R054-LINHA
           STRING "MEDIDAS DISCIPLINARES POR UNIDADE - EM ABERTO E "
                  "CONCLUIDAS DE " LNK-R054-DATA-INICIAL
                  " A " LNK-R054-DATA-FINAL
               DELIMITED BY SIZE INTO REL-R054-LINHA
           WRITE REL-R054-LINHA
           MOVE SPACES TO REL-R054-LINHA
           WRITE REL-R054-LINHA
           .

       2000-POSICIONAR-MED01.
           MOVE LOW-VALUE TO ARQ-MED01-UNIDADE
           START ARQ-MED01 KEY IS NOT LESS THAN ARQ-MED01-UNIDADE
               INVALID KEY
                   SET FIM-MED01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2100-LER-MED01
           END-START
           .

       2100-LER-MED01.
           READ ARQ-MED01 NEXT RECORD
               AT END
                   SET FIM-MED01 TO TRUE
           END-READ
           .

       3000-PROCESSAR-MED01.
           MOVE "N" TO WS-LISTAR
           IF ARQ-MED01-EM-ABERTO
               MOVE "S" TO WS-LISTAR
           END-IF
           IF ARQ-MED01-CONCLUIDA
            AND ARQ-MED01-DATA-CONCLUSAO >= LNK-R054-DATA-INICIAL
            AND ARQ-MED01-DATA-CONCLUSAO <= LNK-R054-DATA-FINAL
               MOVE "S" TO WS-LISTAR
           END-IF

           IF WS-LISTAR = "S"
               PERFORM 3050-VERIFICAR-ACESSO
               IF WS-ACESSO-PERMITIDO = "S"
                   IF WS-PRIMEIRA-UNIDADE = "S"
                    OR ARQ-MED01-UNIDADE NOT = WS-UNIDADE-ATUAL
                       PERFORM 3100-QUEBRAR-UNIDADE
                   END-IF
                   PERFORM 3200-IMPRIMIR-MEDIDA
               END-IF
           END-IF

           PERFORM 2100-LER-MED01
           .

       3050-VERIFICAR-ACESSO.
           IF LNK-R054-USUARIO = ZERO
               MOVE "S" TO WS-ACESSO-PERMITIDO
           ELSE
               IF ARQ-MED01-EMP00 NOT = WS-EMP00-VERIFICADA
                OR ARQ-MED01-UNI15 NOT = WS-UNI15-VERIFICADA
                   MOVE ARQ-MED01-EMP00 TO WS-EMP00-VERIFICADA
                   MOVE ARQ-MED01-UNI15 TO WS-UNI15-VERIFICADA
                   CALL "P01-S188" USING LNK-R054-USUARIO,
                           WS-EMP00-VERIFICADA, WS-UNI15-VERIFICADA,
                           WS-ACESSO-PERMITIDO
               END-IF
           END-IF
           .

       3100-QUEBRAR-UNIDADE.
           IF WS-PRIMEIRA-UNIDADE = "N"
               PERFORM 3300-IMPRIMIR-TOTAL-UNIDADE
           END-IF
           MOVE "N" TO WS-PRIMEIRA-UNIDADE
           MOVE ARQ-MED01-UNIDADE TO WS-UNIDADE-ATUAL
           MOVE ZERO TO WS-UNI-ABERTAS WS-UNI-VENCIDAS
                        WS-UNI-CONCLUIDAS

           MOVE "SEM UNIDADE" TO WS-NOME-UNIDADE
           IF ARQ-MED01-UNI15 NOT = ZERO
               MOVE ARQ-MED01-UNI15 TO ARQ-UNI15-CODIGO
               READ arq-uni15
                   INVALID KEY
                       MOVE "UNIDADE NAO CADASTRADA" TO WS-NOME-UNIDADE
                   NOT INVALID KEY
                       MOVE ARQ-UNI15-NOME TO WS-NOME-UNIDADE
               END-READ
           END-IF

           MOVE ARQ-MED01-UNI15 TO WS-UNIDADE-EDIT
           MOVE SPACES TO REL-R054-LINHA
           STRING "EMPRESA " ARQ-MED01-EMP00
                  " UNIDADE " WS-UNIDADE-EDIT " - " WS-NOME-UNIDADE
               DELIMITED BY SIZE INTO REL-R054-LINHA
           WRITE REL-R054-LINHA
           MOVE SPACES TO REL-R054-LINHA
           STRING "  MOTORISTA/SEQ NOME                           "
                  "MEDIDA           SITUACAO   ABERTURA PRAZO    "
                  "        APLICOU CIENCIA  CONCLUSAO"
               DELIMITED BY SIZE INTO REL-R054-LINHA
           WRITE REL-R054-LINHA
           .

       3200-IMPRIMIR-MEDIDA.
           MOVE SPACES TO WS-VENCIDA-DESC
           IF ARQ-MED01-EM-ABERTO
               ADD 1 TO WS-UNI-ABERTAS
               IF ARQ-MED01-DATA-PRAZO < WS-DATA-HOJE
                   ADD 1 TO WS-UNI-VENCIDAS
                   MOVE "VENCIDA" TO WS-VENCIDA-DESC
               END-IF
           ELSE
               ADD 1 TO WS-UNI-CONCLUIDAS
           END-IF

           MOVE SPACES TO WS-NOME-MOTORISTA
           MOVE ARQ-MED01-MOT01 TO ARQ-MOT01-CODIGO
           READ ARQ-MOT01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARQ-MOT01-NOME TO WS-NOME-MOTORISTA
           END-READ

           EVALUATE TRUE
               WHEN ARQ-MED01-ADVERT-VERBAL
                   MOVE "ADVERT. VERBAL"   TO WS-TIPO-DESC
               WHEN ARQ-MED01-ADVERT-ESCRITA
                   MOVE "ADVERT. ESCRITA"  TO WS-TIPO-DESC
               WHEN ARQ-MED01-RECICLAGEM
                   MOVE "RECICLAGEM"       TO WS-TIPO-DESC
               WHEN ARQ-MED01-FORA-LONGA-DIST
                   MOVE "FORA LONGA DIST." TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE ARQ-MED01-TIPO     TO WS-TIPO-DESC
           END-EVALUATE

           EVALUATE TRUE
               WHEN ARQ-MED01-PENDENTE
                   MOVE "PENDENTE"  TO WS-STATUS-DESC
               WHEN ARQ-MED01-APLICADA
                   MOVE "APLICADA"  TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE "CONCLUIDA" TO WS-STATUS-DESC
           END-EVALUATE

           MOVE ARQ-MED01-MOT01       TO WS-MOT01-EDIT
           MOVE ARQ-MED01-SEQ         TO WS-SEQ-EDIT
           MOVE ARQ-MED01-USU-APLICOU TO WS-USUARIO-EDIT
           MOVE SPACES TO REL-R054-LINHA
           STRING "  " WS-MOT01-EDIT "/" WS-SEQ-EDIT "    "
                  WS-NOME-MOTORISTA (1:30) " "
                  WS-TIPO-DESC " " WS-STATUS-DESC " "
                  ARQ-MED01-DATA-ABERTURA " "
                  ARQ-MED01-DATA-PRAZO " " WS-VENCIDA-DESC " "
                  WS-USUARIO-EDIT " "
                  ARQ-MED01-DATA-CIENCIA " "
                  ARQ-MED01-DATA-CONCLUSAO
               DELIMITED BY SIZE INTO REL-R054-LINHA
           WRITE REL-R054-LINHA
           .

       3300-IMPRIMIR-TOTAL-UNIDADE.
           ADD WS-UNI-ABERTAS    TO WS-TOT-ABERTAS
           ADD WS-UNI-VENCIDAS   TO WS-TOT-VENCIDAS
           ADD WS-UNI-CONCLUIDAS TO WS-TOT-CONCLUIDAS

           MOVE WS-UNI-ABERTAS    TO WS-CONTADOR-EDIT
           MOVE WS-UNI-VENCIDAS   TO WS-CONTADOR-EDIT2
           MOVE WS-UNI-CONCLUIDAS TO WS-CONTADOR-EDIT3
           MOVE SPACES TO REL-R054-LINHA
           STRING "  TOTAL DA UNIDADE: EM ABERTO " WS-CONTADOR-EDIT
                  "  VENCIDAS " WS-CONTADOR-EDIT2
                  "  CONCLUIDAS " WS-CONTADOR-EDIT3
               DELIMITED BY SIZE INTO REL-R054-LINHA
           WRITE REL-R054-LINHA
           MOVE SPACES TO REL-R054-LINHA
           WRITE REL-R054-LINHA
           .

       8000-FINALIZAR.
           IF WS-PRIMEIRA-UNIDADE = "N"
               PERFORM 3300-IMPRIMIR-TOTAL-UNIDADE
           END-IF

           MOVE WS-TOT-ABERTAS    TO WS-CONTADOR-EDIT
           MOVE WS-TOT-VENCIDAS   TO WS-CONTADOR-EDIT2
           MOVE WS-TOT-CONCLUIDAS TO WS-CONTADOR-EDIT3
           MOVE SPACES TO REL-R054-LINHA
           STRING "TOTAL GERAL: EM ABERTO " WS-CONTADOR-EDIT
                  "  VENCIDAS " WS-CONTADOR-EDIT2
                  "  CONCLUIDAS " WS-CONTADOR-EDIT3
               DELIMITED BY SIZE INTO REL-R054-LINHA
           WRITE REL-R054-LINHA

           CLOSE ARQ-MED01 ARQ-MOT01 arq-uni15 REL-R054
           .
      * Historico de alteracoes
      *   18/09/2026 - equipe.ti - relatorio novo das medidas
      *                disciplinares em aberto e concluidas por
      *                unidade.
