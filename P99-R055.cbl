       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P99-R055.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 18 de setembro de 2026.
       REMARKS. Impressao dos extratos mensais dos motoristas gerados
           pelo P01-B048, para entrega em papel a quem nao tem e-mail
           ou para conferencia da unidade. Le o indice ARQ-EXT01 pela
           chave competencia + empresa + unidade e copia o arquivo de
           extrato de cada motorista para o relatorio, um motorista
           por pagina, com um resumo por unidade (extratos, em risco
           de suspensao, enviados por e-mail e nao enviados). Empresa
           ou unidade zerada lista todas. Respeita o acesso por
           empresa/unidade do usuario (arq-usu-emp via P01-S188);
           usuario zerado e chamada batch, sem filtro.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-EXT01.sl".
           SELECT EXT-R055
                  ASSIGN          TO         EXT-R055-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-EXT-R055.
           SELECT REL-R055
                  ASSIGN          TO         REL-R055-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-R055.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-EXT01.fd".
       FD  EXT-R055
           LABEL RECORD STANDARD.
       01  EXT-R055-LINHA                  PIC X(100).
       FD  REL-R055
           LABEL RECORD STANDARD.
       01  REL-R055-LINHA                  PIC X(132).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-EXT01                  PIC X(02).
       01  STAT-EXT-R055                   PIC X(02).
       01  STAT-REL-R055                   PIC X(02).
       01  EXT-R055-NOME                   PIC X(40)   VALUE SPACES.
       01  REL-R055-NOME                   PIC X(40)
               VALUE "REL-R055.TXT".

       01  WS-FIM-EXT01                    PIC X(01)   VALUE "N".
           88 FIM-EXT01                                VALUE "S".
       01  WS-FIM-EXTRATO                  PIC X(01)   VALUE "N".
           88 FIM-EXTRATO                              VALUE "S".
       01  WS-ACESSO-PERMITIDO             PIC X(01)   VALUE "S".
       01  WS-EMP00-VERIFICADA             PIC 9(03)   VALUE ZERO.
       01  WS-UNI15-VERIFICADA             PIC 9(04)   VALUE 9999.
       01  WS-UNIDADE-ATUAL.
           05 WS-UNIDADE-EMP00             PIC 9(03)   VALUE ZERO.
           05 WS-UNIDADE-UNI15             PIC 9(04)   VALUE ZERO.
       01  WS-PRIMEIRA-UNIDADE             PIC X(01)   VALUE "S".
       01  WS-LISTAR                       PIC X(01)   VALUE "N".

       01  WS-UNI-EXTRATOS                 PIC 9(05)   VALUE ZERO.
       01  WS-UNI-RISCO                    PIC 9(05)   VALUE ZERO.
       01  WS-UNI-ENVIADOS                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-EXTRATOS                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-RISCO                    PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ENVIADOS                 PIC 9(05)   VALUE ZERO.

       01  WS-MOT01-EDIT                   PIC ZZZZZ9.
       01  WS-UNIDADE-EDIT                 PIC ZZZ9.
       01  WS-CONTADOR-EDIT                PIC ZZZZ9.
       01  WS-CONTADOR-EDIT2               PIC ZZZZ9.
       01  WS-CONTADOR-EDIT3               PIC ZZZZ9.
       01  WS-CONTADOR-EDIT4               PIC ZZZZ9.

       LINKAGE                     SECTION.
       01  LNK-R055-COMPETENCIA            PIC 9(06).
       01  LNK-R055-EMP00                  PIC 9(03).
       01  LNK-R055-UNI15                  PIC 9(04).
       01  LNK-R055-USUARIO                PIC 9(04).

       PROCEDURE DIVISION USING LNK-R055-COMPETENCIA,
               LNK-R055-EMP00, LNK-R055-UNI15, LNK-R055-USUARIO.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-POSICIONAR-EXT01
           PERFORM 3000-PROCESSAR-EXT01 UNTIL FIM-EXT01
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-EXT01
           OPEN OUTPUT REL-R055

           MOVE SPACES TO REL-R055-LINHA
           STRING "EXTRATOS MENSAIS DOS MOTORISTAS - COMPETENCIA "
                  LNK-R055-COMPETENCIA
               DELIMITED BY SIZE INTO REL-R055-LINHA
           WRITE REL-R055-LINHA
           MOVE SPACES TO REL-R055-LINHA
           WRITE REL-R055-LINHA
           .

       2000-POSICIONAR-EXT01.
           MOVE LNK-R055-COMPETENCIA TO ARQ-EXT01-COMPET-UNI
           MOVE LNK-R055-EMP00       TO ARQ-EXT01-EMP00
           MOVE LNK-R055-UNI15       TO ARQ-EXT01-UNI15
           START ARQ-EXT01 KEY IS NOT LESS THAN ARQ-EXT01-CHAVE-UNIDADE
               INVALID KEY
                   SET FIM-EXT01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2100-LER-EXT01
           END-START
           .

       2100-LER-EXT01.
           READ ARQ-EXT01 NEXT RECORD
               AT END
                   SET FIM-EXT01 TO TRUE
           END-READ
           .

       3000-PROCESSAR-EXT01.
           IF ARQ-EXT01-COMPET-UNI NOT = LNK-R055-COMPETENCIA
            OR (LNK-R055-EMP00 NOT = ZERO
                AND ARQ-EXT01-EMP00 NOT = LNK-R055-EMP00)
               SET FIM-EXT01 TO TRUE
           ELSE
               MOVE "S" TO WS-LISTAR
               IF LNK-R055-UNI15 NOT = ZERO
                AND ARQ-EXT01-UNI15 NOT = LNK-R055-UNI15
                   MOVE "N" TO WS-LISTAR
               END-IF
               IF WS-LISTAR = "S"
                   PERFORM 3050-VERIFICAR-ACESSO
                   IF WS-ACESSO-PERMITIDO = "S"
                       IF WS-PRIMEIRA-UNIDADE = "S"
                        OR ARQ-EXT01-EMP00 NOT = WS-UNIDADE-EMP00
                        OR ARQ-EXT01-UNI15 NOT = WS-UNIDADE-UNI15
                           PERFORM 3100-QUEBRAR-UNIDADE
                       END-IF
                       PERFORM 3200-COPIAR-EXTRATO
                   END-IF
               END-IF
               PERFORM 2100-LER-EXT01
           END-IF
           .

       3050-VERIFICAR-ACESSO.
           IF LNK-R055-USUARIO = ZERO
               MOVE "S" TO WS-ACESSO-PERMITIDO
           ELSE
               IF ARQ-EXT01-EMP00 NOT = WS-EMP00-VERIFICADA
                OR ARQ-EXT01-UNI15 NOT = WS-UNI15-VERIFICADA
                   MOVE ARQ-EXT01-EMP00 TO WS-EMP00-VERIFICADA
                   MOVE ARQ-EXT01-UNI15 TO WS-UNI15-VERIFICADA
                   CALL "P01-S188" USING LNK-R055-USUARIO,
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
           MOVE ARQ-EXT01-EMP00 TO WS-UNIDADE-EMP00
           MOVE ARQ-EXT01-UNI15 TO WS-UNIDADE-UNI15
           MOVE ZERO TO WS-UNI-EXTRATOS WS-UNI-RISCO WS-UNI-ENVIADOS
           .

       3200-COPIAR-EXTRATO.
           ADD 1 TO WS-UNI-EXTRATOS
           IF ARQ-EXT01-RISCO-SUSPENSO = "S"
               ADD 1 TO WS-UNI-RISCO
           END-IF
           IF ARQ-EXT01-ENVIADO-EMAIL
               ADD 1 TO WS-UNI-ENVIADOS
           END-IF

           MOVE ALL "=" TO REL-R055-LINHA
           WRITE REL-R055-LINHA

           MOVE ARQ-EXT01-NOME-ARQUIVO TO EXT-R055-NOME
           MOVE "N" TO WS-FIM-EXTRATO
           OPEN INPUT EXT-R055
           IF STAT-EXT-R055 NOT = "00"
               MOVE ARQ-EXT01-MOT01 TO WS-MOT01-EDIT
               MOVE SPACES TO REL-R055-LINHA
               STRING "MOTORISTA " WS-MOT01-EDIT
                      " - ARQUIVO DE EXTRATO NAO ENCONTRADO: "
                      ARQ-EXT01-NOME-ARQUIVO
                   DELIMITED BY SIZE INTO REL-R055-LINHA
               WRITE REL-R055-LINHA
           ELSE
               PERFORM 3210-LER-EXTRATO
               PERFORM 3220-COPIAR-LINHA UNTIL FIM-EXTRATO
               CLOSE EXT-R055
           END-IF
           MOVE SPACES TO REL-R055-LINHA
           WRITE REL-R055-LINHA
           .

       3210-LER-EXTRATO.
           READ EXT-R055
               AT END
                   SET FIM-EXTRATO TO TRUE
           END-READ
           .

       3220-COPIAR-LINHA.
           MOVE EXT-R055-LINHA TO REL-R055-LINHA
           WRITE REL-R055-LINHA
           PERFORM 3210-LER-EXTRATO
           .

       3300-IMPRIMIR-TOTAL-UNIDADE.
           ADD WS-UNI-EXTRATOS TO WS-TOT-EXTRATOS
           ADD WS-UNI-RISCO    TO WS-TOT-RISCO
           ADD WS-UNI-ENVIADOS TO WS-TOT-ENVIADOS

           MOVE WS-UNIDADE-UNI15 TO WS-UNIDADE-EDIT
           MOVE WS-UNI-EXTRATOS  TO WS-CONTADOR-EDIT
           MOVE WS-UNI-RISCO     TO WS-CONTADOR-EDIT2
           MOVE WS-UNI-ENVIADOS  TO WS-CONTADOR-EDIT3
           COMPUTE WS-CONTADOR-EDIT4 = WS-UNI-EXTRATOS - WS-UNI-ENVIADOS
           MOVE SPACES TO REL-R055-LINHA
           STRING "TOTAL EMPRESA " WS-UNIDADE-EMP00
                  " UNIDADE " WS-UNIDADE-EDIT
                  ": EXTRATOS " WS-CONTADOR-EDIT
                  "  EM RISCO " WS-CONTADOR-EDIT2
                  "  POR E-MAIL " WS-CONTADOR-EDIT3
                  "  A ENTREGAR " WS-CONTADOR-EDIT4
               DELIMITED BY SIZE INTO REL-R055-LINHA
           WRITE REL-R055-LINHA
           MOVE SPACES TO REL-R055-LINHA
           WRITE REL-R055-LINHA
           .

       8000-FINALIZAR.
           IF WS-PRIMEIRA-UNIDADE = "N"
               PERFORM 3300-IMPRIMIR-TOTAL-UNIDADE
           END-IF

           MOVE WS-TOT-EXTRATOS TO WS-CONTADOR-EDIT
           MOVE WS-TOT-RISCO    TO WS-CONTADOR-EDIT2
           MOVE WS-TOT-ENVIADOS TO WS-CONTADOR-EDIT3
           COMPUTE WS-CONTADOR-EDIT4 = WS-TOT-EXTRATOS - WS-TOT-ENVIADOS
           MOVE SPACES TO REL-R055-LINHA
           STRING "TOTAL GERAL: EXTRATOS " WS-CONTADOR-EDIT
                  "  EM RISCO " WS-CONTADOR-EDIT2
                  "  POR E-MAIL " WS-CONTADOR-EDIT3
                  "  A ENTREGAR " WS-CONTADOR-EDIT4
               DELIMITED BY SIZE INTO REL-R055-LINHA
           WRITE REL-R055-LINHA

           CLOSE ARQ-EXT01 REL-R055
           .
      * Historico de alteracoes
      *   18/09/2026 - equipe.ti - relatorio novo de impressao dos
      *                extratos mensais dos motoristas por unidade.
