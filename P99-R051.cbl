       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P99-R051.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 11 de setembro de 2026.
       REMARKS. Relatorio mensal das multas por nao indicacao de
           condutor (NIC) por unidade: lista, para a competencia
           informada (mes em que venceu o prazo de indicacao), as NIC
           previstas pelo P01-B042 em ARQ-NIC01, com a infracao de
           origem, o multiplicador, o valor previsto e - quando a
           notificacao ja chegou pela carga P01-B010 - o valor real
           conciliado, totalizando por unidade. NIC e falha de
           processo pura: o custo fica com a unidade que deixou de
           indicar. Respeita o acesso por empresa/unidade do usuario
           (arq-usu-emp via P01-S188); usuario zerado e chamada
           batch, sem filtro - a do P01-B042, no primeiro dia de cada
           mes, para a competencia anterior.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-NIC01.sl".
           COPY "arq-uni15.sl".
           SELECT REL-R051
                  ASSIGN          TO         REL-R051-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-R051.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-NIC01.fd".
           COPY "arq-uni15.fd".
       FD  REL-R051
           LABEL RECORD STANDARD.
       01  REL-R051-LINHA                  PIC X(132).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-NIC01                  PIC X(02).
       01  STAT-ARQ-UNI15                  PIC X(02).
       01  STAT-REL-R051                   PIC X(02).
       01  REL-R051-NOME                   PIC X(40)
               VALUE "REL-R051.TXT".

       01  WS-FIM-NIC01                    PIC X(01)   VALUE "N".
           88 FIM-NIC01                                VALUE "S".
       01  WS-ACESSO-PERMITIDO             PIC X(01)   VALUE "S".
       01  WS-EMP00-VERIFICADA             PIC 9(03)   VALUE ZERO.
       01  WS-UNI15-VERIFICADA             PIC 9(04)   VALUE 9999.
       01  WS-UNI15-ATUAL                  PIC 9(04)   VALUE ZERO.
       01  WS-PRIMEIRA-UNIDADE             PIC X(01)   VALUE "S".
       01  WS-NOME-UNIDADE                 PIC X(30)   VALUE SPACES.
       01  WS-SITUACAO-DESC                PIC X(10)   VALUE SPACES.

       01  WS-UNI-QTD                      PIC 9(05)   VALUE ZERO.
       01  WS-UNI-PREVISTO                 PIC 9(09)V9(02) VALUE ZERO.
       01  WS-UNI-REAL                     PIC 9(09)V9(02) VALUE ZERO.
       01  WS-TOT-QTD                      PIC 9(05)   VALUE ZERO.
       01  WS-TOT-PREVISTO                 PIC 9(09)V9(02) VALUE ZERO.
       01  WS-TOT-REAL                     PIC 9(09)V9(02) VALUE ZERO.

       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-UNIDADE-EDIT                 PIC ZZZ9.
       01  WS-MULT-EDIT                    PIC ZZ9.
       01  WS-CONTADOR-EDIT                PIC ZZZZ9.
       01  WS-VALOR-EDIT                   PIC ZZZ.ZZZ.ZZZ,99.
       01  WS-VALOR-EDIT2                  PIC ZZZ.ZZZ.ZZZ,99.

       LINKAGE                     SECTION.
       01  LNK-R051-COMPETENCIA            PIC 9(06).
       01  LNK-R051-USUARIO                PIC 9(04).

       PROCEDURE DIVISION USING LNK-R051-COMPETENCIA,
               LNK-R051-USUARIO.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-POSICIONAR-NIC01
           PERFORM 3000-PROCESSAR-NIC01 UNTIL FIM-NIC01
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-NIC01
           OPEN INPUT arq-uni15
           OPEN OUTPUT REL-R051

           MOVE SPACES TO REL-R051-LINHA
           STRING "NIC - MULTAS POR NAO INDICACAO DE CONDUTOR POR "
                  "UNIDADE - COMPETENCIA " LNK-R051-COMPETENCIA
               DELIMITED BY SIZE INTO REL-R051-LINHA
           WRITE REL-R051-LINHA
           MOVE SPACES TO REL-R051-LINHA
           WRITE REL-R051-LINHA
           .

       2000-POSICIONAR-NIC01.
           MOVE ZERO TO ARQ-NIC01-UNI15
           START ARQ-NIC01 KEY IS NOT LESS THAN ARQ-NIC01-UNI15
               INVALID KEY
                   SET FIM-NIC01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2100-LER-NIC01
           END-START
           .

       2100-LER-NIC01.
           READ ARQ-NIC01 NEXT RECORD
               AT END
                   SET FIM-NIC01 TO TRUE
           END-READ
           .

       3000-PROCESSAR-NIC01.
           IF ARQ-NIC01-DATA-PRAZO (1:6) = LNK-R051-COMPETENCIA
               PERFORM 3050-VERIFICAR-ACESSO
               IF WS-ACESSO-PERMITIDO = "S"
                   IF WS-PRIMEIRA-UNIDADE = "S"
                    OR ARQ-NIC01-UNI15 NOT = WS-UNI15-ATUAL
                       PERFORM 3100-QUEBRAR-UNIDADE
                   END-IF
                   PERFORM 3200-IMPRIMIR-NIC
               END-IF
           END-IF

           PERFORM 2100-LER-NIC01
           .

       3050-VERIFICAR-ACESSO.
           IF LNK-R051-USUARIO = ZERO
               MOVE "S" TO WS-ACESSO-PERMITIDO
           ELSE
               IF ARQ-NIC01-EMP00 NOT = WS-EMP00-VERIFICADA
                OR ARQ-NIC01-UNI15 NOT = WS-UNI15-VERIFICADA
                   MOVE ARQ-NIC01-EMP00 TO WS-EMP00-VERIFICADA
                   MOVE ARQ-NIC01-UNI15 TO WS-UNI15-VERIFICADA
                   CALL "P01-S188" USING LNK-R051-USUARIO,
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
           MOVE ARQ-NIC01-UNI15 TO WS-UNI15-ATUAL
           MOVE ZERO TO WS-UNI-QTD WS-UNI-PREVISTO WS-UNI-REAL

           MOVE "SEM UNIDADE" TO WS-NOME-UNIDADE
           IF ARQ-NIC01-UNI15 NOT = ZERO
               MOVE ARQ-NIC01-UNI15 TO ARQ-UNI15-CODIGO
               READ arq-uni15
                   INVALID KEY
                       MOVE "UNIDADE NAO CADASTRADA" TO WS-NOME-UNIDADE
                   NOT INVALID KEY
                       MOVE ARQ-UNI15-NOME TO WS-NOME-UNIDADE
               END-READ
           END-IF

           MOVE ARQ-NIC01-UNI15 TO WS-UNIDADE-EDIT
           MOVE SPACES TO REL-R051-LINHA
           STRING "UNIDADE " WS-UNIDADE-EDIT " - " WS-NOME-UNIDADE
               DELIMITED BY SIZE INTO REL-R051-LINHA
           WRITE REL-R051-LINHA
           MOVE SPACES TO REL-R051-LINHA
           STRING "  INFRACAO ORIGEM NOTIFICACAO       PRAZO    MULT"
                  "  VALOR PREVISTO SITUACAO        VALOR REAL"
               DELIMITED BY SIZE INTO REL-R051-LINHA
           WRITE REL-R051-LINHA
           .

       3200-IMPRIMIR-NIC.
           ADD 1                        TO WS-UNI-QTD
           ADD ARQ-NIC01-VALOR-PREVISTO TO WS-UNI-PREVISTO
           IF ARQ-NIC01-CONCILIADA
               MOVE "CONCILIADA" TO WS-SITUACAO-DESC
               ADD ARQ-NIC01-VALOR-NIC TO WS-UNI-REAL
           ELSE
               MOVE "PREVISTA"   TO WS-SITUACAO-DESC
           END-IF

           MOVE ARQ-NIC01-IFC01-ORIGEM   TO WS-CODIGO-EDIT
           MOVE ARQ-NIC01-MULTIPLICADOR  TO WS-MULT-EDIT
           MOVE ARQ-NIC01-VALOR-PREVISTO TO WS-VALOR-EDIT
           MOVE ARQ-NIC01-VALOR-NIC      TO WS-VALOR-EDIT2
           MOVE SPACES TO REL-R051-LINHA
           STRING "  " WS-CODIGO-EDIT "        "
                  ARQ-NIC01-NOTIFIC-ORIGEM " "
                  ARQ-NIC01-DATA-PRAZO " " WS-MULT-EDIT " "
                  WS-VALOR-EDIT " " WS-SITUACAO-DESC " "
                  WS-VALOR-EDIT2
               DELIMITED BY SIZE INTO REL-R051-LINHA
           WRITE REL-R051-LINHA
           .

       3300-IMPRIMIR-TOTAL-UNIDADE.
           ADD WS-UNI-QTD      TO WS-TOT-QTD
           ADD WS-UNI-PREVISTO TO WS-TOT-PREVISTO
           ADD WS-UNI-REAL     TO WS-TOT-REAL

           MOVE WS-UNI-QTD      TO WS-CONTADOR-EDIT
           MOVE WS-UNI-PREVISTO TO WS-VALOR-EDIT
           MOVE WS-UNI-REAL     TO WS-VALOR-EDIT2
           MOVE SPACES TO REL-R051-LINHA
           STRING "  TOTAL DA UNIDADE: " WS-CONTADOR-EDIT " NIC"
                  "  PREVISTO " WS-VALOR-EDIT
                  "  REAL " WS-VALOR-EDIT2
               DELIMITED BY SIZE INTO REL-R051-LINHA
           WRITE REL-R051-LINHA
           MOVE SPACES TO REL-R051-LINHA
           WRITE REL-R051-LINHA
           .

       8000-FINALIZAR.
           IF WS-PRIMEIRA-UNIDADE = "N"
               PERFORM 3300-IMPRIMIR-TOTAL-UNIDADE
           END-IF

           MOVE WS-TOT-QTD      TO WS-CONTADOR-EDIT
           MOVE WS-TOT-PREVISTO TO WS-VALOR-EDIT
           MOVE WS-TOT-REAL     TO WS-VALOR-EDIT2
           MOVE SPACES TO REL-R051-LINHA
           STRING "TOTAL GERAL: " WS-CONTADOR-EDIT " NIC"
                  "  PREVISTO " WS-VALOR-EDIT
                  "  REAL " WS-VALOR-EDIT2
               DELIMITED BY SIZE INTO REL-R051-LINHA
           WRITE REL-R051-LINHA

           CLOSE ARQ-NIC01 arq-uni15 REL-R051
           .
      * Historico de alteracoes
      *   11/09/2026 - equipe.ti - relatorio novo mensal de NIC por
      *                unidade.
      *   09/10/2026 - equipe.ti - chamado pelo P01-B042 no primeiro dia
      *                do mes para a competencia anterior.
