       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P99-R053.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 18 de setembro de 2026.
       REMARKS. Relatorio da situacao da cadeia de recursos de cada
           infracao contestada: uma linha por infracao com as tres
           instancias de ARQ-IFR01 lado a lado (defesa previa, JARI e
           CETRAN - aberta com o prazo, ou decidida com o desfecho e
           a data da decisao) e onde a cadeia esta hoje: em
           andamento numa instancia, aguardando a decisao de recorrer
           a instancia seguinte (com o prazo calculado pelo P01-S175),
           com esse prazo vencido (o P01-B012 encerra na proxima
           noite) ou encerrada com a decisao final. Totaliza por
           situacao no fim. Respeita o acesso por empresa/unidade do
           usuario (arq-usu-emp via P01-S188); usuario zerado e
           chamada batch, sem filtro.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-IFR01.sl".
           COPY "ARQ-IFC01.sl".
           SELECT REL-R053
                  ASSIGN          TO         REL-R053-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-R053.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-IFR01.fd".
           COPY "ARQ-IFC01.fd".
       FD  REL-R053
           LABEL RECORD STANDARD.
       01  REL-R053-LINHA                  PIC X(132).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-IFR01                  PIC X(02).
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-REL-R053                   PIC X(02).
       01  REL-R053-NOME                   PIC X(40)
               VALUE "REL-R053.TXT".

       01  WS-FIM-IFR01                    PIC X(01)   VALUE "N".
           88 FIM-IFR01                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08)   VALUE ZERO.
       01  WS-ACESSO-PERMITIDO             PIC X(01)   VALUE "S".
       01  WS-EMP00-VERIFICADA             PIC 9(03)   VALUE ZERO.
       01  WS-UNI15-VERIFICADA             PIC 9(04)   VALUE 9999.
       01  WS-PRIMEIRA-INFRACAO            PIC X(01)   VALUE "S".
       01  WS-IFC01-ATUAL                  PIC 9(08)   VALUE ZERO.
       01  WS-NOTIFICACAO                  PIC X(15)   VALUE SPACES.
       01  WS-IX                           PIC 9(01)   VALUE ZERO.

      *    uma celula por instancia (1 defesa previa, 2 JARI,
      *    3 CETRAN) da infracao corrente
       01  WS-TAB-INSTANCIAS.
           05 WS-CELULA OCCURS 3 TIMES     PIC X(14).

      *    a ultima instancia lida da infracao diz a situacao
       01  WS-ULT-INSTANCIA                PIC X(01)   VALUE SPACES.
       01  WS-ULT-STATUS                   PIC X(01)   VALUE SPACES.
       01  WS-ULT-RESULT-COD               PIC X(02)   VALUE SPACES.
       01  WS-ULT-FINAL                    PIC X(01)   VALUE SPACES.
       01  WS-ULT-PRAZO                    PIC 9(08)   VALUE ZERO.
       01  WS-ULT-PRAZO-PROX               PIC 9(08)   VALUE ZERO.
       01  WS-SITUACAO                     PIC X(45)   VALUE SPACES.
       01  WS-INSTANCIA-DESC               PIC X(13)   VALUE SPACES.
       01  WS-INSTANCIA-AUX                PIC X(01)   VALUE SPACES.

       01  WS-TOT-INFRACOES                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ANDAMENTO                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-AGUARDANDO               PIC 9(05)   VALUE ZERO.
       01  WS-TOT-VENCIDAS                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ENCERRADAS               PIC 9(05)   VALUE ZERO.
       01  WS-TOT-GANHAS                   PIC 9(05)   VALUE ZERO.

       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-CONTADOR-EDIT                PIC ZZZZ9.

       LINKAGE                     SECTION.
       01  LNK-R053-USUARIO                PIC 9(04).

       PROCEDURE DIVISION USING LNK-R053-USUARIO.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-POSICIONAR-IFR01
           PERFORM 3000-PROCESSAR-IFR01 UNTIL FIM-IFR01
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-IFR01
           OPEN INPUT ARQ-IFC01
           OPEN OUTPUT REL-R053

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

           MOVE SPACES TO REL-R053-LINHA
           STRING "SITUACAO DA CADEIA DE RECURSOS POR INFRACAO - "
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO REL-R053-LINHA
           WRITE REL-R053-LINHA
           MOVE SPACES TO REL-R053-LINHA
           WRITE REL-R053-LINHA
           MOVE SPACES TO REL-R053-LINHA
           STRING "INFRACAO NOTIFICACAO     DEFESA PREVIA  JARI     "
                  "      CETRAN         SITUACAO"
               DELIMITED BY SIZE INTO REL-R053-LINHA
           WRITE REL-R053-LINHA
           .

       2000-POSICIONAR-IFR01.
           MOVE ZERO      TO ARQ-IFR01-IFC01
           MOVE LOW-VALUE TO ARQ-IFR01-INSTANCIA
           START ARQ-IFR01 KEY IS NOT LESS THAN ARQ-IFR01-CHAVE
               INVALID KEY
                   SET FIM-IFR01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2100-LER-IFR01
           END-START
           .

       2100-LER-IFR01.
           READ ARQ-IFR01 NEXT RECORD
               AT END
                   SET FIM-IFR01 TO TRUE
           END-READ
           .

       3000-PROCESSAR-IFR01.
           IF WS-PRIMEIRA-INFRACAO = "S"
            OR ARQ-IFR01-IFC01 NOT = WS-IFC01-ATUAL
               IF WS-PRIMEIRA-INFRACAO = "N"
                   PERFORM 4000-IMPRIMIR-CADEIA
               END-IF
               MOVE "N"             TO WS-PRIMEIRA-INFRACAO
               MOVE ARQ-IFR01-IFC01 TO WS-IFC01-ATUAL
               MOVE SPACES          TO WS-TAB-INSTANCIAS
           END-IF

           PERFORM 3100-MONTAR-CELULA

           MOVE ARQ-IFR01-INSTANCIA     TO WS-ULT-INSTANCIA
           MOVE ARQ-IFR01-STATUS        TO WS-ULT-STATUS
           MOVE ARQ-IFR01-RESULT-COD    TO WS-ULT-RESULT-COD
           MOVE ARQ-IFR01-DECISAO-FINAL TO WS-ULT-FINAL
           MOVE ARQ-IFR01-DATA-PRAZO    TO WS-ULT-PRAZO
           MOVE ARQ-IFR01-DATA-PRAZO-PROX TO WS-ULT-PRAZO-PROX

           PERFORM 2100-LER-IFR01
           .

       3100-MONTAR-CELULA.
           MOVE ZERO TO WS-IX
           IF ARQ-IFR01-INSTANCIA = "1" OR "2" OR "3"
               MOVE ARQ-IFR01-INSTANCIA TO WS-IX
           END-IF

           IF WS-IX NOT = ZERO
               IF ARQ-IFR01-STATUS = "A"
                   STRING "AB " ARQ-IFR01-DATA-PRAZO
                       DELIMITED BY SIZE INTO WS-CELULA (WS-IX)
               ELSE
                   STRING ARQ-IFR01-RESULT-COD " "
                          ARQ-IFR01-DATA-DECISAO
                       DELIMITED BY SIZE INTO WS-CELULA (WS-IX)
               END-IF
           END-IF
           .

       4000-IMPRIMIR-CADEIA.
           MOVE SPACES TO WS-NOTIFICACAO
           MOVE WS-IFC01-ATUAL TO ARQ-IFC01-CODIGO
      *    infracao fora de ARQ-IFC01 so sai na chamada batch; a
      *    unidade verificada e desfeita para a proxima infracao
      *    consultar de novo o P01-S188.
           READ ARQ-IFC01
               INVALID KEY
                   MOVE 9999 TO WS-UNI15-VERIFICADA
                   IF LNK-R053-USUARIO = ZERO
                       MOVE "S" TO WS-ACESSO-PERMITIDO
                   ELSE
                       MOVE "N" TO WS-ACESSO-PERMITIDO
                   END-IF
               NOT INVALID KEY
                   MOVE ARQ-IFC01-NOTIFICACAO TO WS-NOTIFICACAO
                   PERFORM 4050-VERIFICAR-ACESSO
           END-READ

           IF WS-ACESSO-PERMITIDO = "S"
               PERFORM 4100-DEFINIR-SITUACAO
               ADD 1 TO WS-TOT-INFRACOES
               MOVE WS-IFC01-ATUAL TO WS-CODIGO-EDIT
               MOVE SPACES TO REL-R053-LINHA
               STRING WS-CODIGO-EDIT " " WS-NOTIFICACAO "  "
                      WS-CELULA (1) " " WS-CELULA (2) " "
                      WS-CELULA (3) " " WS-SITUACAO
                   DELIMITED BY SIZE INTO REL-R053-LINHA
               WRITE REL-R053-LINHA
           END-IF
           .

       4050-VERIFICAR-ACESSO.
           IF LNK-R053-USUARIO = ZERO
               MOVE "S" TO WS-ACESSO-PERMITIDO
           ELSE
               IF ARQ-IFC01-EMP00 NOT = WS-EMP00-VERIFICADA
                OR ARQ-IFC01-UNI15 NOT = WS-UNI15-VERIFICADA
                   MOVE ARQ-IFC01-EMP00 TO WS-EMP00-VERIFICADA
                   MOVE ARQ-IFC01-UNI15 TO WS-UNI15-VERIFICADA
                   CALL "P01-S188" USING LNK-R053-USUARIO,
                           WS-EMP00-VERIFICADA, WS-UNI15-VERIFICADA,
                           WS-ACESSO-PERMITIDO
               END-IF
           END-IF
           .

       4100-DEFINIR-SITUACAO.
           MOVE SPACES TO WS-SITUACAO
           EVALUATE TRUE
               WHEN WS-ULT-STATUS = "A"
                   ADD 1 TO WS-TOT-ANDAMENTO
                   MOVE WS-ULT-INSTANCIA TO WS-INSTANCIA-AUX
                   PERFORM 4200-DESCREVER-INSTANCIA
                   STRING "EM ANDAMENTO - " WS-INSTANCIA-DESC
                       DELIMITED BY SIZE INTO WS-SITUACAO
               WHEN WS-ULT-FINAL = "S"
                   ADD 1 TO WS-TOT-ENCERRADAS
                   IF WS-ULT-RESULT-COD = "DF" OR "CA"
                       ADD 1 TO WS-TOT-GANHAS
                   END-IF
                   STRING "ENCERRADA - DECISAO FINAL " WS-ULT-RESULT-COD
                       DELIMITED BY SIZE INTO WS-SITUACAO
               WHEN WS-ULT-PRAZO-PROX NOT = ZERO
                AND WS-ULT-PRAZO-PROX < WS-DATA-HOJE
                   ADD 1 TO WS-TOT-VENCIDAS
                   STRING "PRAZO DA INSTANCIA SEGUINTE VENCIDO "
                          WS-ULT-PRAZO-PROX
                       DELIMITED BY SIZE INTO WS-SITUACAO
               WHEN OTHER
                   ADD 1 TO WS-TOT-AGUARDANDO
                   IF WS-ULT-INSTANCIA = "1"
                       MOVE "2" TO WS-INSTANCIA-AUX
                   ELSE
                       MOVE "3" TO WS-INSTANCIA-AUX
                   END-IF
                   PERFORM 4200-DESCREVER-INSTANCIA
                   STRING "AGUARDA " WS-INSTANCIA-DESC " ATE "
                          WS-ULT-PRAZO-PROX
                       DELIMITED BY SIZE INTO WS-SITUACAO
           END-EVALUATE
           .

       4200-DESCREVER-INSTANCIA.
           EVALUATE WS-INSTANCIA-AUX
               WHEN "1"
                   MOVE "DEFESA PREVIA" TO WS-INSTANCIA-DESC
               WHEN "2"
                   MOVE "JARI"          TO WS-INSTANCIA-DESC
               WHEN "3"
                   MOVE "CETRAN"        TO WS-INSTANCIA-DESC
               WHEN OTHER
                   MOVE SPACES          TO WS-INSTANCIA-DESC
           END-EVALUATE
           .

       8000-FINALIZAR.
           IF WS-PRIMEIRA-INFRACAO = "N"
               PERFORM 4000-IMPRIMIR-CADEIA
           END-IF

           MOVE SPACES TO REL-R053-LINHA
           WRITE REL-R053-LINHA
           MOVE WS-TOT-INFRACOES TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R053-LINHA
           STRING "INFRACOES CONTESTADAS: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R053-LINHA
           WRITE REL-R053-LINHA
           MOVE WS-TOT-ANDAMENTO TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R053-LINHA
           STRING "  EM ANDAMENTO.................: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R053-LINHA
           WRITE REL-R053-LINHA
           MOVE WS-TOT-AGUARDANDO TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R053-LINHA
           STRING "  AGUARDANDO INSTANCIA SEGUINTE: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R053-LINHA
           WRITE REL-R053-LINHA
           MOVE WS-TOT-VENCIDAS TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R053-LINHA
           STRING "  PRAZO DE RECURSO VENCIDO.....: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R053-LINHA
           WRITE REL-R053-LINHA
           MOVE WS-TOT-ENCERRADAS TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R053-LINHA
           STRING "  ENCERRADAS...................: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R053-LINHA
           WRITE REL-R053-LINHA
           MOVE WS-TOT-GANHAS TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R053-LINHA
           STRING "    DAS QUAIS GANHAS (DF/CA)...: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R053-LINHA
           WRITE REL-R053-LINHA

           CLOSE ARQ-IFR01 ARQ-IFC01 REL-R053
           .
      * Historico de alteracoes
      *   18/09/2026 - equipe.ti - relatorio novo da situacao da cadeia
      *                de recursos (defesa previa, JARI, CETRAN) por
      *                infracao.
      *   09/10/2026 - equipe.ti - infracao fora de ARQ-IFC01 so sai
      *                sem filtro de acesso, e nao deixa a verificacao
      *                presa para a infracao seguinte.
