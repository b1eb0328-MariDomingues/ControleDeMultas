       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B058.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 9 de outubro de 2026.
       REMARKS. Rotina batch avulsa de carga completa para o BI
           corporativo. Zera a sequencia exportada do job "P01B057"
           em ARQ-CTL07 e chama o P01-B057, que sem sequencia faz a
           extracao completa dos oito arquivos (operacao "C") e grava
           em ARQ-CTL07 a ultima sequencia da trilha, de onde a
           extracao diaria incremental segue dali em diante. Usada na
           carga inicial do BI e quando o BI precisa recarregar tudo.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-CTL07.sl".
           SELECT LOG-B058
                  ASSIGN          TO         LOG-B058-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B058.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-CTL07.fd".
       FD  LOG-B058
           LABEL RECORD STANDARD.
       01  LOG-B058-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-CTL07                  PIC X(02).
       01  STAT-LOG-B058                   PIC X(02).
       01  LOG-B058-NOME                   PIC X(40)
               VALUE "LOG-B058.TXT".

       01  WS-NOME-JOB                     PIC X(08)  VALUE "P01B057".
       01  WS-DATA-HOJE                    PIC 9(08)  VALUE ZERO.
       01  WS-SEQ-ANTERIOR                 PIC 9(08)  VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ZERAR-CHECKPOINT
           CALL "P01-B057"
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ZERAR-CHECKPOINT.
           OPEN OUTPUT LOG-B058
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

           OPEN I-O ARQ-CTL07
           MOVE WS-NOME-JOB TO ARQ-CTL07-JOB
           READ ARQ-CTL07
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARQ-CTL07-ULTIMA-CHAVE TO WS-SEQ-ANTERIOR
                   MOVE ZERO         TO ARQ-CTL07-ULTIMA-CHAVE
                   MOVE WS-DATA-HOJE TO ARQ-CTL07-DATA-EXECUCAO
                   MOVE "C"          TO ARQ-CTL07-STATUS
                   REWRITE ARQ-CTL07-REG
           END-READ
           CLOSE ARQ-CTL07

           MOVE SPACES TO LOG-B058-REG
           STRING "CARGA COMPLETA SOLICITADA - SEQUENCIA ANTERIOR: "
                  WS-SEQ-ANTERIOR
               DELIMITED BY SIZE INTO LOG-B058-REG
           WRITE LOG-B058-REG
           .

       8000-FINALIZAR.
           OPEN INPUT ARQ-CTL07
           MOVE WS-NOME-JOB TO ARQ-CTL07-JOB
           READ ARQ-CTL07
               INVALID KEY
                   MOVE ZERO TO ARQ-CTL07-ULTIMA-CHAVE
           END-READ
           CLOSE ARQ-CTL07

           MOVE SPACES TO LOG-B058-REG
           STRING "CARGA COMPLETA ENCERRADA - NOVA SEQUENCIA: "
                  ARQ-CTL07-ULTIMA-CHAVE
               DELIMITED BY SIZE INTO LOG-B058-REG
           WRITE LOG-B058-REG
           CLOSE LOG-B058
           .
      * Historico de alteracoes
      *   09/10/2026 - equipe.ti - rotina nova de carga completa do
      *                BI corporativo pelo P01-B057.
      *   09/10/2026 - equipe.ti - registro de ARQ-CTL07 com o nome do
      *                job sem o hifen, como o P01-B034 o monta.
