       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P99-R057.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 25 de setembro de 2026.
       REMARKS. Lista de excecoes da remessa de pagamento aos orgaos
           (P01-B029), emitida antes da geracao do arquivo: as
           parcelas de ARQ-PAG09 que entrariam na remessa - parcela
           "A" ou "R", sem envio em ARQ-PGO09 ou com envio rejeitado,
           vencendo dentro da janela de dias de arq-par01 - mas que
           nao podem ser pagas pelo codigo de barras: sem guia
           conferida pelo P01-S198 (digitada na tela P01-M155 ou
           carregada do DETRAN pelo P01-B010), guia ja vencida na
           data em que o pagamento seria programado, ou infracao sem
           orgao autuador. A data programada segue a mesma regra do
           P01-B029 (data limite do desconto SNE, senao o vencimento,
           senao hoje). A tesouraria corre atras da guia antes do
           envio, em vez de descobrir a falta no retorno do banco.
           Empresa zerada lista todas; respeita o acesso por
           empresa/unidade do usuario (arq-usu-emp via P01-S188) e
           usuario zerado e chamada batch, sem filtro.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-PAG09.sl".
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-PGO09.sl".
           COPY "arq-par01.sl".
           SELECT REL-R057
                  ASSIGN          TO         REL-R057-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-R057.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-PAG09.fd".
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-PGO09.fd".
           COPY "arq-par01.fd".
       FD  REL-R057
           LABEL RECORD STANDARD.
       01  REL-R057-LINHA                  PIC X(132).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-PAG09                  PIC X(02).
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-PGO09                  PIC X(02).
       01  STAT-ARQ-PAR01                  PIC X(02).
       01  STAT-REL-R057                   PIC X(02).
       01  REL-R057-NOME                   PIC X(40)
               VALUE "REL-R057.TXT".

       01  WS-FIM-PAG09                    PIC X(01)   VALUE "N".
           88 FIM-PAG09                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-DIAS-JANELA                  PIC 9(03)   VALUE 10.
       01  WS-DIAS-ATE-VENCTO              PIC S9(08)  VALUE ZERO.
       01  WS-DATA-PROGRAMADA              PIC 9(08)   VALUE ZERO.
       01  WS-PODE-ENVIAR                  PIC X(01).
       01  WS-ACHOU-IFC01                  PIC X(01).
       01  WS-ACESSO-PERMITIDO             PIC X(01).
       01  WS-MOTIVO                       PIC X(34).

       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-PARCELA-EDIT                 PIC Z9.
       01  WS-ORGAO-EDIT                   PIC ZZZ9.
       01  WS-UNIDADE-EDIT                 PIC ZZZ9.
       01  WS-VALOR-EDIT                   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-CONTADOR-EDIT                PIC ZZZZ9.
       01  WS-TOT-SEM-GUIA                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-GUIA-VENCIDA             PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SEM-ORGAO                PIC 9(05)   VALUE ZERO.

       LINKAGE                     SECTION.
       01  LNK-R057-EMP00                  PIC 9(03).
       01  LNK-R057-USUARIO                PIC 9(04).

       PROCEDURE DIVISION USING LNK-R057-EMP00, LNK-R057-USUARIO.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2100-LER-PAG09
           PERFORM 2000-PROCESSAR-PAG09 UNTIL FIM-PAG09
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PAG09
           OPEN INPUT ARQ-IFC01
           OPEN INPUT ARQ-PGO09
           OPEN INPUT arq-par01
           OPEN OUTPUT REL-R057

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

           MOVE SPACES TO REL-R057-LINHA
           STRING "EXCECOES DA REMESSA DE PAGAMENTO AOS ORGAOS - "
                  "PARCELAS SEM GUIA PAGAVEL - EMISSAO " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REL-R057-LINHA
           WRITE REL-R057-LINHA
           MOVE SPACES TO REL-R057-LINHA
           WRITE REL-R057-LINHA
           MOVE SPACES TO REL-R057-LINHA
           STRING "INFRACAO PC NOTIFICACAO     EMP  UNI ORGAO "
                  "VENCIMENTO DATA PROG         VALOR  MOTIVO"
               DELIMITED BY SIZE INTO REL-R057-LINHA
           WRITE REL-R057-LINHA
           .

       2100-LER-PAG09.
           READ ARQ-PAG09 NEXT RECORD
               AT END
                   SET FIM-PAG09 TO TRUE
           END-READ
           .

       2000-PROCESSAR-PAG09.
           IF ARQ-PAG09-STATUS-PARCELA = "A" OR "R"
               PERFORM 2200-VERIFICAR-PGO09
               IF WS-PODE-ENVIAR = "S"
                   PERFORM 2300-AVALIAR-PARCELA
               END-IF
           END-IF
           PERFORM 2100-LER-PAG09
           .

       2200-VERIFICAR-PGO09.
      *    mesma regra do P01-B029: sem registro ou rejeitada pelo
      *    banco entra na remessa.
           MOVE "S" TO WS-PODE-ENVIAR
           MOVE ARQ-PAG09-IFC01   TO ARQ-PGO09-IFC01
           MOVE ARQ-PAG09-PARCELA TO ARQ-PGO09-PARCELA
           READ ARQ-PGO09
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ARQ-PGO09-REJEITADA
                       MOVE "N" TO WS-PODE-ENVIAR
                   END-IF
           END-READ
           .

       2300-AVALIAR-PARCELA.
           PERFORM 2400-OBTER-DADOS-INFRACAO
           IF WS-ACHOU-IFC01 = "S"
            AND WS-ACESSO-PERMITIDO = "S"
               CALL "P01-S164" USING WS-DATA-HOJE,
                       ARQ-PAG09-VENCIMENTO, WS-DIAS-ATE-VENCTO
               IF WS-DIAS-ATE-VENCTO <= WS-DIAS-JANELA
                   PERFORM 2500-PROGRAMAR-DATA
                   PERFORM 2600-CONFERIR-GUIA
               END-IF
           END-IF
           .

       2400-OBTER-DADOS-INFRACAO.
           MOVE "N" TO WS-ACHOU-IFC01
           MOVE "S" TO WS-ACESSO-PERMITIDO
           MOVE 10  TO WS-DIAS-JANELA
           MOVE ARQ-PAG09-IFC01 TO ARQ-IFC01-CODIGO
           READ ARQ-IFC01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LNK-R057-EMP00 = ZERO
                    OR ARQ-IFC01-EMP00 = LNK-R057-EMP00
                       MOVE "S" TO WS-ACHOU-IFC01
                   END-IF
           END-READ

           IF WS-ACHOU-IFC01 = "S"
               IF LNK-R057-USUARIO NOT = ZERO
                   CALL "P01-S188" USING LNK-R057-USUARIO,
                           ARQ-IFC01-EMP00, ARQ-IFC01-UNI15,
                           WS-ACESSO-PERMITIDO
               END-IF
               MOVE ARQ-IFC01-EMP00 TO ARQ-PAR01-EMP00
               READ arq-par01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ARQ-PAR01-DIAS-JANELA-CNAB > ZERO
                           MOVE ARQ-PAR01-DIAS-JANELA-CNAB
                             TO WS-DIAS-JANELA
                       END-IF
               END-READ
           END-IF
           .

       2500-PROGRAMAR-DATA.
           IF ARQ-PAG09-DATA-LIMITE-DESC NOT = ZERO
            AND ARQ-PAG09-DATA-LIMITE-DESC >= WS-DATA-HOJE
               MOVE ARQ-PAG09-DATA-LIMITE-DESC TO WS-DATA-PROGRAMADA
           ELSE
               IF ARQ-PAG09-VENCIMENTO >= WS-DATA-HOJE
                   MOVE ARQ-PAG09-VENCIMENTO TO WS-DATA-PROGRAMADA
               ELSE
                   MOVE WS-DATA-HOJE TO WS-DATA-PROGRAMADA
               END-IF
           END-IF
           .

       2600-CONFERIR-GUIA.
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN ARQ-IFC01-ORG01 = ZERO
                   MOVE "INFRACAO SEM ORGAO AUTUADOR" TO WS-MOTIVO
                   ADD 1 TO WS-TOT-SEM-ORGAO
               WHEN NOT ARQ-PAG09-BARRAS-VALIDO
                   MOVE "SEM GUIA (CODIGO DE BARRAS)"  TO WS-MOTIVO
                   ADD 1 TO WS-TOT-SEM-GUIA
               WHEN ARQ-PAG09-VENCTO-BARRAS NOT = ZERO
                AND ARQ-PAG09-VENCTO-BARRAS < WS-DATA-PROGRAMADA
                   MOVE "GUIA VENCIDA NA DATA PROGRAMADA" TO WS-MOTIVO
                   ADD 1 TO WS-TOT-GUIA-VENCIDA
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
               PERFORM 2700-IMPRIMIR-EXCECAO
           END-IF
           .

       2700-IMPRIMIR-EXCECAO.
           MOVE ARQ-PAG09-IFC01         TO WS-CODIGO-EDIT
           MOVE ARQ-PAG09-PARCELA       TO WS-PARCELA-EDIT
           MOVE ARQ-IFC01-UNI15         TO WS-UNIDADE-EDIT
           MOVE ARQ-IFC01-ORG01         TO WS-ORGAO-EDIT
           MOVE ARQ-PAG09-VALOR-PARCELA TO WS-VALOR-EDIT
           MOVE SPACES TO REL-R057-LINHA
           STRING WS-CODIGO-EDIT " " WS-PARCELA-EDIT " "
                  ARQ-IFC01-NOTIFICACAO " " ARQ-IFC01-EMP00 " "
                  WS-UNIDADE-EDIT "  " WS-ORGAO-EDIT " "
                  ARQ-PAG09-VENCIMENTO "   " WS-DATA-PROGRAMADA " "
                  WS-VALOR-EDIT "  " WS-MOTIVO
               DELIMITED BY SIZE INTO REL-R057-LINHA
           WRITE REL-R057-LINHA
           .

       8000-FINALIZAR.
           MOVE SPACES TO REL-R057-LINHA
           WRITE REL-R057-LINHA
           MOVE WS-TOT-SEM-GUIA TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R057-LINHA
           STRING "SEM GUIA: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R057-LINHA
           WRITE REL-R057-LINHA
           MOVE WS-TOT-GUIA-VENCIDA TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R057-LINHA
           STRING "GUIA VENCIDA: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R057-LINHA
           WRITE REL-R057-LINHA
           MOVE WS-TOT-SEM-ORGAO TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R057-LINHA
           STRING "SEM ORGAO AUTUADOR: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R057-LINHA
           WRITE REL-R057-LINHA

           CLOSE ARQ-PAG09 ARQ-IFC01 ARQ-PGO09 arq-par01 REL-R057
           .
      * Historico de alteracoes
      *   25/09/2026 - equipe.ti - relatorio novo de excecoes da
      *                remessa de pagamento aos orgaos: parcela sem
      *                guia conferida, guia vencida ou sem orgao.
