       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P99-R061.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 9 de outubro de 2026.
       REMARKS. Demonstrativo de recobranca intercompanhia por par de
           empresas da competencia (ARQ-RCI01/ARQ-RCI02, gerados pelo
           P01-B060): para cada documento, a empresa dona do veiculo
           que cobra e a responsavel que paga, as infracoes com placa,
           motorista, motivo (motorista da infracao ou alocacao do
           veiculo) e valor, o total e o quadro de assinatura das
           duas controladorias - assinado por quem e quando, ou
           pendente. E o papel que as duas controladorias conferem e
           assinam na tela de fechamento (P01-M160, via P01-S205)
           antes do fechamento da competencia. Emitido ao fim do
           P01-B060 e avulso pela tela. Empresa zerada lista todos os
           pares; informada, so os pares em que ela cobra ou paga.
           Respeita o acesso por empresa do usuario (arq-usu-emp via
           P01-S188): o documento sai quando o usuario enxerga uma das
           duas empresas; usuario zerado e chamada batch, sem filtro.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-RCI01.sl".
           COPY "ARQ-RCI02.sl".
           COPY "arq-emp00.sl".
           COPY "ARQ-VEI01.sl".
           COPY "ARQ-MOT01.sl".
           SELECT REL-R061
                  ASSIGN          TO         REL-R061-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-R061.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-RCI01.fd".
           COPY "ARQ-RCI02.fd".
           COPY "arq-emp00.fd".
           COPY "ARQ-VEI01.fd".
           COPY "ARQ-MOT01.fd".
       FD  REL-R061
           LABEL RECORD STANDARD.
       01  REL-R061-LINHA                  PIC X(132).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-RCI01                  PIC X(02).
       01  STAT-ARQ-RCI02                  PIC X(02).
       01  STAT-ARQ-EMP00                  PIC X(02).
       01  STAT-ARQ-VEI01                  PIC X(02).
       01  STAT-ARQ-MOT01                  PIC X(02).
       01  STAT-REL-R061                   PIC X(02).
       01  REL-R061-NOME                   PIC X(40)
               VALUE "REL-R061.TXT".

       01  WS-FIM-RCI01                    PIC X(01)   VALUE "N".
           88 FIM-RCI01                                VALUE "S".
       01  WS-FIM-RCI02                    PIC X(01)   VALUE "N".
           88 FIM-RCI02                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-COMPETENCIA                  PIC 9(06).
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMPET-ANO                PIC 9(04).
           05 WS-COMPET-MES                PIC 9(02).
       01  WS-UNI15-EMPRESA                PIC 9(04)   VALUE ZERO.
       01  WS-ACESSO-ORIGEM                PIC X(01).
       01  WS-ACESSO-DESTINO               PIC X(01).
       01  WS-NOME-EMPRESA                 PIC X(40).
       01  WS-PLACA                        PIC X(08).
       01  WS-NOME-MOTORISTA               PIC X(30).
       01  WS-MOTIVO-DESC                  PIC X(10).
       01  WS-ASSINATURA                   PIC X(40).

       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-USUARIO-EDIT                 PIC ZZZ9.
       01  WS-VALOR-EDIT                   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-CONTADOR-EDIT                PIC ZZZZ9.
       01  WS-TOT-DOCUMENTOS               PIC 9(05)   VALUE ZERO.
       01  WS-TOT-PENDENTES                PIC 9(05)   VALUE ZERO.

       LINKAGE                     SECTION.
       01  LNK-R061-COMPETENCIA            PIC 9(06).
       01  LNK-R061-EMP00                  PIC 9(03).
       01  LNK-R061-USUARIO                PIC 9(04).

       PROCEDURE DIVISION USING LNK-R061-COMPETENCIA, LNK-R061-EMP00,
               LNK-R061-USUARIO.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           IF STAT-ARQ-RCI01 = "00"
               PERFORM 2000-POSICIONAR-RCI01
               PERFORM 3000-PROCESSAR-DOCUMENTO UNTIL FIM-RCI01
           END-IF
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-RCI01
           OPEN INPUT ARQ-RCI02
           OPEN INPUT arq-emp00
           OPEN INPUT ARQ-VEI01
           OPEN INPUT ARQ-MOT01
           OPEN OUTPUT REL-R061

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           MOVE LNK-R061-COMPETENCIA TO WS-COMPETENCIA

           MOVE SPACES TO REL-R061-LINHA
           STRING "DEMONSTRATIVO DE RECOBRANCA INTERCOMPANHIA DE "
                  "MULTAS - COMPETENCIA " WS-COMPET-MES "/"
                  WS-COMPET-ANO " - EMISSAO " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REL-R061-LINHA
           WRITE REL-R061-LINHA
           .

       2000-POSICIONAR-RCI01.
           MOVE LNK-R061-COMPETENCIA TO ARQ-RCI01-COMPETENCIA
           MOVE ZERO                 TO ARQ-RCI01-EMP-ORIGEM
           MOVE ZERO                 TO ARQ-RCI01-EMP-DESTINO
           START ARQ-RCI01 KEY IS NOT LESS THAN ARQ-RCI01-CHAVE
               INVALID KEY
                   SET FIM-RCI01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2100-LER-RCI01
           END-START
           .

       2100-LER-RCI01.
           READ ARQ-RCI01 NEXT RECORD
               AT END
                   SET FIM-RCI01 TO TRUE
           END-READ
           .

       3000-PROCESSAR-DOCUMENTO.
           IF ARQ-RCI01-COMPETENCIA NOT = LNK-R061-COMPETENCIA
               SET FIM-RCI01 TO TRUE
           ELSE
               IF LNK-R061-EMP00 = ZERO
                OR ARQ-RCI01-EMP-ORIGEM = LNK-R061-EMP00
                OR ARQ-RCI01-EMP-DESTINO = LNK-R061-EMP00
                   PERFORM 3100-CONFERIR-ACESSO
                   IF WS-ACESSO-ORIGEM = "S"
                    OR WS-ACESSO-DESTINO = "S"
                       PERFORM 4000-IMPRIMIR-DOCUMENTO
                   END-IF
               END-IF
               PERFORM 2100-LER-RCI01
           END-IF
           .

       3100-CONFERIR-ACESSO.
           MOVE "S" TO WS-ACESSO-ORIGEM
           MOVE "S" TO WS-ACESSO-DESTINO
           IF LNK-R061-USUARIO NOT = ZERO
               CALL "P01-S188" USING LNK-R061-USUARIO,
                       ARQ-RCI01-EMP-ORIGEM, WS-UNI15-EMPRESA,
                       WS-ACESSO-ORIGEM
               CALL "P01-S188" USING LNK-R061-USUARIO,
                       ARQ-RCI01-EMP-DESTINO, WS-UNI15-EMPRESA,
                       WS-ACESSO-DESTINO
           END-IF
           .

       4000-IMPRIMIR-DOCUMENTO.
           ADD 1 TO WS-TOT-DOCUMENTOS
           MOVE SPACES TO REL-R061-LINHA
           WRITE REL-R061-LINHA
           MOVE ALL "-" TO REL-R061-LINHA
           WRITE REL-R061-LINHA
           MOVE SPACES TO REL-R061-LINHA
           STRING "DOCUMENTO " ARQ-RCI01-COMPETENCIA "/"
                  ARQ-RCI01-EMP-ORIGEM "/" ARQ-RCI01-EMP-DESTINO
                  " - GERADO EM " ARQ-RCI01-DATA-GERACAO
               DELIMITED BY SIZE INTO REL-R061-LINHA
           WRITE REL-R061-LINHA

           MOVE ARQ-RCI01-EMP-ORIGEM TO ARQ-EMP00-CODIGO
           PERFORM 4050-OBTER-NOME-EMPRESA
           MOVE SPACES TO REL-R061-LINHA
           STRING "EMPRESA DONA DO VEICULO (COBRA): "
                  ARQ-RCI01-EMP-ORIGEM " " WS-NOME-EMPRESA
               DELIMITED BY SIZE INTO REL-R061-LINHA
           WRITE REL-R061-LINHA
           MOVE ARQ-RCI01-EMP-DESTINO TO ARQ-EMP00-CODIGO
           PERFORM 4050-OBTER-NOME-EMPRESA
           MOVE SPACES TO REL-R061-LINHA
           STRING "EMPRESA RESPONSAVEL (PAGA):      "
                  ARQ-RCI01-EMP-DESTINO " " WS-NOME-EMPRESA
               DELIMITED BY SIZE INTO REL-R061-LINHA
           WRITE REL-R061-LINHA

           MOVE SPACES TO REL-R061-LINHA
           WRITE REL-R061-LINHA
           MOVE SPACES TO REL-R061-LINHA
           STRING "INFRACAO NOTIFICACAO     DATA INFR PLACA    "
                  "MOTORISTA                      MOTIVO     "
                  "         VALOR"
               DELIMITED BY SIZE INTO REL-R061-LINHA
           WRITE REL-R061-LINHA

           PERFORM 4100-LISTAR-ITENS
           PERFORM 4300-IMPRIMIR-ASSINATURAS
           .

       4050-OBTER-NOME-EMPRESA.
           MOVE SPACES TO WS-NOME-EMPRESA
           READ arq-emp00
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARQ-EMP00-NOME TO WS-NOME-EMPRESA
           END-READ
           .

       4100-LISTAR-ITENS.
           MOVE "N"                   TO WS-FIM-RCI02
           MOVE ARQ-RCI01-COMPETENCIA TO ARQ-RCI02-COMPETENCIA
           MOVE ARQ-RCI01-EMP-ORIGEM  TO ARQ-RCI02-EMP-ORIGEM
           MOVE ARQ-RCI01-EMP-DESTINO TO ARQ-RCI02-EMP-DESTINO
           MOVE ZERO                  TO ARQ-RCI02-IFC01
           START ARQ-RCI02 KEY IS NOT LESS THAN ARQ-RCI02-CHAVE
               INVALID KEY
                   SET FIM-RCI02 TO TRUE
               NOT INVALID KEY
                   PERFORM 4150-LER-RCI02
           END-START

           PERFORM 4200-IMPRIMIR-ITEM UNTIL FIM-RCI02

           MOVE ARQ-RCI01-QTD-INFRACOES TO WS-CONTADOR-EDIT
           MOVE ARQ-RCI01-VALOR-TOTAL   TO WS-VALOR-EDIT
           MOVE SPACES TO REL-R061-LINHA
           STRING "TOTAL DO DOCUMENTO: " WS-CONTADOR-EDIT
                  " INFRACOES - VALOR A RECOBRAR " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-R061-LINHA
           WRITE REL-R061-LINHA
           .

       4150-LER-RCI02.
           READ ARQ-RCI02 NEXT RECORD
               AT END
                   SET FIM-RCI02 TO TRUE
           END-READ
           .

       4200-IMPRIMIR-ITEM.
           IF ARQ-RCI02-COMPETENCIA NOT = ARQ-RCI01-COMPETENCIA
            OR ARQ-RCI02-EMP-ORIGEM NOT = ARQ-RCI01-EMP-ORIGEM
            OR ARQ-RCI02-EMP-DESTINO NOT = ARQ-RCI01-EMP-DESTINO
               SET FIM-RCI02 TO TRUE
           ELSE
               MOVE SPACES TO WS-PLACA
               MOVE ARQ-RCI02-VEI01 TO ARQ-VEI01-CODIGO
               READ ARQ-VEI01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARQ-VEI01-PLACA TO WS-PLACA
               END-READ
               MOVE SPACES TO WS-NOME-MOTORISTA
               MOVE ARQ-RCI02-MOT01 TO ARQ-MOT01-CODIGO
               READ ARQ-MOT01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARQ-MOT01-NOME TO WS-NOME-MOTORISTA
               END-READ
               IF ARQ-RCI02-PELO-MOTORISTA
                   MOVE "MOTORISTA" TO WS-MOTIVO-DESC
               ELSE
                   MOVE "ALOCACAO"  TO WS-MOTIVO-DESC
               END-IF

               MOVE ARQ-RCI02-IFC01 TO WS-CODIGO-EDIT
               MOVE ARQ-RCI02-VALOR TO WS-VALOR-EDIT
               MOVE SPACES TO REL-R061-LINHA
               STRING WS-CODIGO-EDIT " " ARQ-RCI02-NOTIFICACAO " "
                      ARQ-RCI02-DATA-INFRACAO " " WS-PLACA " "
                      WS-NOME-MOTORISTA " " WS-MOTIVO-DESC " "
                      WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO REL-R061-LINHA
               WRITE REL-R061-LINHA
               PERFORM 4150-LER-RCI02
           END-IF
           .

       4300-IMPRIMIR-ASSINATURAS.
           MOVE SPACES TO REL-R061-LINHA
           WRITE REL-R061-LINHA
           IF ARQ-RCI01-USU-ASSINA-ORIGEM = ZERO
               MOVE "PENDENTE" TO WS-ASSINATURA
           ELSE
               MOVE ARQ-RCI01-USU-ASSINA-ORIGEM TO WS-USUARIO-EDIT
               MOVE SPACES TO WS-ASSINATURA
               STRING "ASSINADO PELO USUARIO " WS-USUARIO-EDIT " EM "
                      ARQ-RCI01-DATA-ASSINA-ORIGEM
                   DELIMITED BY SIZE INTO WS-ASSINATURA
           END-IF
           MOVE SPACES TO REL-R061-LINHA
           STRING "CONTROLADORIA DA EMPRESA " ARQ-RCI01-EMP-ORIGEM
                  " (COBRA): " WS-ASSINATURA
               DELIMITED BY SIZE INTO REL-R061-LINHA
           WRITE REL-R061-LINHA

           IF ARQ-RCI01-USU-ASSINA-DESTINO = ZERO
               MOVE "PENDENTE" TO WS-ASSINATURA
           ELSE
               MOVE ARQ-RCI01-USU-ASSINA-DESTINO TO WS-USUARIO-EDIT
               MOVE SPACES TO WS-ASSINATURA
               STRING "ASSINADO PELO USUARIO " WS-USUARIO-EDIT " EM "
                      ARQ-RCI01-DATA-ASSINA-DESTINO
                   DELIMITED BY SIZE INTO WS-ASSINATURA
           END-IF
           MOVE SPACES TO REL-R061-LINHA
           STRING "CONTROLADORIA DA EMPRESA " ARQ-RCI01-EMP-DESTINO
                  " (PAGA):  " WS-ASSINATURA
               DELIMITED BY SIZE INTO REL-R061-LINHA
           WRITE REL-R061-LINHA

           IF NOT ARQ-RCI01-ASSINADO
               ADD 1 TO WS-TOT-PENDENTES
           END-IF
           .

       8000-FINALIZAR.
           MOVE SPACES TO REL-R061-LINHA
           WRITE REL-R061-LINHA
           MOVE WS-TOT-DOCUMENTOS TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R061-LINHA
           STRING "DOCUMENTOS: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R061-LINHA
           WRITE REL-R061-LINHA
           MOVE WS-TOT-PENDENTES TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R061-LINHA
           STRING "PENDENTES DE ASSINATURA (BLOQUEIAM O FECHAMENTO): "
                  WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R061-LINHA
           WRITE REL-R061-LINHA

           IF STAT-ARQ-RCI01 NOT = "35"
               CLOSE ARQ-RCI01
           END-IF
           IF STAT-ARQ-RCI02 NOT = "35"
               CLOSE ARQ-RCI02
           END-IF
           CLOSE arq-emp00 ARQ-VEI01 ARQ-MOT01 REL-R061
           .
      * Historico de alteracoes
      *   09/10/2026 - equipe.ti - demonstrativo novo de recobranca
      *                intercompanhia por par de empresas, com o quadro
      *                de assinatura das controladorias.
