       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P99-R058.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 2 de outubro de 2026.
       REMARKS. Relatorio de acesso do titular (LGPD): tudo o que o
           sistema guarda amarrado ao codigo de um motorista, emitido
           sob demanda quando o motorista pede os seus dados. Sai o
           cadastro (ARQ-MOT01), os vinculos de infracao (ARQ-IFM01,
           com a notificacao e a data da infracao de ARQ-IFC01), as
           notificacoes entregues para assinatura (ARQ-IFS01), os
           eventos de CNH (ARQ-CNH01), a telemetria (ARQ-EVT01), a
           autorizacao e os descontos em folha (ARQ-ADF01 e
           ARQ-DSC09), as medidas disciplinares (ARQ-MED01), os
           extratos mensais enviados (ARQ-EXT01), as notas de debito
           (ARQ-DEB15), as mensagens de SMS/WhatsApp (ARQ-MSG09) e as
           alteracoes do cadastro e das medidas registradas na trilha
           (ARQ-LOG123/ARQ-LOG23) e no seu historico
           (ARQ-LOG123H/ARQ-LOG23H), lidos pela chave arquivo +
           chave do registro com o codigo do motorista. ARQ-IFS01,
           ARQ-EXT01, ARQ-DEB15 e ARQ-MSG09 nao tem chave por
           motorista e sao varridos por inteiro - o relatorio e
           eventual. Respeita o acesso por empresa/unidade do usuario
           (arq-usu-emp via P01-S188) sobre a lotacao do motorista;
           usuario zerado e chamada batch, sem filtro.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-MOT01.sl".
           COPY "ARQ-IFM01.sl".
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-IFS01.sl".
           COPY "ARQ-CNH01.sl".
           COPY "ARQ-EVT01.sl".
           COPY "ARQ-ADF01.sl".
           COPY "ARQ-DSC09.sl".
           COPY "ARQ-DEB15.sl".
           COPY "ARQ-MSG09.sl".
           COPY "ARQ-LOG123.sl".
           COPY "ARQ-LOG23.sl".
           COPY "ARQ-MED01.sl".
           COPY "ARQ-EXT01.sl".
           COPY "ARQ-LOG123H.sl".
           COPY "ARQ-LOG23H.sl".
           SELECT REL-R058
                  ASSIGN          TO         REL-R058-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-R058.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-MOT01.fd".
           COPY "ARQ-IFM01.fd".
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-IFS01.fd".
           COPY "ARQ-CNH01.fd".
           COPY "ARQ-EVT01.fd".
           COPY "ARQ-ADF01.fd".
           COPY "ARQ-DSC09.fd".
           COPY "ARQ-DEB15.fd".
           COPY "ARQ-MSG09.fd".
           COPY "ARQ-LOG123.fd".
           COPY "ARQ-LOG23.fd".
           COPY "ARQ-MED01.fd".
           COPY "ARQ-EXT01.fd".
           COPY "ARQ-LOG123H.fd".
           COPY "ARQ-LOG23H.fd".
       FD  REL-R058
           LABEL RECORD STANDARD.
       01  REL-R058-LINHA                  PIC X(132).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-MOT01                  PIC X(02).
       01  STAT-ARQ-IFM01                  PIC X(02).
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-IFS01                  PIC X(02).
       01  STAT-ARQ-CNH01                  PIC X(02).
       01  STAT-ARQ-EVT01                  PIC X(02).
       01  STAT-ARQ-ADF01                  PIC X(02).
       01  STAT-ARQ-DSC09                  PIC X(02).
       01  STAT-ARQ-DEB15                  PIC X(02).
       01  STAT-ARQ-MSG09                  PIC X(02).
       01  STAT-ARQ-LOG123                 PIC X(02).
       01  STAT-ARQ-LOG23                  PIC X(02).
       01  STAT-ARQ-MED01                  PIC X(02).
       01  STAT-ARQ-EXT01                  PIC X(02).
       01  STAT-ARQ-LOG123H                PIC X(02).
       01  STAT-ARQ-LOG23H                 PIC X(02).
       01  STAT-REL-R058                   PIC X(02).
       01  REL-R058-NOME                   PIC X(40)
               VALUE "REL-R058.TXT".

       01  WS-FIM-ARQ                      PIC X(01).
           88 FIM-ARQ                                  VALUE "S".
       01  WS-FIM-LOG23                    PIC X(01).
       01  WS-ARQ-TRILHA                   PIC X(12).
           88 FIM-LOG23                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-ACHOU-MOT01                  PIC X(01).
       01  WS-ACESSO-PERMITIDO             PIC X(01).
       01  WS-QTD-SECAO                    PIC 9(05)   VALUE ZERO.
       01  WS-TITULO                       PIC X(132).

       01  WS-MOT01-EDIT                   PIC ZZZZZ9.
       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-SEQ-EDIT                     PIC ZZ9.
       01  WS-PONTOS-EDIT                  PIC ZZ9.
       01  WS-EMP-EDIT                     PIC ZZ9.
       01  WS-UNI-EDIT                     PIC ZZZ9.
       01  WS-USU-EDIT                     PIC ZZZ9.
       01  WS-VEL-EDIT                     PIC ZZ9.
       01  WS-VALOR-EDIT                   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-PERC-EDIT                    PIC Z9,99.
       01  WS-CNT-EDIT                     PIC ZZZZ9.

       LINKAGE                     SECTION.
       01  LNK-R058-MOT01                  PIC 9(06).
       01  LNK-R058-USUARIO                PIC 9(04).

       PROCEDURE DIVISION USING LNK-R058-MOT01, LNK-R058-USUARIO.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-IMPRIMIR-CADASTRO
           IF WS-ACHOU-MOT01 = "S"
            AND WS-ACESSO-PERMITIDO = "S"
               PERFORM 3000-IMPRIMIR-VINCULOS
               PERFORM 3500-IMPRIMIR-NOTIFICACOES
               PERFORM 4000-IMPRIMIR-CNH01
               PERFORM 4500-IMPRIMIR-TELEMETRIA
               PERFORM 5000-IMPRIMIR-FOLHA
               PERFORM 5200-IMPRIMIR-MEDIDAS
               PERFORM 5300-IMPRIMIR-EXTRATOS
               PERFORM 5500-IMPRIMIR-DEB15
               PERFORM 6000-IMPRIMIR-MENSAGENS
               PERFORM 6500-IMPRIMIR-TRILHA
               PERFORM 6800-IMPRIMIR-TRILHA-HIST
           END-IF
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-MOT01
           OPEN INPUT ARQ-IFM01
           OPEN INPUT ARQ-IFC01
           OPEN INPUT ARQ-IFS01
           OPEN INPUT ARQ-CNH01
           OPEN INPUT ARQ-EVT01
           OPEN INPUT ARQ-ADF01
           OPEN INPUT ARQ-DSC09
           OPEN INPUT ARQ-DEB15
           OPEN INPUT ARQ-MSG09
           OPEN INPUT ARQ-LOG123
           OPEN INPUT ARQ-LOG23
      *    medidas, extratos e historico da trilha podem ainda nao
      *    existir; a secao sai vazia.
           OPEN INPUT ARQ-MED01
           OPEN INPUT ARQ-EXT01
           OPEN INPUT ARQ-LOG123H
           OPEN INPUT ARQ-LOG23H
           OPEN OUTPUT REL-R058

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

           MOVE LNK-R058-MOT01 TO WS-MOT01-EDIT
           MOVE SPACES TO REL-R058-LINHA
           STRING "RELATORIO DE ACESSO DO TITULAR (LGPD) - MOTORISTA "
                  WS-MOT01-EDIT " - EMISSAO " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REL-R058-LINHA
           WRITE REL-R058-LINHA
           .

       2000-IMPRIMIR-CADASTRO.
           MOVE "N" TO WS-ACHOU-MOT01
           MOVE "S" TO WS-ACESSO-PERMITIDO
           MOVE LNK-R058-MOT01 TO ARQ-MOT01-CODIGO
           READ ARQ-MOT01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-MOT01
           END-READ

           IF WS-ACHOU-MOT01 = "S"
            AND LNK-R058-USUARIO NOT = ZERO
               CALL "P01-S188" USING LNK-R058-USUARIO,
                       ARQ-MOT01-EMP00, ARQ-MOT01-UNI15,
                       WS-ACESSO-PERMITIDO
           END-IF

           IF WS-ACHOU-MOT01 = "N"
               MOVE "MOTORISTA NAO CADASTRADO" TO REL-R058-LINHA
               WRITE REL-R058-LINHA
           ELSE
               IF WS-ACESSO-PERMITIDO NOT = "S"
                   MOVE "USUARIO SEM ACESSO A EMPRESA/UNIDADE DO MOTORIS
      -                 "TA" TO REL-R058-LINHA
                   WRITE REL-R058-LINHA
               ELSE
                   PERFORM 2100-DETALHAR-CADASTRO
               END-IF
           END-IF
           .

       2100-DETALHAR-CADASTRO.
           MOVE "CADASTRO (ARQ-MOT01)" TO REL-R058-LINHA
           PERFORM 7000-TITULO-SECAO

           MOVE SPACES TO REL-R058-LINHA
           STRING "  NOME: " ARQ-MOT01-NOME
                  "  CNH: " ARQ-MOT01-CNH
                  " CAT " ARQ-MOT01-CNH-CATEGORIA
                  " VALIDADE " ARQ-MOT01-CNH-VALIDADE
               DELIMITED BY SIZE INTO REL-R058-LINHA
           WRITE REL-R058-LINHA

           MOVE ARQ-MOT01-EMP00     TO WS-EMP-EDIT
           MOVE ARQ-MOT01-UNI15     TO WS-UNI-EDIT
           MOVE ARQ-MOT01-PONTOS-CNH TO WS-PONTOS-EDIT
           MOVE SPACES TO REL-R058-LINHA
           STRING "  EMPRESA: " WS-EMP-EDIT
                  "  UNIDADE: " WS-UNI-EDIT
                  "  ATIVO: " ARQ-MOT01-ATIVO
                  "  PONTOS CNH: " WS-PONTOS-EDIT
                  "  EM ACERTO: " ARQ-MOT01-EM-ACERTO
               DELIMITED BY SIZE INTO REL-R058-LINHA
           WRITE REL-R058-LINHA

           MOVE SPACES TO REL-R058-LINHA
           STRING "  E-MAIL: " ARQ-MOT01-EMAIL
                  "  CELULAR: " ARQ-MOT01-CELULAR
                  "  ACEITE MENSAGENS: " ARQ-MOT01-CONSENTE-MSG
               DELIMITED BY SIZE INTO REL-R058-LINHA
           WRITE REL-R058-LINHA

           MOVE SPACES TO REL-R058-LINHA
           STRING "  DESLIGAMENTO: " ARQ-MOT01-DATA-DESLIGAMENTO
                  "  ANONIMIZADO: " ARQ-MOT01-ANONIMIZADO
                  " EM " ARQ-MOT01-DATA-ANONIMIZ
               DELIMITED BY SIZE INTO REL-R058-LINHA
           WRITE REL-R058-LINHA
           .

       3000-IMPRIMIR-VINCULOS.
           MOVE "VINCULOS DE INFRACAO (ARQ-IFM01)" TO REL-R058-LINHA
           PERFORM 7000-TITULO-SECAO
           MOVE "  INFRACAO NOTIFICACAO     DATA INF  CONF DATA CONF PTS
      -         "         VALOR" TO REL-R058-LINHA
           WRITE REL-R058-LINHA

           MOVE "N" TO WS-FIM-ARQ
           MOVE LNK-R058-MOT01 TO ARQ-IFM01-MOT01
           START ARQ-IFM01 KEY IS EQUAL TO ARQ-IFM01-MOT01
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 3100-LER-VINCULO UNTIL FIM-ARQ
           PERFORM 7100-TOTAL-SECAO
           .

       3100-LER-VINCULO.
           READ ARQ-IFM01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               IF ARQ-IFM01-MOT01 NOT = LNK-R058-MOT01
                   SET FIM-ARQ TO TRUE
               ELSE
                   PERFORM 3200-DETALHAR-VINCULO
               END-IF
           END-IF
           .

       3200-DETALHAR-VINCULO.
           ADD 1 TO WS-QTD-SECAO
           MOVE ARQ-IFM01-IFC01 TO ARQ-IFC01-CODIGO
           READ ARQ-IFC01
               INVALID KEY
                   MOVE SPACES TO ARQ-IFC01-NOTIFICACAO
                   MOVE ZERO   TO ARQ-IFC01-DATA-INFRACAO
                   MOVE ZERO   TO ARQ-IFC01-VALOR
           END-READ
           MOVE ARQ-IFM01-IFC01  TO WS-CODIGO-EDIT
           MOVE ARQ-IFM01-PONTOS TO WS-PONTOS-EDIT
           MOVE ARQ-IFC01-VALOR  TO WS-VALOR-EDIT
           MOVE SPACES TO REL-R058-LINHA
           STRING "  " WS-CODIGO-EDIT
                  " " ARQ-IFC01-NOTIFICACAO
                  " " ARQ-IFC01-DATA-INFRACAO
                  "  " ARQ-IFM01-CONFIRMADA
                  "   " ARQ-IFM01-DATA-CONFIRM
                  " " WS-PONTOS-EDIT
                  " " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO REL-R058-LINHA
           WRITE REL-R058-LINHA
           .

       3500-IMPRIMIR-NOTIFICACOES.
           MOVE "NOTIFICACOES PARA ASSINATURA (ARQ-IFS01)"
             TO REL-R058-LINHA
           PERFORM 7000-TITULO-SECAO
           MOVE "  INFRACAO DATA NOTIF ASSINADA DATA ASSIN AVISO DATA AV
      -         "ISO" TO REL-R058-LINHA
           WRITE REL-R058-LINHA

           MOVE "N" TO WS-FIM-ARQ
           MOVE ZERO TO ARQ-IFS01-IFC01
           START ARQ-IFS01 KEY IS NOT LESS THAN ARQ-IFS01-IFC01
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 3600-LER-IFS01 UNTIL FIM-ARQ
           PERFORM 7100-TOTAL-SECAO
           .

       3600-LER-IFS01.
           READ ARQ-IFS01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
            AND ARQ-IFS01-MOT01 = LNK-R058-MOT01
               ADD 1 TO WS-QTD-SECAO
               MOVE ARQ-IFS01-IFC01 TO WS-CODIGO-EDIT
               MOVE SPACES TO REL-R058-LINHA
               STRING "  " WS-CODIGO-EDIT
                      " " ARQ-IFS01-DATA-NOTIFIC
                      "   " ARQ-IFS01-ASSINADA
                      "      " ARQ-IFS01-DATA-ASSINAT
                      "   " ARQ-IFS01-CANAL-AVISO
                      "   " ARQ-IFS01-DATA-AVISO
                   DELIMITED BY SIZE INTO REL-R058-LINHA
               WRITE REL-R058-LINHA
           END-IF
           .

       4000-IMPRIMIR-CNH01.
           MOVE "EVENTOS DE CNH (ARQ-CNH01)" TO REL-R058-LINHA
           PERFORM 7000-TITULO-SECAO

           MOVE "N" TO WS-FIM-ARQ
           MOVE LNK-R058-MOT01 TO ARQ-CNH01-MOT01
           MOVE ZERO           TO ARQ-CNH01-SEQ
           START ARQ-CNH01 KEY IS NOT LESS THAN ARQ-CNH01-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 4100-LER-CNH01 UNTIL FIM-ARQ
           PERFORM 7100-TOTAL-SECAO
           .

       4100-LER-CNH01.
           READ ARQ-CNH01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               IF ARQ-CNH01-MOT01 NOT = LNK-R058-MOT01
                   SET FIM-ARQ TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-SECAO
                   MOVE ARQ-CNH01-SEQ TO WS-SEQ-EDIT
                   MOVE SPACES TO REL-R058-LINHA
                   STRING "  " WS-SEQ-EDIT
                          " TIPO " ARQ-CNH01-TIPO
                          " INICIO " ARQ-CNH01-DATA-INICIO
                          " CONCLUSAO " ARQ-CNH01-DATA-CONCLUSAO
                          " " ARQ-CNH01-OBSERVACAO
                       DELIMITED BY SIZE INTO REL-R058-LINHA
                   WRITE REL-R058-LINHA
               END-IF
           END-IF
           .

       4500-IMPRIMIR-TELEMETRIA.
           MOVE "TELEMETRIA (ARQ-EVT01)" TO REL-R058-LINHA
           PERFORM 7000-TITULO-SECAO

           MOVE "N" TO WS-FIM-ARQ
           MOVE LNK-R058-MOT01 TO ARQ-EVT01-MOT01
           START ARQ-EVT01 KEY IS EQUAL TO ARQ-EVT01-MOT01
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 4600-LER-EVT01 UNTIL FIM-ARQ
           PERFORM 7100-TOTAL-SECAO
           .

       4600-LER-EVT01.
           READ ARQ-EVT01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               IF ARQ-EVT01-MOT01 NOT = LNK-R058-MOT01
                   SET FIM-ARQ TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-SECAO
                   MOVE ARQ-EVT01-VELOCIDADE TO WS-VEL-EDIT
                   MOVE SPACES TO REL-R058-LINHA
                   STRING "  " ARQ-EVT01-PLACA
                          " " ARQ-EVT01-DATA
                          " " ARQ-EVT01-HORA
                          " " ARQ-EVT01-TIPO-EVENTO
                          " VEL " WS-VEL-EDIT
                          " LAT " ARQ-EVT01-LATITUDE
                          " LON " ARQ-EVT01-LONGITUDE
                       DELIMITED BY SIZE INTO REL-R058-LINHA
                   WRITE REL-R058-LINHA
               END-IF
           END-IF
           .

       5000-IMPRIMIR-FOLHA.
           MOVE "DESCONTO EM FOLHA (ARQ-ADF01/ARQ-DSC09)"
             TO REL-R058-LINHA
           PERFORM 7000-TITULO-SECAO

           MOVE LNK-R058-MOT01 TO ARQ-ADF01-MOT01
           READ ARQ-ADF01
               INVALID KEY
                   PERFORM 5040-SEM-ADF01
               NOT INVALID KEY
                   PERFORM 5050-DETALHAR-ADF01
           END-READ

           MOVE "N" TO WS-FIM-ARQ
           MOVE LNK-R058-MOT01 TO ARQ-DSC09-MOT01
           MOVE ZERO           TO ARQ-DSC09-COMPETENCIA
           MOVE ZERO           TO ARQ-DSC09-SEQ
           START ARQ-DSC09 KEY IS NOT LESS THAN ARQ-DSC09-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 5100-LER-DSC09 UNTIL FIM-ARQ
           PERFORM 7100-TOTAL-SECAO
           .

       5040-SEM-ADF01.
           MOVE "  SEM AUTORIZACAO DE DESCONTO" TO REL-R058-LINHA
           WRITE REL-R058-LINHA
           .

       5050-DETALHAR-ADF01.
           MOVE ARQ-ADF01-PERC-MAXIMO TO WS-PERC-EDIT
           MOVE ARQ-ADF01-SALARIO-REF TO WS-VALOR-EDIT
           MOVE SPACES TO REL-R058-LINHA
           STRING "  AUTORIZACAO ASSINADA EM " ARQ-ADF01-DATA-ASSINAT
                  " PERC MAXIMO " WS-PERC-EDIT
                  " SALARIO REF " WS-VALOR-EDIT
                  " ATIVA " ARQ-ADF01-ATIVO
               DELIMITED BY SIZE INTO REL-R058-LINHA
           WRITE REL-R058-LINHA
           .

       5100-LER-DSC09.
           READ ARQ-DSC09 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               IF ARQ-DSC09-MOT01 NOT = LNK-R058-MOT01
                   SET FIM-ARQ TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-SECAO
                   MOVE ARQ-DSC09-IFC01 TO WS-CODIGO-EDIT
                   MOVE ARQ-DSC09-VALOR TO WS-VALOR-EDIT
                   MOVE SPACES TO REL-R058-LINHA
                   STRING "  COMPET " ARQ-DSC09-COMPETENCIA
                          " INFRACAO " WS-CODIGO-EDIT
                          " VALOR " WS-VALOR-EDIT
                          " SIT " ARQ-DSC09-STATUS
                          " " ARQ-DSC09-MOTIVO-FALHA
                       DELIMITED BY SIZE INTO REL-R058-LINHA
                   WRITE REL-R058-LINHA
               END-IF
           END-IF
           .

       5200-IMPRIMIR-MEDIDAS.
           MOVE "MEDIDAS DISCIPLINARES (ARQ-MED01)" TO REL-R058-LINHA
           PERFORM 7000-TITULO-SECAO

           MOVE "N" TO WS-FIM-ARQ
           IF STAT-ARQ-MED01 = "35"
               SET FIM-ARQ TO TRUE
           ELSE
               MOVE LNK-R058-MOT01 TO ARQ-MED01-MOT01
               MOVE ZERO           TO ARQ-MED01-SEQ
               START ARQ-MED01 KEY IS NOT LESS THAN ARQ-MED01-CHAVE
                   INVALID KEY
                       SET FIM-ARQ TO TRUE
               END-START
           END-IF
           PERFORM 5250-LER-MED01 UNTIL FIM-ARQ
           PERFORM 7100-TOTAL-SECAO
           .

       5250-LER-MED01.
           READ ARQ-MED01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               IF ARQ-MED01-MOT01 NOT = LNK-R058-MOT01
                   SET FIM-ARQ TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-SECAO
                   MOVE ARQ-MED01-SEQ   TO WS-SEQ-EDIT
                   MOVE ARQ-MED01-IFC01 TO WS-CODIGO-EDIT
                   MOVE SPACES TO REL-R058-LINHA
                   STRING "  " WS-SEQ-EDIT
                          " TIPO " ARQ-MED01-TIPO
                          " ORIGEM " ARQ-MED01-ORIGEM
                          " INFRACAO " WS-CODIGO-EDIT
                          " OCORRENCIA " ARQ-MED01-DATA-OCORRENCIA
                          " SIT " ARQ-MED01-STATUS
                          " APLICADA " ARQ-MED01-DATA-APLICACAO
                          " CIENCIA " ARQ-MED01-DATA-CIENCIA
                       DELIMITED BY SIZE INTO REL-R058-LINHA
                   WRITE REL-R058-LINHA
                   IF ARQ-MED01-OBSERVACAO NOT = SPACES
                       MOVE SPACES TO REL-R058-LINHA
                       STRING "    " ARQ-MED01-OBSERVACAO
                           DELIMITED BY SIZE INTO REL-R058-LINHA
                       WRITE REL-R058-LINHA
                   END-IF
               END-IF
           END-IF
           .

       5300-IMPRIMIR-EXTRATOS.
           MOVE "EXTRATOS MENSAIS (ARQ-EXT01)" TO REL-R058-LINHA
           PERFORM 7000-TITULO-SECAO

           MOVE "N" TO WS-FIM-ARQ
           IF STAT-ARQ-EXT01 = "35"
               SET FIM-ARQ TO TRUE
           ELSE
               MOVE ZERO TO ARQ-EXT01-COMPETENCIA
               MOVE ZERO TO ARQ-EXT01-MOT01
               START ARQ-EXT01 KEY IS NOT LESS THAN ARQ-EXT01-CHAVE
                   INVALID KEY
                       SET FIM-ARQ TO TRUE
               END-START
           END-IF
           PERFORM 5350-LER-EXT01 UNTIL FIM-ARQ
           PERFORM 7100-TOTAL-SECAO
           .

       5350-LER-EXT01.
           READ ARQ-EXT01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
            AND ARQ-EXT01-MOT01 = LNK-R058-MOT01
               ADD 1 TO WS-QTD-SECAO
               MOVE ARQ-EXT01-PONTOS-CNH     TO WS-PONTOS-EDIT
               MOVE ARQ-EXT01-SALDO-DEBITO   TO WS-VALOR-EDIT
               MOVE SPACES TO REL-R058-LINHA
               STRING "  COMPET " ARQ-EXT01-COMPETENCIA
                      " GERADO " ARQ-EXT01-DATA-GERACAO
                      " ENVIADO " ARQ-EXT01-ENVIADO
                      " PONTOS " WS-PONTOS-EDIT
                      " SALDO " WS-VALOR-EDIT
                      " " ARQ-EXT01-NOME-ARQUIVO
                   DELIMITED BY SIZE INTO REL-R058-LINHA
               WRITE REL-R058-LINHA
           END-IF
           .

       5500-IMPRIMIR-DEB15.
           MOVE "NOTAS DE DEBITO (ARQ-DEB15)" TO REL-R058-LINHA
           PERFORM 7000-TITULO-SECAO

           MOVE "N" TO WS-FIM-ARQ
           MOVE ZERO TO ARQ-DEB15-IFC01
           START ARQ-DEB15 KEY IS NOT LESS THAN ARQ-DEB15-IFC01
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 5600-LER-DEB15 UNTIL FIM-ARQ
           PERFORM 7100-TOTAL-SECAO
           .

       5600-LER-DEB15.
           READ ARQ-DEB15 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
            AND ARQ-DEB15-MOT01 = LNK-R058-MOT01
               ADD 1 TO WS-QTD-SECAO
               MOVE ARQ-DEB15-IFC01 TO WS-CODIGO-EDIT
               MOVE ARQ-DEB15-VALOR TO WS-VALOR-EDIT
               MOVE SPACES TO REL-R058-LINHA
               STRING "  INFRACAO " WS-CODIGO-EDIT
                      " EMISSAO " ARQ-DEB15-DATA-EMISSAO
                      " VENCTO " ARQ-DEB15-DATA-VENCIMENTO
                      " VALOR " WS-VALOR-EDIT
                      " SIT " ARQ-DEB15-STATUS
                      " " ARQ-DEB15-NOME-MOTORISTA
                   DELIMITED BY SIZE INTO REL-R058-LINHA
               WRITE REL-R058-LINHA
           END-IF
           .

       6000-IMPRIMIR-MENSAGENS.
           MOVE "MENSAGENS SMS/WHATSAPP (ARQ-MSG09)" TO REL-R058-LINHA
           PERFORM 7000-TITULO-SECAO

           MOVE "N" TO WS-FIM-ARQ
           MOVE ZERO TO ARQ-MSG09-SEQ
           START ARQ-MSG09 KEY IS NOT LESS THAN ARQ-MSG09-SEQ
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 6100-LER-MSG09 UNTIL FIM-ARQ
           PERFORM 7100-TOTAL-SECAO
           .

       6100-LER-MSG09.
           READ ARQ-MSG09 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
            AND ARQ-MSG09-MOT01 = LNK-R058-MOT01
               ADD 1 TO WS-QTD-SECAO
               MOVE ARQ-MSG09-SEQ TO WS-CODIGO-EDIT
               MOVE SPACES TO REL-R058-LINHA
               STRING "  PEDIDO " WS-CODIGO-EDIT
                      " " ARQ-MSG09-TIPO-ALERTA
                      " CANAL " ARQ-MSG09-CANAL
                      " " ARQ-MSG09-CELULAR
                      " GERADA " ARQ-MSG09-DATA-GERACAO
                      " SIT " ARQ-MSG09-STATUS
                      " ENTREGA " ARQ-MSG09-ENTREGA
                   DELIMITED BY SIZE INTO REL-R058-LINHA
               WRITE REL-R058-LINHA
               MOVE SPACES TO REL-R058-LINHA
               STRING "    " ARQ-MSG09-TEXTO (1:120)
                   DELIMITED BY SIZE INTO REL-R058-LINHA
               WRITE REL-R058-LINHA
           END-IF
           .

       6500-IMPRIMIR-TRILHA.
           MOVE "ALTERACOES DO CADASTRO E DAS MEDIDAS (ARQ-LOG123/ARQ-L
      -         "OG23)" TO REL-R058-LINHA
           PERFORM 7000-TITULO-SECAO

           MOVE "ARQ-MOT01" TO WS-ARQ-TRILHA
           PERFORM 6550-PERCORRER-LOG123
           MOVE "ARQ-MED01" TO WS-ARQ-TRILHA
           PERFORM 6550-PERCORRER-LOG123
           PERFORM 7100-TOTAL-SECAO
           .

      *    a chave do registro comeca pelo codigo do motorista nos dois
      *    arquivos (em ARQ-MED01 seguida da sequencia da medida).
       6550-PERCORRER-LOG123.
           MOVE "N" TO WS-FIM-ARQ
           MOVE WS-ARQ-TRILHA  TO ARQ-LOG123-ARQUIVO
           MOVE SPACES         TO ARQ-LOG123-CHAVE
           MOVE LNK-R058-MOT01 TO ARQ-LOG123-CHAVE (1:6)
           START ARQ-LOG123 KEY IS NOT LESS THAN ARQ-LOG123-ARQ-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 6600-LER-LOG123 UNTIL FIM-ARQ
           .

       6600-LER-LOG123.
           READ ARQ-LOG123 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               IF ARQ-LOG123-ARQUIVO NOT = WS-ARQ-TRILHA
                OR ARQ-LOG123-CHAVE (1:6) NOT = LNK-R058-MOT01
                   SET FIM-ARQ TO TRUE
               END-IF
           END-IF
           IF NOT FIM-ARQ
               ADD 1 TO WS-QTD-SECAO
               MOVE ARQ-LOG123-SEQ     TO WS-CODIGO-EDIT
               MOVE ARQ-LOG123-USUARIO TO WS-USU-EDIT
               MOVE SPACES TO REL-R058-LINHA
               STRING "  SEQ " WS-CODIGO-EDIT
                      " " ARQ-LOG123-ARQUIVO
                      " " ARQ-LOG123-CHAVE
                      " " ARQ-LOG123-DATA
                      " " ARQ-LOG123-HORA
                      " OPERACAO " ARQ-LOG123-OPERACAO
                      " USUARIO " WS-USU-EDIT
                   DELIMITED BY SIZE INTO REL-R058-LINHA
               WRITE REL-R058-LINHA
               PERFORM 6700-IMPRIMIR-ITENS
           END-IF
           .

       6700-IMPRIMIR-ITENS.
           MOVE "N" TO WS-FIM-LOG23
           MOVE ARQ-LOG123-SEQ TO ARQ-LOG23-SEQ
           MOVE ZERO           TO ARQ-LOG23-ITEM
           START ARQ-LOG23 KEY IS NOT LESS THAN ARQ-LOG23-CHAVE
               INVALID KEY
                   SET FIM-LOG23 TO TRUE
           END-START
           PERFORM 6750-LER-ITEM UNTIL FIM-LOG23
           .

       6750-LER-ITEM.
           READ ARQ-LOG23 NEXT RECORD
               AT END
                   SET FIM-LOG23 TO TRUE
           END-READ
           IF NOT FIM-LOG23
               IF ARQ-LOG23-SEQ NOT = ARQ-LOG123-SEQ
                   SET FIM-LOG23 TO TRUE
               ELSE
                   MOVE SPACES TO REL-R058-LINHA
                   STRING "    " ARQ-LOG23-CAMPO
                          " DE " ARQ-LOG23-VALOR-ANT
                          " PARA " ARQ-LOG23-VALOR-NOVO
                       DELIMITED BY SIZE INTO REL-R058-LINHA
                   WRITE REL-R058-LINHA
               END-IF
           END-IF
           .

      *    entradas antigas movidas pelo P01-B023 para o historico.
       6800-IMPRIMIR-TRILHA-HIST.
           MOVE "HISTORICO DA TRILHA (ARQ-LOG123H/ARQ-LOG23H)"
             TO REL-R058-LINHA
           PERFORM 7000-TITULO-SECAO

           IF STAT-ARQ-LOG123H NOT = "35"
            AND STAT-ARQ-LOG23H NOT = "35"
               MOVE "ARQ-MOT01" TO WS-ARQ-TRILHA
               PERFORM 6820-PERCORRER-LOG123H
               MOVE "ARQ-MED01" TO WS-ARQ-TRILHA
               PERFORM 6820-PERCORRER-LOG123H
           END-IF
           PERFORM 7100-TOTAL-SECAO
           .

       6820-PERCORRER-LOG123H.
           MOVE "N" TO WS-FIM-ARQ
           MOVE WS-ARQ-TRILHA  TO ARQ-LOG123H-ARQUIVO
           MOVE SPACES         TO ARQ-LOG123H-CHAVE
           MOVE LNK-R058-MOT01 TO ARQ-LOG123H-CHAVE (1:6)
           START ARQ-LOG123H KEY IS NOT LESS THAN ARQ-LOG123H-ARQ-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 6850-LER-LOG123H UNTIL FIM-ARQ
           .

       6850-LER-LOG123H.
           READ ARQ-LOG123H NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               IF ARQ-LOG123H-ARQUIVO NOT = WS-ARQ-TRILHA
                OR ARQ-LOG123H-CHAVE (1:6) NOT = LNK-R058-MOT01
                   SET FIM-ARQ TO TRUE
               END-IF
           END-IF
           IF NOT FIM-ARQ
               ADD 1 TO WS-QTD-SECAO
               MOVE ARQ-LOG123H-SEQ     TO WS-CODIGO-EDIT
               MOVE ARQ-LOG123H-USUARIO TO WS-USU-EDIT
               MOVE SPACES TO REL-R058-LINHA
               STRING "  SEQ " WS-CODIGO-EDIT
                      " " ARQ-LOG123H-ARQUIVO
                      " " ARQ-LOG123H-CHAVE
                      " " ARQ-LOG123H-DATA
                      " " ARQ-LOG123H-HORA
                      " OPERACAO " ARQ-LOG123H-OPERACAO
                      " USUARIO " WS-USU-EDIT
                   DELIMITED BY SIZE INTO REL-R058-LINHA
               WRITE REL-R058-LINHA
               PERFORM 6900-IMPRIMIR-ITENS-HIST
           END-IF
           .

       6900-IMPRIMIR-ITENS-HIST.
           MOVE "N" TO WS-FIM-LOG23
           MOVE ARQ-LOG123H-SEQ TO ARQ-LOG23H-SEQ
           MOVE ZERO            TO ARQ-LOG23H-ITEM
           START ARQ-LOG23H KEY IS NOT LESS THAN ARQ-LOG23H-CHAVE
               INVALID KEY
                   SET FIM-LOG23 TO TRUE
           END-START
           PERFORM 6950-LER-ITEM-HIST UNTIL FIM-LOG23
           .

       6950-LER-ITEM-HIST.
           READ ARQ-LOG23H NEXT RECORD
               AT END
                   SET FIM-LOG23 TO TRUE
           END-READ
           IF NOT FIM-LOG23
               IF ARQ-LOG23H-SEQ NOT = ARQ-LOG123H-SEQ
                   SET FIM-LOG23 TO TRUE
               ELSE
                   MOVE SPACES TO REL-R058-LINHA
                   STRING "    " ARQ-LOG23H-CAMPO
                          " DE " ARQ-LOG23H-VALOR-ANT
                          " PARA " ARQ-LOG23H-VALOR-NOVO
                       DELIMITED BY SIZE INTO REL-R058-LINHA
                   WRITE REL-R058-LINHA
               END-IF
           END-IF
           .

       7000-TITULO-SECAO.
      *    o titulo ja vem montado em REL-R058-LINHA.
           MOVE ZERO TO WS-QTD-SECAO
           MOVE REL-R058-LINHA TO WS-TITULO
           MOVE SPACES TO REL-R058-LINHA
           WRITE REL-R058-LINHA
           MOVE WS-TITULO TO REL-R058-LINHA
           WRITE REL-R058-LINHA
           .

       7100-TOTAL-SECAO.
           MOVE WS-QTD-SECAO TO WS-CNT-EDIT
           MOVE SPACES TO REL-R058-LINHA
           STRING "  REGISTROS: " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-R058-LINHA
           WRITE REL-R058-LINHA
           .

       8000-FINALIZAR.
           CLOSE ARQ-MOT01 ARQ-IFM01 ARQ-IFC01 ARQ-IFS01 ARQ-CNH01
                 ARQ-EVT01 ARQ-ADF01 ARQ-DSC09 ARQ-DEB15 ARQ-MSG09
                 ARQ-LOG123 ARQ-LOG23 REL-R058
           IF STAT-ARQ-MED01 NOT = "35"
               CLOSE ARQ-MED01
           END-IF
           IF STAT-ARQ-EXT01 NOT = "35"
               CLOSE ARQ-EXT01
           END-IF
           IF STAT-ARQ-LOG123H NOT = "35"
               CLOSE ARQ-LOG123H
           END-IF
           IF STAT-ARQ-LOG23H NOT = "35"
               CLOSE ARQ-LOG23H
           END-IF
           .
      * Historico de alteracoes
      *   02/10/2026 - equipe.ti - relatorio novo de acesso do titular
      *                (LGPD) com todos os dados guardados sob o codigo
      *                de um motorista.
      *   09/10/2026 - equipe.ti - secoes novas de medidas
      *                disciplinares (ARQ-MED01), extratos mensais
      *                (ARQ-EXT01) e historico da trilha
      *                (ARQ-LOG123H/ARQ-LOG23H); a trilha passa a
      *                listar tambem as alteracoes de ARQ-MED01.
      *   09/10/2026 - equipe.ti - trilha e historico lidos pela chave
      *                arquivo + chave do registro, sem varrer o log.
