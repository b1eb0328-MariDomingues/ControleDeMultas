       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B048.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 18 de setembro de 2026.
       REMARKS. Extrato mensal do motorista, rodado no inicio do mes
           para a competencia anterior. Para cada motorista de
           ARQ-MOT01 monta um arquivo proprio com o saldo de pontos e
           a marca de risco de suspensao, as infracoes em nome dele
           (ARQ-IFC01 pela chave de motorista, com a confirmacao e os
           pontos de ARQ-IFM01 e a situacao - as em aberto sempre, as
           demais so quando lancadas ou confirmadas no mes), os
           descontos em folha da competencia (ARQ-DSC09: gerado,
           recuperado ou com falha e o motivo) e, para motorista de
           terceiro, as notas de debito (ARQ-DEB15) com os pagamentos
           do mes e o saldo em aberto (ARQ-DBB15). Motorista sem
           nenhum movimento no mes nao recebe extrato, menos quando
           esta em risco de suspensao. Cada extrato gerado e indexado
           em ARQ-EXT01 por unidade de lotacao, de onde o P99-R055
           imprime os extratos de uma unidade, e - quando o motorista
           tem e-mail de contato em ARQ-MOT01 - e enfileirado para
           ele em ARQ-EML09 via P01-S193. Rodar de novo na mesma
           competencia regrava os arquivos e o indice.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-MOT01.sl".
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-IFM01.sl".
           COPY "ARQ-TIP01.sl".
           COPY "ARQ-DSC09.sl".
           COPY "ARQ-DEB15.sl".
           COPY "ARQ-DBB15.sl".
           COPY "ARQ-EXT01.sl".
           SELECT EXT-B048
                  ASSIGN          TO         EXT-B048-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-EXT-B048.
           SELECT LOG-B048
                  ASSIGN          TO         LOG-B048-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B048.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-MOT01.fd".
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-IFM01.fd".
           COPY "ARQ-TIP01.fd".
           COPY "ARQ-DSC09.fd".
           COPY "ARQ-DEB15.fd".
           COPY "ARQ-DBB15.fd".
           COPY "ARQ-EXT01.fd".
       FD  EXT-B048
           LABEL RECORD STANDARD.
       01  EXT-B048-LINHA                  PIC X(100).
       FD  LOG-B048
           LABEL RECORD STANDARD.
       01  LOG-B048-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-MOT01                  PIC X(02).
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-IFM01                  PIC X(02).
       01  STAT-ARQ-TIP01                  PIC X(02).
       01  STAT-ARQ-DSC09                  PIC X(02).
       01  STAT-ARQ-DEB15                  PIC X(02).
       01  STAT-ARQ-DBB15                  PIC X(02).
       01  STAT-ARQ-EXT01                  PIC X(02).
       01  STAT-EXT-B048                   PIC X(02).
       01  STAT-LOG-B048                   PIC X(02).
       01  LOG-B048-NOME                   PIC X(40)
               VALUE "LOG-B048.TXT".
      *    um arquivo por motorista; empresa e unidade no nome para a
      *    separacao por unidade
       01  EXT-B048-NOME.
           05 FILLER                       PIC X(04)   VALUE "EXT-".
           05 EXT-B048-NOME-EMP00          PIC 9(03).
           05 FILLER                       PIC X(01)   VALUE "-".
           05 EXT-B048-NOME-UNI15          PIC 9(04).
           05 FILLER                       PIC X(01)   VALUE "-".
           05 EXT-B048-NOME-MOT01          PIC 9(06).
           05 FILLER                       PIC X(01)   VALUE "-".
           05 EXT-B048-NOME-COMPET         PIC 9(06).
           05 FILLER                       PIC X(14)   VALUE ".TXT".

       01  WS-FIM-MOT01                    PIC X(01)   VALUE "N".
           88 FIM-MOT01                                VALUE "S".
       01  WS-FIM-IFC01                    PIC X(01).
           88 FIM-IFC01                                VALUE "S".
       01  WS-FIM-DSC09                    PIC X(01).
           88 FIM-DSC09                                VALUE "S".
       01  WS-FIM-DEB15                    PIC X(01).
           88 FIM-DEB15                                VALUE "S".
       01  WS-FIM-DBB15                    PIC X(01).
           88 FIM-DBB15                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08)   VALUE ZERO.
       01  WS-COMPETENCIA                  PIC 9(06)   VALUE ZERO.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMPET-ANO                PIC 9(04).
           05 WS-COMPET-MES                PIC 9(02).
       01  WS-TEM-MOVIMENTO                PIC X(01)   VALUE "N".
       01  WS-TEM-DESCONTO                 PIC X(01)   VALUE "N".
       01  WS-EXT01-EXISTE                 PIC X(01)   VALUE "N".
       01  WS-LISTAR                       PIC X(01)   VALUE "N".
       01  WS-CONFIRMADA                   PIC X(03)   VALUE SPACES.
       01  WS-PONTOS                       PIC 9(03)   VALUE ZERO.
       01  WS-DESCRICAO-TIPO               PIC X(40)   VALUE SPACES.
       01  WS-SITUACAO-DESC                PIC X(10)   VALUE SPACES.
       01  WS-STATUS-DESC                  PIC X(11)   VALUE SPACES.
       01  WS-PAGO-NOTA                    PIC 9(07)V9(02) VALUE ZERO.
       01  WS-SALDO-NOTA                   PIC S9(07)V9(02) VALUE ZERO.

      *    o extrato e montado em memoria e so vai para disco quando
      *    o motorista teve movimento ou esta em risco de suspensao
       01  WS-LINHA                        PIC X(100).
       01  WS-QTD-LINHAS                   PIC 9(03)   VALUE ZERO.
       01  WS-IX                           PIC 9(03)   VALUE ZERO.
       01  WS-TAB-EXTRATO.
           05 WS-TAB-LINHA OCCURS 300 TIMES PIC X(100).

       01  WS-MOT-QTD-INFRACOES            PIC 9(03)   VALUE ZERO.
       01  WS-MOT-DESCONTADO               PIC 9(07)V9(02) VALUE ZERO.
       01  WS-MOT-FALHA                    PIC 9(07)V9(02) VALUE ZERO.
       01  WS-MOT-SALDO-DEBITO             PIC 9(07)V9(02) VALUE ZERO.

       01  WS-TOT-MOTORISTAS               PIC 9(06)   VALUE ZERO.
       01  WS-TOT-EXTRATOS                 PIC 9(06)   VALUE ZERO.
       01  WS-TOT-SEM-MOVIMENTO            PIC 9(06)   VALUE ZERO.
       01  WS-TOT-SO-RISCO                 PIC 9(06)   VALUE ZERO.
       01  WS-TOT-ENVIADOS                 PIC 9(06)   VALUE ZERO.

       01  WS-DESTINATARIO                 PIC X(100).
       01  WS-ASSUNTO                      PIC X(60).
       01  WS-ANEXO                        PIC X(80).
       01  WS-ENFILEIRADO                  PIC X(01).

       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-MOT01-EDIT                   PIC ZZZZZ9.
       01  WS-PONTOS-EDIT                  PIC ZZ9.
       01  WS-VALOR-EDIT                   PIC Z.ZZZ.ZZ9,99.
       01  WS-VALOR-EDIT2                  PIC Z.ZZZ.ZZ9,99.
       01  WS-CONTADOR-EDIT                PIC ZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2050-LER-MOT01
           PERFORM 2000-PROCESSAR-MOTORISTA UNTIL FIM-MOT01
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-MOT01
           OPEN INPUT ARQ-IFC01
           OPEN INPUT ARQ-IFM01
           OPEN INPUT ARQ-TIP01
           OPEN INPUT ARQ-DSC09
           OPEN INPUT ARQ-DEB15
           OPEN INPUT ARQ-DBB15
           OPEN I-O   ARQ-EXT01
           IF STAT-ARQ-EXT01 = "35"
               OPEN OUTPUT ARQ-EXT01
               CLOSE ARQ-EXT01
               OPEN I-O ARQ-EXT01
           END-IF
           OPEN OUTPUT LOG-B048

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
      *    competencia anterior ao mes corrente
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPETENCIA
           IF WS-COMPET-MES = 1
               SUBTRACT 1 FROM WS-COMPET-ANO
               MOVE 12 TO WS-COMPET-MES
           ELSE
               SUBTRACT 1 FROM WS-COMPET-MES
           END-IF

           MOVE SPACES TO LOG-B048-REG
           STRING "INICIO DO EXTRATO MENSAL DO MOTORISTA - COMPETENCIA "
                  WS-COMPETENCIA
               DELIMITED BY SIZE INTO LOG-B048-REG
           WRITE LOG-B048-REG
           .

       2050-LER-MOT01.
           READ ARQ-MOT01 NEXT RECORD
               AT END
                   SET FIM-MOT01 TO TRUE
           END-READ
           .

       2000-PROCESSAR-MOTORISTA.
           ADD 1 TO WS-TOT-MOTORISTAS
           MOVE "N"  TO WS-TEM-MOVIMENTO
           MOVE ZERO TO WS-QTD-LINHAS
           MOVE ZERO TO WS-MOT-QTD-INFRACOES WS-MOT-DESCONTADO
                        WS-MOT-FALHA WS-MOT-SALDO-DEBITO

           PERFORM 2100-MONTAR-CABECALHO
           PERFORM 2200-LISTAR-INFRACOES
           PERFORM 2300-LISTAR-DESCONTOS
           IF ARQ-MOT01-FOR15 NOT = ZERO
               PERFORM 2400-LISTAR-NOTAS-DEBITO
           END-IF
           PERFORM 2500-MONTAR-RESUMO

           IF WS-TEM-MOVIMENTO = "S" OR ARQ-MOT01-RISCO-SUSPENSO = "S"
               IF WS-TEM-MOVIMENTO = "N"
                   ADD 1 TO WS-TOT-SO-RISCO
               END-IF
               PERFORM 2600-GRAVAR-EXTRATO
           ELSE
               ADD 1 TO WS-TOT-SEM-MOVIMENTO
           END-IF

           PERFORM 2050-LER-MOT01
           .

       2100-MONTAR-CABECALHO.
           MOVE ARQ-MOT01-CODIGO     TO WS-MOT01-EDIT
           MOVE ARQ-MOT01-PONTOS-CNH TO WS-PONTOS-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "EXTRATO MENSAL DE INFRACOES - COMPETENCIA "
                  WS-COMPET-MES "/" WS-COMPET-ANO
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 2900-ADICIONAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "MOTORISTA " WS-MOT01-EDIT " " ARQ-MOT01-NOME
                  " CNH " ARQ-MOT01-CNH
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 2900-ADICIONAR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "EMPRESA " ARQ-MOT01-EMP00
                  " UNIDADE " ARQ-MOT01-UNI15
                  " - PONTOS NA CNH: " WS-PONTOS-EDIT
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 2900-ADICIONAR-LINHA
           IF ARQ-MOT01-RISCO-SUSPENSO = "S"
               MOVE "*** ATENCAO: RISCO DE SUSPENSAO DA CNH ***"
                 TO WS-LINHA
               PERFORM 2900-ADICIONAR-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA
           PERFORM 2900-ADICIONAR-LINHA
           .

       2200-LISTAR-INFRACOES.
           MOVE "INFRACOES EM SEU NOME" TO WS-LINHA
           PERFORM 2900-ADICIONAR-LINHA
           MOVE "  NOTIFICACAO     DATA     TIPO                     "
             TO WS-LINHA
           MOVE "VALOR       SITUACAO   CONF PTS" TO WS-LINHA (55:)
           PERFORM 2900-ADICIONAR-LINHA

           MOVE "N" TO WS-FIM-IFC01
           MOVE ARQ-MOT01-CODIGO TO ARQ-IFC01-MOT01
           START ARQ-IFC01 KEY IS NOT LESS THAN ARQ-IFC01-MOT01
               INVALID KEY
                   SET FIM-IFC01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2210-LER-IFC01
           END-START
           PERFORM 2220-TRATAR-INFRACAO UNTIL FIM-IFC01

           IF WS-MOT-QTD-INFRACOES = ZERO
               MOVE "  NENHUMA INFRACAO EM ABERTO OU COM MOVIMENTO"
                 TO WS-LINHA
               PERFORM 2900-ADICIONAR-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA
           PERFORM 2900-ADICIONAR-LINHA
           .

       2210-LER-IFC01.
           READ ARQ-IFC01 NEXT RECORD
               AT END
                   SET FIM-IFC01 TO TRUE
           END-READ
           .

       2220-TRATAR-INFRACAO.
           IF ARQ-IFC01-MOT01 NOT = ARQ-MOT01-CODIGO
               SET FIM-IFC01 TO TRUE
           ELSE
               PERFORM 2230-LER-VINCULO
               MOVE "N" TO WS-LISTAR
               IF ARQ-IFC01-SITUACAO NOT = "C"
                AND ARQ-IFC01-SITUACAO NOT = "B"
                   MOVE "S" TO WS-LISTAR
               END-IF
               IF ARQ-IFC01-DATA-LANCTO (1:6) = WS-COMPETENCIA
                OR (WS-CONFIRMADA = "SIM"
                    AND ARQ-IFM01-DATA-CONFIRM (1:6) = WS-COMPETENCIA)
                   MOVE "S" TO WS-LISTAR
                   MOVE "S" TO WS-TEM-MOVIMENTO
               END-IF
               IF WS-LISTAR = "S"
                   PERFORM 2240-IMPRIMIR-INFRACAO
               END-IF
               PERFORM 2210-LER-IFC01
           END-IF
           .

       2230-LER-VINCULO.
           MOVE "NAO" TO WS-CONFIRMADA
           MOVE ZERO  TO WS-PONTOS
           MOVE ARQ-IFC01-CODIGO TO ARQ-IFM01-IFC01
           MOVE ARQ-MOT01-CODIGO TO ARQ-IFM01-MOT01
           READ ARQ-IFM01
               INVALID KEY
                   MOVE ZERO TO ARQ-IFM01-DATA-CONFIRM
               NOT INVALID KEY
                   IF ARQ-IFM01-CONFIRMADA = "S"
                       MOVE "SIM" TO WS-CONFIRMADA
                       MOVE ARQ-IFM01-PONTOS TO WS-PONTOS
                   END-IF
           END-READ
           .

       2240-IMPRIMIR-INFRACAO.
           ADD 1 TO WS-MOT-QTD-INFRACOES
           MOVE SPACES TO WS-DESCRICAO-TIPO
           MOVE ARQ-IFC01-TIP01 TO ARQ-TIP01-CODIGO
           READ ARQ-TIP01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARQ-TIP01-DESCRICAO TO WS-DESCRICAO-TIPO
           END-READ

           EVALUATE ARQ-IFC01-SITUACAO
               WHEN "C"
                   MOVE "CANCELADA" TO WS-SITUACAO-DESC
               WHEN "B"
                   MOVE "BAIXADA"   TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE "EM ABERTO" TO WS-SITUACAO-DESC
           END-EVALUATE

           MOVE ARQ-IFC01-VALOR TO WS-VALOR-EDIT
           MOVE WS-PONTOS       TO WS-PONTOS-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "  " ARQ-IFC01-NOTIFICACAO " "
                  ARQ-IFC01-DATA-INFRACAO " "
                  WS-DESCRICAO-TIPO (1:24) " "
                  WS-VALOR-EDIT " " WS-SITUACAO-DESC " "
                  WS-CONFIRMADA "  " WS-PONTOS-EDIT
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 2900-ADICIONAR-LINHA
           .

       2300-LISTAR-DESCONTOS.
           MOVE "N" TO WS-FIM-DSC09
           MOVE "N" TO WS-TEM-DESCONTO
           MOVE ARQ-MOT01-CODIGO TO ARQ-DSC09-MOT01
           MOVE WS-COMPETENCIA   TO ARQ-DSC09-COMPETENCIA
           MOVE ZERO             TO ARQ-DSC09-SEQ
           START ARQ-DSC09 KEY IS NOT LESS THAN ARQ-DSC09-CHAVE
               INVALID KEY
                   SET FIM-DSC09 TO TRUE
               NOT INVALID KEY
                   PERFORM 2310-LER-DSC09
           END-START
           PERFORM 2320-TRATAR-DESCONTO UNTIL FIM-DSC09
           IF WS-TEM-DESCONTO = "S"
               MOVE SPACES TO WS-LINHA
               PERFORM 2900-ADICIONAR-LINHA
           END-IF
           .

       2310-LER-DSC09.
           READ ARQ-DSC09 NEXT RECORD
               AT END
                   SET FIM-DSC09 TO TRUE
           END-READ
           .

       2320-TRATAR-DESCONTO.
           IF ARQ-DSC09-MOT01 NOT = ARQ-MOT01-CODIGO
            OR ARQ-DSC09-COMPETENCIA NOT = WS-COMPETENCIA
               SET FIM-DSC09 TO TRUE
           ELSE
               IF WS-TEM-DESCONTO = "N"
                   MOVE "S" TO WS-TEM-DESCONTO
                   MOVE "DESCONTOS EM FOLHA DA COMPETENCIA"
                     TO WS-LINHA
                   PERFORM 2900-ADICIONAR-LINHA
               END-IF
               MOVE "S" TO WS-TEM-MOVIMENTO
               MOVE ARQ-DSC09-IFC01 TO WS-CODIGO-EDIT
               MOVE ARQ-DSC09-VALOR TO WS-VALOR-EDIT
               EVALUATE TRUE
                   WHEN ARQ-DSC09-RECUPERADO
                       MOVE "DESCONTADO" TO WS-STATUS-DESC
                       ADD ARQ-DSC09-VALOR-RETORNO TO WS-MOT-DESCONTADO
                   WHEN ARQ-DSC09-FALHA
                       MOVE "NAO DESCONT" TO WS-STATUS-DESC
                       ADD ARQ-DSC09-VALOR TO WS-MOT-FALHA
                   WHEN OTHER
                       MOVE "ENVIADO RH" TO WS-STATUS-DESC
               END-EVALUATE
               MOVE SPACES TO WS-LINHA
               STRING "  INFRACAO " WS-CODIGO-EDIT " "
                      WS-VALOR-EDIT " " WS-STATUS-DESC " "
                      ARQ-DSC09-MOTIVO-FALHA
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 2900-ADICIONAR-LINHA
               PERFORM 2310-LER-DSC09
           END-IF
           .

       2400-LISTAR-NOTAS-DEBITO.
           MOVE "NOTAS DE DEBITO (MOTORISTA DE TERCEIRO)" TO WS-LINHA
           PERFORM 2900-ADICIONAR-LINHA

           MOVE "N" TO WS-FIM-DEB15
           MOVE ARQ-MOT01-FOR15 TO ARQ-DEB15-FOR15
           START ARQ-DEB15 KEY IS NOT LESS THAN ARQ-DEB15-FOR15
               INVALID KEY
                   SET FIM-DEB15 TO TRUE
               NOT INVALID KEY
                   PERFORM 2410-LER-DEB15
           END-START
           PERFORM 2420-TRATAR-NOTA UNTIL FIM-DEB15
           MOVE SPACES TO WS-LINHA
           PERFORM 2900-ADICIONAR-LINHA
           .

       2410-LER-DEB15.
           READ ARQ-DEB15 NEXT RECORD
               AT END
                   SET FIM-DEB15 TO TRUE
           END-READ
           .

       2420-TRATAR-NOTA.
           IF ARQ-DEB15-FOR15 NOT = ARQ-MOT01-FOR15
               SET FIM-DEB15 TO TRUE
           ELSE
               IF ARQ-DEB15-MOT01 = ARQ-MOT01-CODIGO
                   PERFORM 2430-SOMAR-PAGAMENTOS
                   COMPUTE WS-SALDO-NOTA =
                           ARQ-DEB15-VALOR - WS-PAGO-NOTA
                   IF WS-SALDO-NOTA < ZERO
                    OR ARQ-DEB15-STATUS = "Q"
                       MOVE ZERO TO WS-SALDO-NOTA
                   END-IF
                   IF ARQ-DEB15-DATA-EMISSAO (1:6) = WS-COMPETENCIA
                       MOVE "S" TO WS-TEM-MOVIMENTO
                   END-IF
                   IF WS-SALDO-NOTA > ZERO
                    OR ARQ-DEB15-DATA-EMISSAO (1:6) = WS-COMPETENCIA
                       ADD WS-SALDO-NOTA TO WS-MOT-SALDO-DEBITO
                       MOVE ARQ-DEB15-IFC01 TO WS-CODIGO-EDIT
                       MOVE ARQ-DEB15-VALOR TO WS-VALOR-EDIT
                       MOVE WS-SALDO-NOTA   TO WS-VALOR-EDIT2
                       MOVE SPACES TO WS-LINHA
                       STRING "  INFRACAO " WS-CODIGO-EDIT
                              " EMISSAO " ARQ-DEB15-DATA-EMISSAO
                              " VENCTO " ARQ-DEB15-DATA-VENCIMENTO
                              " VALOR " WS-VALOR-EDIT
                              " SALDO " WS-VALOR-EDIT2
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM 2900-ADICIONAR-LINHA
                   END-IF
               END-IF
               PERFORM 2410-LER-DEB15
           END-IF
           .

       2430-SOMAR-PAGAMENTOS.
      *    soma todos os pagamentos da nota e lista os do mes
           MOVE ZERO TO WS-PAGO-NOTA
           MOVE "N"  TO WS-FIM-DBB15
           MOVE ARQ-DEB15-IFC01 TO ARQ-DBB15-IFC01
           MOVE ZERO            TO ARQ-DBB15-SEQ
           START ARQ-DBB15 KEY IS NOT LESS THAN ARQ-DBB15-CHAVE
               INVALID KEY
                   SET FIM-DBB15 TO TRUE
               NOT INVALID KEY
                   PERFORM 2440-LER-DBB15
           END-START
           PERFORM 2450-TRATAR-PAGAMENTO UNTIL FIM-DBB15
           .

       2440-LER-DBB15.
           READ ARQ-DBB15 NEXT RECORD
               AT END
                   SET FIM-DBB15 TO TRUE
           END-READ
           .

       2450-TRATAR-PAGAMENTO.
           IF ARQ-DBB15-IFC01 NOT = ARQ-DEB15-IFC01
               SET FIM-DBB15 TO TRUE
           ELSE
               ADD ARQ-DBB15-VALOR-BAIXA TO WS-PAGO-NOTA
               IF ARQ-DBB15-DATA-BAIXA (1:6) = WS-COMPETENCIA
                   MOVE "S" TO WS-TEM-MOVIMENTO
                   MOVE ARQ-DBB15-IFC01       TO WS-CODIGO-EDIT
                   MOVE ARQ-DBB15-VALOR-BAIXA TO WS-VALOR-EDIT
                   MOVE SPACES TO WS-LINHA
                   STRING "  PAGAMENTO DA NOTA " WS-CODIGO-EDIT
                          " EM " ARQ-DBB15-DATA-BAIXA
                          " VALOR " WS-VALOR-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM 2900-ADICIONAR-LINHA
               END-IF
               PERFORM 2440-LER-DBB15
           END-IF
           .

       2500-MONTAR-RESUMO.
           MOVE SPACES TO WS-LINHA
           PERFORM 2900-ADICIONAR-LINHA
           MOVE WS-MOT-DESCONTADO TO WS-VALOR-EDIT
           MOVE WS-MOT-FALHA      TO WS-VALOR-EDIT2
           MOVE SPACES TO WS-LINHA
           STRING "DESCONTADO EM FOLHA NO MES: " WS-VALOR-EDIT
                  "   NAO DESCONTADO: " WS-VALOR-EDIT2
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 2900-ADICIONAR-LINHA
           IF ARQ-MOT01-FOR15 NOT = ZERO
               MOVE WS-MOT-SALDO-DEBITO TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA
               STRING "SALDO EM ABERTO DAS NOTAS DE DEBITO: "
                      WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 2900-ADICIONAR-LINHA
           END-IF
           MOVE "DUVIDAS: PROCURE O ESCRITORIO DA SUA UNIDADE."
             TO WS-LINHA
           PERFORM 2900-ADICIONAR-LINHA
           .

       2600-GRAVAR-EXTRATO.
           MOVE ARQ-MOT01-EMP00  TO EXT-B048-NOME-EMP00
           MOVE ARQ-MOT01-UNI15  TO EXT-B048-NOME-UNI15
           MOVE ARQ-MOT01-CODIGO TO EXT-B048-NOME-MOT01
           MOVE WS-COMPETENCIA   TO EXT-B048-NOME-COMPET
           OPEN OUTPUT EXT-B048
           PERFORM 2610-GRAVAR-LINHA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-LINHAS
           CLOSE EXT-B048
           ADD 1 TO WS-TOT-EXTRATOS

           MOVE WS-COMPETENCIA   TO ARQ-EXT01-COMPETENCIA
           MOVE ARQ-MOT01-CODIGO TO ARQ-EXT01-MOT01
           READ ARQ-EXT01
               INVALID KEY
                   MOVE "N" TO WS-EXT01-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-EXT01-EXISTE
           END-READ
           MOVE WS-COMPETENCIA           TO ARQ-EXT01-COMPET-UNI
           MOVE ARQ-MOT01-EMP00          TO ARQ-EXT01-EMP00
           MOVE ARQ-MOT01-UNI15          TO ARQ-EXT01-UNI15
           MOVE EXT-B048-NOME            TO ARQ-EXT01-NOME-ARQUIVO
           MOVE WS-DATA-HOJE             TO ARQ-EXT01-DATA-GERACAO
           MOVE ARQ-MOT01-PONTOS-CNH     TO ARQ-EXT01-PONTOS-CNH
           MOVE ARQ-MOT01-RISCO-SUSPENSO TO ARQ-EXT01-RISCO-SUSPENSO
           MOVE WS-MOT-QTD-INFRACOES     TO ARQ-EXT01-QTD-INFRACOES
           MOVE WS-MOT-DESCONTADO        TO ARQ-EXT01-VALOR-DESCONTADO
           MOVE WS-MOT-FALHA             TO ARQ-EXT01-VALOR-FALHA
           MOVE WS-MOT-SALDO-DEBITO      TO ARQ-EXT01-SALDO-DEBITO
           MOVE "N"                      TO ARQ-EXT01-ENVIADO

           IF ARQ-MOT01-EMAIL NOT = SPACES
               PERFORM 2700-ENVIAR-EXTRATO
           END-IF

           IF WS-EXT01-EXISTE = "S"
               REWRITE ARQ-EXT01-REG
           ELSE
               WRITE ARQ-EXT01-REG
           END-IF
           .

       2610-GRAVAR-LINHA.
           MOVE WS-TAB-LINHA (WS-IX) TO EXT-B048-LINHA
           WRITE EXT-B048-LINHA
           .

       2700-ENVIAR-EXTRATO.
           MOVE ARQ-MOT01-EMAIL TO WS-DESTINATARIO
           MOVE SPACES TO WS-ASSUNTO
           STRING "EXTRATO MENSAL DE INFRACOES - COMPETENCIA "
                  WS-COMPET-MES "/" WS-COMPET-ANO
               DELIMITED BY SIZE INTO WS-ASSUNTO
           MOVE EXT-B048-NOME TO WS-ANEXO
           CALL "P01-S193" USING WS-DESTINATARIO, WS-ASSUNTO,
                   WS-ANEXO, WS-ENFILEIRADO
           IF WS-ENFILEIRADO = "S"
               MOVE "S" TO ARQ-EXT01-ENVIADO
               ADD 1 TO WS-TOT-ENVIADOS
           END-IF
           .

       2900-ADICIONAR-LINHA.
           IF WS-QTD-LINHAS < 300
               ADD 1 TO WS-QTD-LINHAS
               MOVE WS-LINHA TO WS-TAB-LINHA (WS-QTD-LINHAS)
           END-IF
           .

       8000-FINALIZAR.
           MOVE WS-TOT-MOTORISTAS TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B048-REG
           STRING "MOTORISTAS LIDOS.........: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B048-REG
           WRITE LOG-B048-REG
           MOVE WS-TOT-EXTRATOS TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B048-REG
           STRING "EXTRATOS GERADOS.........: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B048-REG
           WRITE LOG-B048-REG
           MOVE WS-TOT-SO-RISCO TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B048-REG
           STRING "  SO POR RISCO DE SUSPENSAO: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B048-REG
           WRITE LOG-B048-REG
           MOVE WS-TOT-ENVIADOS TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B048-REG
           STRING "  ENFILEIRADOS POR E-MAIL: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B048-REG
           WRITE LOG-B048-REG
           MOVE WS-TOT-SEM-MOVIMENTO TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B048-REG
           STRING "SEM MOVIMENTO (SEM EXTRATO): " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B048-REG
           WRITE LOG-B048-REG

           CLOSE ARQ-MOT01 ARQ-IFC01 ARQ-IFM01 ARQ-TIP01 ARQ-DSC09
                 ARQ-DEB15 ARQ-DBB15 ARQ-EXT01 LOG-B048
           .
      * Historico de alteracoes
      *   18/09/2026 - equipe.ti - rotina nova do extrato mensal de
      *                infracoes, pontos e descontos por motorista.
      *   09/10/2026 - equipe.ti - ARQ-EXT01 criado vazio na primeira
      *                execucao.
