       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B043.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 11 de setembro de 2026.
       REMARKS. Conciliacao do extrato de debitos por veiculo do
           DETRAN (arq-dtv, debitos/multas por RENAVAM) contra o que
           temos registrado: o veiculo e localizado pelo RENAVAM de
           ARQ-VEI01 (na falta dele, pela placa) e cada debito e
           procurado pela notificacao em ARQ-IFC01, na reserva
           ARQ-IFC99, na fila de acerto ARQ-REJ10 e na fila
           pos-venda ARQ-IFV01. O relatorio REL-B043 lista os
           debitos que nunca registramos (multa que se perdeu no
           correio ou foi para endereco antigo e so apareceria no
           bloqueio do licenciamento do P99-R047), as infracoes que
           temos em aberto e o orgao da como paga ou cancelada e as
           diferencas de valor. Debito em aberto nunca registrado
           vai para ARQ-REJ10 com o motivo "04" (ou "01" quando nem
           o veiculo e nosso cadastrado), para ser trazido pela tela
           de acerto P01-M162 com as criticas normais da carga
           (P01-S173), levando o enquadramento/desdobramento oficial
           do extrato.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "arq-dtv.sl".
           COPY "ARQ-VEI01.sl".
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-IFC99.sl".
           COPY "ARQ-REJ10.sl".
           COPY "ARQ-IFV01.sl".
           SELECT REL-B043
                  ASSIGN          TO         REL-B043-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-B043.
           SELECT LOG-B043
                  ASSIGN          TO         LOG-B043-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B043.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "arq-dtv.fd".
           COPY "ARQ-VEI01.fd".
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-IFC99.fd".
           COPY "ARQ-REJ10.fd".
           COPY "ARQ-IFV01.fd".
       FD  REL-B043
           LABEL RECORD STANDARD.
       01  REL-B043-LINHA                  PIC X(132).
       FD  LOG-B043
           LABEL RECORD STANDARD.
       01  LOG-B043-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-DTV                    PIC X(02).
       01  STAT-ARQ-VEI01                  PIC X(02).
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-IFC99                  PIC X(02).
       01  STAT-ARQ-REJ10                  PIC X(02).
       01  STAT-ARQ-IFV01                  PIC X(02).
       01  STAT-REL-B043                   PIC X(02).
       01  STAT-LOG-B043                   PIC X(02).
       01  REL-B043-NOME                   PIC X(40)
               VALUE "REL-B043.TXT".
       01  LOG-B043-NOME                   PIC X(40)
               VALUE "LOG-B043.TXT".

       01  WS-FIM-DTV                      PIC X(01)   VALUE "N".
           88 FIM-DTV                                  VALUE "S".
       01  WS-FIM-REJ10                    PIC X(01)   VALUE "N".
           88 FIM-REJ10                                VALUE "S".
       01  WS-FIM-IFV01                    PIC X(01).
           88 FIM-IFV01                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-VEICULO-SW                   PIC X(01).
           88 WS-VEICULO-OK                            VALUE "S".
       01  WS-REGISTRADA-SW                PIC X(01).
           88 WS-REGISTRADA                            VALUE "S".
       01  WS-RESERVADA-SW                 PIC X(01).
           88 WS-RESERVADA                             VALUE "S".
       01  WS-EM-ACERTO-SW                 PIC X(01).
           88 WS-EM-ACERTO                             VALUE "S".
       01  WS-POS-VENDA-SW                 PIC X(01).
           88 WS-POS-VENDA                             VALUE "S".
       01  WS-VEI01-CODIGO                 PIC 9(06)   VALUE ZERO.
       01  WS-PROXIMO-SEQ-REJ              PIC 9(08)   VALUE ZERO.
       01  WS-MOTIVO-REJEICAO              PIC X(02).
       01  WS-OCORRENCIA                   PIC X(30).

      *    notificacoes pendentes de acerto em ARQ-REJ10, carregadas
      *    uma vez no inicio (o arquivo so tem acesso pela sequencia).
       01  WS-QTD-PENDENTES                PIC 9(04)   VALUE ZERO.
       01  WS-TAB-CHEIA-SW                 PIC X(01)   VALUE "N".
           88 WS-TAB-CHEIA                             VALUE "S".
       01  WS-TAB-PENDENTES.
           05 WS-PEN-NOTIFICACAO OCCURS 3000 TIMES
                                 INDEXED BY WS-PEN-IDX
                                           PIC X(15).

       01  WS-VALOR-EDIT                   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-VALOR-EDIT2                  PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-TOT-LIDOS                    PIC 9(06)   VALUE ZERO.
       01  WS-TOT-CONFEREM                 PIC 9(06)   VALUE ZERO.
       01  WS-TOT-NAO-REGISTRADAS          PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ENVIADAS-ACERTO          PIC 9(05)   VALUE ZERO.
       01  WS-TOT-JA-EM-ACERTO             PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SITUACAO-DIVERGE         PIC 9(05)   VALUE ZERO.
       01  WS-TOT-VALOR-DIVERGE            PIC 9(05)   VALUE ZERO.
       01  WS-TOT-POS-VENDA                PIC 9(05)   VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 1100-CARREGAR-PENDENTES
           PERFORM 2100-LER-DTV
           PERFORM 2000-PROCESSAR-DTV UNTIL FIM-DTV
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  arq-dtv
           OPEN INPUT  ARQ-VEI01
           OPEN INPUT  ARQ-IFC01
           OPEN INPUT  ARQ-IFC99
           OPEN I-O    ARQ-REJ10
           OPEN INPUT  ARQ-IFV01
           OPEN OUTPUT REL-B043
           OPEN OUTPUT LOG-B043

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

           MOVE "INICIO DA CONCILIACAO DO EXTRATO DE DEBITOS DETRAN"
             TO LOG-B043-REG
           WRITE LOG-B043-REG

           MOVE SPACES TO REL-B043-LINHA
           STRING "CONCILIACAO DO EXTRATO DE DEBITOS POR VEICULO "
                  "(DETRAN) - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REL-B043-LINHA
           WRITE REL-B043-LINHA
           MOVE SPACES TO REL-B043-LINHA
           WRITE REL-B043-LINHA
           MOVE SPACES TO REL-B043-LINHA
           STRING "OCORRENCIA                     RENAVAM     PLACA    "
                  "NOTIFICACAO     DATA       VALOR ORGAO   "
                  "VALOR NOSSO INFRACAO"
               DELIMITED BY SIZE INTO REL-B043-LINHA
           WRITE REL-B043-LINHA
           .

       1100-CARREGAR-PENDENTES.
           PERFORM 1150-LER-REJ10
           PERFORM 1200-GUARDAR-PENDENTE UNTIL FIM-REJ10
           .

       1150-LER-REJ10.
           READ ARQ-REJ10 NEXT RECORD
               AT END
                   SET FIM-REJ10 TO TRUE
           END-READ
           .

       1200-GUARDAR-PENDENTE.
           IF ARQ-REJ10-STATUS = "P"
               IF WS-QTD-PENDENTES < 3000
                   ADD 1 TO WS-QTD-PENDENTES
                   MOVE ARQ-REJ10-NOTIFICACAO
                     TO WS-PEN-NOTIFICACAO (WS-QTD-PENDENTES)
               ELSE
                   IF NOT WS-TAB-CHEIA
                       SET WS-TAB-CHEIA TO TRUE
                       MOVE "FILA ARQ-REJ10 ACIMA DE 3000 PENDENTES"
                         TO LOG-B043-REG
                       WRITE LOG-B043-REG
                   END-IF
               END-IF
           END-IF
           PERFORM 1150-LER-REJ10
           .

       2000-PROCESSAR-DTV.
           IF ARQ-DTV-DETALHE
               ADD 1 TO WS-TOT-LIDOS
               PERFORM 2200-LOCALIZAR-VEICULO
               PERFORM 2300-LOCALIZAR-REGISTRO
               IF WS-REGISTRADA
                   PERFORM 3000-COMPARAR-REGISTRO
               ELSE
                   IF NOT WS-RESERVADA
                       PERFORM 4000-TRATAR-NAO-REGISTRADA
                   END-IF
               END-IF
           END-IF

           PERFORM 2100-LER-DTV
           .

       2100-LER-DTV.
           READ arq-dtv
               AT END
                   SET FIM-DTV TO TRUE
           END-READ
           .

       2200-LOCALIZAR-VEICULO.
      *    o extrato vem por RENAVAM; placa so vale quando o RENAVAM
      *    ainda nao foi cadastrado no veiculo.
           MOVE "N"  TO WS-VEICULO-SW
           MOVE ZERO TO WS-VEI01-CODIGO
           IF ARQ-DTV-RENAVAM NOT = SPACES
               MOVE ARQ-DTV-RENAVAM TO ARQ-VEI01-RENAVAM
               READ ARQ-VEI01 KEY IS ARQ-VEI01-RENAVAM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-VEICULO-OK TO TRUE
               END-READ
           END-IF

           IF NOT WS-VEICULO-OK
               MOVE ARQ-DTV-PLACA TO ARQ-VEI01-PLACA
               READ ARQ-VEI01 KEY IS ARQ-VEI01-PLACA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-VEICULO-OK TO TRUE
               END-READ
           END-IF

           IF WS-VEICULO-OK
               MOVE ARQ-VEI01-CODIGO TO WS-VEI01-CODIGO
           END-IF
           .

       2300-LOCALIZAR-REGISTRO.
           MOVE "N" TO WS-REGISTRADA-SW
           MOVE "N" TO WS-RESERVADA-SW
           MOVE ARQ-DTV-NOTIFICACAO TO ARQ-IFC01-NOTIFICACAO
           READ ARQ-IFC01 KEY IS ARQ-IFC01-NOTIFICACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REGISTRADA TO TRUE
           END-READ

           IF NOT WS-REGISTRADA
               MOVE ARQ-DTV-NOTIFICACAO TO ARQ-IFC99-CHAVE
               READ ARQ-IFC99
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2350-LER-RESERVA
               END-READ
           END-IF
           .

       2350-LER-RESERVA.
      *    numero reservado em ARQ-IFC99 (digitacao em andamento):
      *    vale a infracao da reserva; sem ela, o numero ja e nosso
      *    e nao volta para o acerto.
           MOVE ARQ-IFC99-IFC01 TO ARQ-IFC01-CODIGO
           READ ARQ-IFC01
               INVALID KEY
                   SET WS-RESERVADA TO TRUE
                   MOVE "RESERVADA SEM INFRACAO" TO WS-OCORRENCIA
                   PERFORM 5000-IMPRIMIR-OCORRENCIA
               NOT INVALID KEY
                   SET WS-REGISTRADA TO TRUE
           END-READ
           .

       3000-COMPARAR-REGISTRO.
           IF (ARQ-DTV-PAGA OR ARQ-DTV-CANCELADA)
            AND ARQ-IFC01-SITUACAO NOT = "C"
            AND ARQ-IFC01-SITUACAO NOT = "B"
               ADD 1 TO WS-TOT-SITUACAO-DIVERGE
               IF ARQ-DTV-PAGA
                   MOVE "ABERTA AQUI, PAGA NO ORGAO" TO WS-OCORRENCIA
               ELSE
                   MOVE "ABERTA AQUI, CANCELADA ORGAO"
                     TO WS-OCORRENCIA
               END-IF
               PERFORM 5000-IMPRIMIR-OCORRENCIA
           END-IF

           IF ARQ-DTV-VALOR NOT = ARQ-IFC01-VALOR
               ADD 1 TO WS-TOT-VALOR-DIVERGE
               MOVE "DIFERENCA DE VALOR" TO WS-OCORRENCIA
               PERFORM 5000-IMPRIMIR-OCORRENCIA
           END-IF

           IF ARQ-DTV-VALOR = ARQ-IFC01-VALOR
            AND (ARQ-DTV-EM-ABERTO
                 OR ARQ-IFC01-SITUACAO = "C"
                 OR ARQ-IFC01-SITUACAO = "B")
               ADD 1 TO WS-TOT-CONFEREM
           END-IF
           .

       4000-TRATAR-NAO-REGISTRADA.
           PERFORM 4100-VERIFICAR-EM-ACERTO
           IF WS-EM-ACERTO
               ADD 1 TO WS-TOT-JA-EM-ACERTO
               MOVE "NAO REGISTRADA - JA NO ACERTO" TO WS-OCORRENCIA
               PERFORM 5000-IMPRIMIR-OCORRENCIA
           ELSE
               PERFORM 4200-VERIFICAR-POS-VENDA
               IF WS-POS-VENDA
                   ADD 1 TO WS-TOT-POS-VENDA
                   MOVE "POS-VENDA (FILA ARQ-IFV01)" TO WS-OCORRENCIA
                   PERFORM 5000-IMPRIMIR-OCORRENCIA
               ELSE
                   ADD 1 TO WS-TOT-NAO-REGISTRADAS
                   IF ARQ-DTV-EM-ABERTO
                       MOVE "NAO REGISTRADA - ENVIADA ACERTO"
                         TO WS-OCORRENCIA
                       PERFORM 4500-ENVIAR-PARA-ACERTO
                   ELSE
                       MOVE "NAO REGISTRADA - JA QUITADA"
                         TO WS-OCORRENCIA
                   END-IF
                   PERFORM 5000-IMPRIMIR-OCORRENCIA
               END-IF
           END-IF
           .

       4100-VERIFICAR-EM-ACERTO.
           MOVE "N" TO WS-EM-ACERTO-SW
           SET WS-PEN-IDX TO 1
           PERFORM 4150-PROCURAR-PENDENTE
               UNTIL WS-EM-ACERTO OR WS-PEN-IDX > WS-QTD-PENDENTES
           .

       4150-PROCURAR-PENDENTE.
           IF WS-PEN-NOTIFICACAO (WS-PEN-IDX) = ARQ-DTV-NOTIFICACAO
               SET WS-EM-ACERTO TO TRUE
           ELSE
               SET WS-PEN-IDX UP BY 1
           END-IF
           .

       4200-VERIFICAR-POS-VENDA.
           MOVE "N" TO WS-POS-VENDA-SW
           IF WS-VEICULO-OK
               MOVE "N" TO WS-FIM-IFV01
               MOVE WS-VEI01-CODIGO TO ARQ-IFV01-VEI01
               START ARQ-IFV01 KEY IS EQUAL TO ARQ-IFV01-VEI01
                   INVALID KEY
                       SET FIM-IFV01 TO TRUE
                   NOT INVALID KEY
                       PERFORM 4250-LER-IFV01
               END-START
               PERFORM 4300-COMPARAR-IFV01 UNTIL FIM-IFV01
           END-IF
           .

       4250-LER-IFV01.
           READ ARQ-IFV01 NEXT RECORD
               AT END
                   SET FIM-IFV01 TO TRUE
           END-READ
           .

       4300-COMPARAR-IFV01.
           IF ARQ-IFV01-VEI01 NOT = WS-VEI01-CODIGO
               SET FIM-IFV01 TO TRUE
           ELSE
               IF ARQ-IFV01-NOTIFICACAO = ARQ-DTV-NOTIFICACAO
                   SET WS-POS-VENDA TO TRUE
                   SET FIM-IFV01 TO TRUE
               ELSE
                   PERFORM 4250-LER-IFV01
               END-IF
           END-IF
           .

       4500-ENVIAR-PARA-ACERTO.
      *    a linha entra na fila de acerto no mesmo formato da carga
      *    P01-B010; a tela P01-M162 reapresenta pelo P01-S173, que
      *    repete as criticas normais antes de incluir a infracao.
           IF WS-VEICULO-OK
               MOVE "04" TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE "01" TO WS-MOTIVO-REJEICAO
           END-IF

           PERFORM 4600-OBTER-PROXIMO-SEQ-REJ

           MOVE WS-PROXIMO-SEQ-REJ     TO ARQ-REJ10-SEQ
           MOVE WS-MOTIVO-REJEICAO     TO ARQ-REJ10-MOTIVO
           MOVE WS-DATA-HOJE           TO ARQ-REJ10-DATA-REJEICAO
           MOVE "P"                    TO ARQ-REJ10-STATUS
           MOVE ARQ-DTV-NOTIFICACAO    TO ARQ-REJ10-NOTIFICACAO
           IF WS-VEICULO-OK
               MOVE ARQ-VEI01-PLACA    TO ARQ-REJ10-PLACA
           ELSE
               MOVE ARQ-DTV-PLACA      TO ARQ-REJ10-PLACA
           END-IF
           MOVE SPACES                 TO ARQ-REJ10-CNH
           MOVE ARQ-DTV-DATA-INFRACAO  TO ARQ-REJ10-DATA-INFRACAO
           MOVE ARQ-DTV-HORA-INFRACAO  TO ARQ-REJ10-HORA-INFRACAO
           MOVE ARQ-DTV-CODIGO-TIPO    TO ARQ-REJ10-CODIGO-TIPO
           MOVE ARQ-DTV-VALOR          TO ARQ-REJ10-VALOR
           MOVE ARQ-DTV-CID01          TO ARQ-REJ10-CID01
           MOVE ARQ-DTV-ORG01          TO ARQ-REJ10-ORG01
      *    o enquadramento oficial do extrato vai junto, para o
      *    P01-S173 resolver o tipo pelo catalogo como na carga.
           IF ARQ-DTV-ENQUADRAMENTO IS NUMERIC
            AND ARQ-DTV-DESDOBRAMENTO IS NUMERIC
               MOVE ARQ-DTV-ENQUADRAMENTO TO ARQ-REJ10-ENQUADRAMENTO
               MOVE ARQ-DTV-DESDOBRAMENTO TO ARQ-REJ10-DESDOBRAMENTO
           ELSE
               MOVE ZERO               TO ARQ-REJ10-ENQUADRAMENTO
               MOVE ZERO               TO ARQ-REJ10-DESDOBRAMENTO
           END-IF
      *    com enquadramento oficial o tipo bruto do arquivo nao vai
      *    para a fila: o P01-S173 resolve pelo catalogo e so aceita
      *    sem consulta o tipo informado pelo operador no acerto.
           IF ARQ-REJ10-ENQUADRAMENTO NOT = ZERO
               MOVE ZERO               TO ARQ-REJ10-CODIGO-TIPO
           END-IF
           WRITE ARQ-REJ10-REG

           ADD 1 TO WS-TOT-ENVIADAS-ACERTO
           IF WS-QTD-PENDENTES < 3000
               ADD 1 TO WS-QTD-PENDENTES
               MOVE ARQ-DTV-NOTIFICACAO
                 TO WS-PEN-NOTIFICACAO (WS-QTD-PENDENTES)
           END-IF

           MOVE SPACES TO LOG-B043-REG
           STRING "ENVIADA PARA ACERTO MOTIVO " WS-MOTIVO-REJEICAO
                  " - NOTIFICACAO " ARQ-DTV-NOTIFICACAO
               DELIMITED BY SIZE INTO LOG-B043-REG
           WRITE LOG-B043-REG
           .

       4600-OBTER-PROXIMO-SEQ-REJ.
           MOVE HIGH-VALUE TO ARQ-REJ10-SEQ
           START ARQ-REJ10 KEY IS LESS THAN ARQ-REJ10-SEQ
               INVALID KEY
                   MOVE ZERO TO WS-PROXIMO-SEQ-REJ
               NOT INVALID KEY
                   READ ARQ-REJ10 NEXT RECORD
                       AT END
                           MOVE ZERO TO WS-PROXIMO-SEQ-REJ
                       NOT AT END
                           MOVE ARQ-REJ10-SEQ TO WS-PROXIMO-SEQ-REJ
                   END-READ
           END-START
           ADD 1 TO WS-PROXIMO-SEQ-REJ
           .

       5000-IMPRIMIR-OCORRENCIA.
           MOVE ARQ-DTV-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO REL-B043-LINHA
           IF WS-REGISTRADA
               MOVE ARQ-IFC01-VALOR  TO WS-VALOR-EDIT2
               MOVE ARQ-IFC01-CODIGO TO WS-CODIGO-EDIT
               STRING WS-OCORRENCIA " " ARQ-DTV-RENAVAM " "
                      ARQ-DTV-PLACA " " ARQ-DTV-NOTIFICACAO " "
                      ARQ-DTV-DATA-INFRACAO " " WS-VALOR-EDIT " "
                      WS-VALOR-EDIT2 " " WS-CODIGO-EDIT
                   DELIMITED BY SIZE INTO REL-B043-LINHA
           ELSE
               STRING WS-OCORRENCIA " " ARQ-DTV-RENAVAM " "
                      ARQ-DTV-PLACA " " ARQ-DTV-NOTIFICACAO " "
                      ARQ-DTV-DATA-INFRACAO " " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO REL-B043-LINHA
           END-IF
           WRITE REL-B043-LINHA
           .

       8000-FINALIZAR.
           MOVE SPACES TO REL-B043-LINHA
           WRITE REL-B043-LINHA
           MOVE SPACES TO REL-B043-LINHA
           STRING "DEBITOS LIDOS: " WS-TOT-LIDOS
                  "  CONFEREM: " WS-TOT-CONFEREM
                  "  NAO REGISTRADOS: " WS-TOT-NAO-REGISTRADAS
                  "  ENVIADOS AO ACERTO: " WS-TOT-ENVIADAS-ACERTO
               DELIMITED BY SIZE INTO REL-B043-LINHA
           WRITE REL-B043-LINHA
           MOVE SPACES TO REL-B043-LINHA
           STRING "JA NO ACERTO: " WS-TOT-JA-EM-ACERTO
                  "  SITUACAO DIVERGENTE: " WS-TOT-SITUACAO-DIVERGE
                  "  VALOR DIVERGENTE: " WS-TOT-VALOR-DIVERGE
                  "  POS-VENDA: " WS-TOT-POS-VENDA
               DELIMITED BY SIZE INTO REL-B043-LINHA
           WRITE REL-B043-LINHA

           MOVE SPACES TO LOG-B043-REG
           STRING "LIDOS=" WS-TOT-LIDOS
                  " NAO REGISTRADOS=" WS-TOT-NAO-REGISTRADAS
                  " ENVIADOS AO ACERTO=" WS-TOT-ENVIADAS-ACERTO
               DELIMITED BY SIZE INTO LOG-B043-REG
           WRITE LOG-B043-REG

           CLOSE arq-dtv ARQ-VEI01 ARQ-IFC01 ARQ-IFC99 ARQ-REJ10
                 ARQ-IFV01 REL-B043 LOG-B043
           .
      * Historico de alteracoes
      *   11/09/2026 - equipe.ti - rotina nova de conciliacao do
      *                extrato de debitos por veiculo (RENAVAM) do
      *                DETRAN, com envio dos debitos nunca registrados
      *                para a fila de acerto ARQ-REJ10.
      *   09/10/2026 - equipe.ti - leva o enquadramento/desdobramento
      *                oficial do extrato para a linha de acerto em
      *                ARQ-REJ10.
      *   09/10/2026 - equipe.ti - debito com enquadramento oficial vai
      *                para ARQ-REJ10 sem o tipo bruto do extrato.
