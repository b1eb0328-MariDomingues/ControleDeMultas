       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B042.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 11 de setembro de 2026.
       REMARKS. Previsao da multa por nao indicacao de condutor (NIC):
           varre ARQ-IFC01 a procura de infracoes de veiculo da frota
           cujo prazo de indicacao (o mesmo do P99-R043 - prazo do
           orgao autuador em arq-org01, em dias uteis via P01-S185
           quando o orgao conta assim, com arq-par01 como reserva) ja
           venceu sem nenhum protocolo aceito em ARQ-FIC01 (gerado
           pelo P01-B014 e retornado pelo P01-B015). Para cada uma
           grava em ARQ-NIC01 a NIC esperada, ligada a infracao de
           origem, com o valor original multiplicado pela quantidade
           de infracoes do mesmo tipo da empresa nos 12 meses ate a
           infracao (regra do CTB) e com a unidade que deixou de
           indicar, que e quem responde pelo custo. Quando a
           notificacao da NIC chega, a carga P01-B010 concilia com o
           registro previsto. No primeiro dia de cada mes, depois da
           previsao do dia, chama o P99-R051, que lista por unidade as
           NIC do mes anterior. So entra infracao aberta (situacao
           "A") sem condutor identificado - o mesmo criterio do
           P99-R043, ARQ-IFC01-MOT01 zerado - e sem vinculo
           confirmado em ARQ-IFM01. A data da primeira execucao fica
           em ARQ-CTL07 (job "P01B042") como data de implantacao:
           prazo vencido antes dela e historico e nao gera previsao.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-FIC01.sl".
           COPY "ARQ-NIC01.sl".
           COPY "ARQ-VEI01.sl".
           COPY "arq-par01.sl".
           COPY "arq-org01.sl".
           COPY "arq-cid01.sl".
           COPY "ARQ-IFM01.sl".
           COPY "ARQ-CTL07.sl".
           SELECT LOG-B042
                  ASSIGN          TO         LOG-B042-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B042.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-FIC01.fd".
           COPY "ARQ-NIC01.fd".
           COPY "ARQ-VEI01.fd".
           COPY "arq-par01.fd".
           COPY "arq-org01.fd".
           COPY "arq-cid01.fd".
           COPY "ARQ-IFM01.fd".
           COPY "ARQ-CTL07.fd".
       FD  LOG-B042
           LABEL RECORD STANDARD.
       01  LOG-B042-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-FIC01                  PIC X(02).
       01  STAT-ARQ-NIC01                  PIC X(02).
       01  STAT-ARQ-VEI01                  PIC X(02).
       01  STAT-ARQ-PAR01                  PIC X(02).
       01  STAT-ARQ-ORG01                  PIC X(02).
       01  STAT-ARQ-CID01                  PIC X(02).
       01  STAT-ARQ-IFM01                  PIC X(02).
       01  STAT-ARQ-CTL07                  PIC X(02).
       01  STAT-LOG-B042                   PIC X(02).
       01  LOG-B042-NOME                   PIC X(40)
               VALUE "LOG-B042.TXT".

       01  WS-FIM-IFC01                    PIC X(01)   VALUE "N".
           88 FIM-IFC01                                VALUE "S".
       01  WS-FIM-FIC01                    PIC X(01).
           88 FIM-FIC01                                VALUE "S".
       01  WS-FIM-EMPRESA                  PIC X(01).
           88 FIM-EMPRESA                              VALUE "S".
       01  WS-FIM-IFM01                    PIC X(01).
           88 FIM-IFM01                                VALUE "S".
       01  WS-NOME-JOB                     PIC X(08)   VALUE "P01B042".
       01  WS-DATA-IMPLANTACAO             PIC 9(08)   VALUE ZERO.
       01  WS-COMPETENCIA                  PIC 9(06)   VALUE ZERO.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMPET-ANO                PIC 9(04).
           05 WS-COMPET-MES                PIC 9(02).
       01  WS-USU-BATCH                    PIC 9(04)   VALUE ZERO.
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-CANDIDATA-SW                 PIC X(01).
           88 WS-CANDIDATA                             VALUE "S".
       01  WS-INDICADA-SW                  PIC X(01).
           88 WS-INDICADA                              VALUE "S".
       01  WS-TIP01-NIC                    PIC 9(04)   VALUE ZERO.
       01  WS-DIAS-PRAZO                   PIC 9(03)   VALUE ZERO.
       01  WS-DIAS-PRAZO-S                 PIC S9(08)  VALUE ZERO.
       01  WS-CONTAGEM-UTEIS               PIC X(01)   VALUE "N".
       01  WS-DATA-LIMITE                  PIC 9(08)   VALUE ZERO.
       01  WS-UF-INFRACAO                  PIC X(02)   VALUE SPACES.
       01  WS-DIAS-JANELA                  PIC S9(08)  VALUE -365.
       01  WS-DATA-CORTE                   PIC 9(08)   VALUE ZERO.
       01  WS-MULTIPLICADOR                PIC 9(03)   VALUE ZERO.

      *    a contagem do multiplicador percorre ARQ-IFC01 pela chave
      *    de empresa; a infracao de origem fica guardada aqui e a
      *    leitura sequencial e reposicionada depois dela.
       01  WS-ORIGEM.
           05 WS-ORI-CODIGO                PIC 9(08).
           05 WS-ORI-NOTIFICACAO           PIC X(15).
           05 WS-ORI-DATA-INFRACAO         PIC 9(08).
           05 WS-ORI-TIP01                 PIC 9(04).
           05 WS-ORI-VEI01                 PIC 9(06).
           05 WS-ORI-EMP00                 PIC 9(03).
           05 WS-ORI-UNI15                 PIC 9(04).
           05 WS-ORI-VALOR                 PIC 9(07)V9(02).

       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-VALOR-EDIT                   PIC ZZZ.ZZZ.ZZZ,99.
       01  WS-MULT-EDIT                    PIC ZZ9.
       01  WS-TOT-LIDAS                    PIC 9(06)   VALUE ZERO.
       01  WS-TOT-PREVISTAS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-JA-PREVISTAS             PIC 9(05)   VALUE ZERO.
       01  WS-TOT-INDICADAS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ANTERIORES               PIC 9(05)   VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2100-LER-IFC01
           PERFORM 2000-PROCESSAR-IFC01 UNTIL FIM-IFC01
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-IFC01
           OPEN INPUT ARQ-FIC01
           OPEN I-O   ARQ-NIC01
           IF STAT-ARQ-NIC01 = "35"
               OPEN OUTPUT ARQ-NIC01
               CLOSE ARQ-NIC01
               OPEN I-O ARQ-NIC01
           END-IF
           OPEN INPUT ARQ-VEI01
           OPEN INPUT arq-par01
           OPEN INPUT arq-org01
           OPEN INPUT arq-cid01
           OPEN INPUT ARQ-IFM01
           OPEN I-O   ARQ-CTL07
           IF STAT-ARQ-CTL07 = "35"
               OPEN OUTPUT ARQ-CTL07
               CLOSE ARQ-CTL07
               OPEN I-O ARQ-CTL07
           END-IF
           OPEN OUTPUT LOG-B042

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           PERFORM 1100-OBTER-IMPLANTACAO

           MOVE "INICIO DA PREVISAO DE NIC (INDICACAO VENCIDA)"
             TO LOG-B042-REG
           WRITE LOG-B042-REG
           .

      *    a primeira execucao grava a data de implantacao; as
      *    seguintes so atualizam a data da ultima execucao.
       1100-OBTER-IMPLANTACAO.
           MOVE WS-NOME-JOB TO ARQ-CTL07-JOB
           READ ARQ-CTL07
               INVALID KEY
                   MOVE WS-NOME-JOB  TO ARQ-CTL07-JOB
                   MOVE WS-DATA-HOJE TO ARQ-CTL07-ULTIMA-CHAVE
                   MOVE WS-DATA-HOJE TO ARQ-CTL07-DATA-EXECUCAO
                   MOVE "C"          TO ARQ-CTL07-STATUS
                   WRITE ARQ-CTL07-REG
               NOT INVALID KEY
                   MOVE WS-DATA-HOJE TO ARQ-CTL07-DATA-EXECUCAO
                   MOVE "C"          TO ARQ-CTL07-STATUS
                   REWRITE ARQ-CTL07-REG
           END-READ
           MOVE ARQ-CTL07-ULTIMA-CHAVE TO WS-DATA-IMPLANTACAO
           .

       2000-PROCESSAR-IFC01.
           ADD 1 TO WS-TOT-LIDAS
           PERFORM 2200-AVALIAR-CANDIDATA

           IF WS-CANDIDATA
               PERFORM 2500-VERIFICAR-PROTOCOLO
               IF WS-INDICADA
                   ADD 1 TO WS-TOT-INDICADAS
               ELSE
                   PERFORM 3000-PREVER-NIC
               END-IF
           END-IF

           IF NOT FIM-IFC01
               PERFORM 2100-LER-IFC01
           END-IF
           .

       2100-LER-IFC01.
           READ ARQ-IFC01 NEXT RECORD
               AT END
                   SET FIM-IFC01 TO TRUE
           END-READ
           .

       2200-AVALIAR-CANDIDATA.
      *    so interessa infracao aberta, sem condutor identificado
      *    (mesmo criterio do P99-R043) nem vinculo confirmado em
      *    ARQ-IFM01, de veiculo cadastrado, que nao seja ela mesma
      *    uma NIC (o tipo da NIC e configurado por empresa em
      *    arq-par01) e que ainda nao tenha previsao.
           MOVE "N" TO WS-CANDIDATA-SW

           IF ARQ-IFC01-SITUACAO = "A"
            AND ARQ-IFC01-MOT01 = ZERO
            AND ARQ-IFC01-VEI01 NOT = ZERO
               MOVE "S" TO WS-CANDIDATA-SW
           END-IF

           IF WS-CANDIDATA
               PERFORM 2270-VERIFICAR-VINCULO
           END-IF

           IF WS-CANDIDATA
               MOVE ARQ-IFC01-VEI01 TO ARQ-VEI01-CODIGO
               READ ARQ-VEI01
                   INVALID KEY
                       MOVE "N" TO WS-CANDIDATA-SW
               END-READ
           END-IF

           IF WS-CANDIDATA
               PERFORM 2250-OBTER-TIPO-NIC
               IF WS-TIP01-NIC NOT = ZERO
                AND ARQ-IFC01-TIP01 = WS-TIP01-NIC
                   MOVE "N" TO WS-CANDIDATA-SW
               END-IF
           END-IF

           IF WS-CANDIDATA
               MOVE ARQ-IFC01-CODIGO TO ARQ-NIC01-IFC01-ORIGEM
               READ ARQ-NIC01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-CANDIDATA-SW
                       ADD 1 TO WS-TOT-JA-PREVISTAS
               END-READ
           END-IF

           IF WS-CANDIDATA
               PERFORM 2300-OBTER-PRAZO-NOMEACAO
               PERFORM 2400-OBTER-DATA-LIMITE
               IF WS-DIAS-PRAZO = ZERO
                OR WS-DATA-HOJE NOT > WS-DATA-LIMITE
                   MOVE "N" TO WS-CANDIDATA-SW
               END-IF
           END-IF

      *    prazo que venceu antes da implantacao e historico: a NIC,
      *    se veio, ja chegou pela carga como infracao comum.
           IF WS-CANDIDATA
            AND WS-DATA-LIMITE < WS-DATA-IMPLANTACAO
               MOVE "N" TO WS-CANDIDATA-SW
               ADD 1 TO WS-TOT-ANTERIORES
           END-IF
           .

       2250-OBTER-TIPO-NIC.
           MOVE ZERO TO WS-TIP01-NIC
           MOVE ARQ-IFC01-EMP00 TO ARQ-PAR01-EMP00
           READ arq-par01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARQ-PAR01-TIP01-NIC TO WS-TIP01-NIC
           END-READ
           .

      *    condutor confirmado em ARQ-IFM01 ja foi identificado, mesmo
      *    que ARQ-IFC01-MOT01 ainda nao tenha sido atualizado.
       2270-VERIFICAR-VINCULO.
           MOVE "N" TO WS-FIM-IFM01
           MOVE ARQ-IFC01-CODIGO TO ARQ-IFM01-IFC01
           MOVE ZERO             TO ARQ-IFM01-MOT01
           START ARQ-IFM01 KEY IS NOT LESS THAN ARQ-IFM01-CHAVE
               INVALID KEY
                   SET FIM-IFM01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2280-LER-IFM01
           END-START

           PERFORM 2290-AVALIAR-VINCULO UNTIL FIM-IFM01
           .

       2280-LER-IFM01.
           READ ARQ-IFM01 NEXT RECORD
               AT END
                   SET FIM-IFM01 TO TRUE
           END-READ
           .

       2290-AVALIAR-VINCULO.
           IF ARQ-IFM01-IFC01 NOT = ARQ-IFC01-CODIGO
               SET FIM-IFM01 TO TRUE
           ELSE
               IF ARQ-IFM01-CONFIRMADA = "S"
                   MOVE "N" TO WS-CANDIDATA-SW
                   SET FIM-IFM01 TO TRUE
               ELSE
                   PERFORM 2280-LER-IFM01
               END-IF
           END-IF
           .

       2300-OBTER-PRAZO-NOMEACAO.
      *    mesmo prazo do P99-R043: o do orgao autuador (arq-org01)
      *    e, sem orgao ou sem prazo cadastrado, o da empresa em
      *    arq-par01.
           MOVE ZERO TO WS-DIAS-PRAZO
           MOVE "N"  TO WS-CONTAGEM-UTEIS
           IF ARQ-IFC01-ORG01 NOT = ZERO
               MOVE ARQ-IFC01-ORG01 TO ARQ-ORG01-CODIGO
               READ arq-org01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARQ-ORG01-DIAS-NOMEACAO TO WS-DIAS-PRAZO
                       IF ARQ-ORG01-DIAS-UTEIS
                        AND WS-DIAS-PRAZO > ZERO
                           MOVE "S" TO WS-CONTAGEM-UTEIS
                       END-IF
               END-READ
           END-IF

           IF WS-DIAS-PRAZO = ZERO
               MOVE ARQ-IFC01-EMP00 TO ARQ-PAR01-EMP00
               READ arq-par01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARQ-PAR01-DIAS-PRAZO-NOMEACAO
                         TO WS-DIAS-PRAZO
               END-READ
           END-IF
           .

       2400-OBTER-DATA-LIMITE.
           MOVE WS-DIAS-PRAZO TO WS-DIAS-PRAZO-S
           IF WS-CONTAGEM-UTEIS = "S"
               MOVE SPACES TO WS-UF-INFRACAO
               MOVE ARQ-IFC01-CID01 TO ARQ-CID01-CODIGO
               READ arq-cid01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARQ-CID01-UF TO WS-UF-INFRACAO
               END-READ
               CALL "P01-S185" USING ARQ-IFC01-DATA-LANCTO,
                       WS-DIAS-PRAZO-S, WS-UF-INFRACAO,
                       ARQ-IFC01-CID01, WS-DATA-LIMITE
           ELSE
               CALL "P01-S167" USING ARQ-IFC01-DATA-LANCTO,
                       WS-DIAS-PRAZO-S, WS-DATA-LIMITE
           END-IF
           .

       2500-VERIFICAR-PROTOCOLO.
      *    basta um protocolo aceito pelo orgao (qualquer motorista
      *    indicado) para a infracao estar livre da NIC; enviado sem
      *    retorno ou rejeitado nao conta.
           MOVE "N" TO WS-INDICADA-SW
           MOVE "N" TO WS-FIM-FIC01
           MOVE ARQ-IFC01-CODIGO TO ARQ-FIC01-IFC01
           MOVE ZERO             TO ARQ-FIC01-MOT01
           START ARQ-FIC01 KEY IS NOT LESS THAN ARQ-FIC01-CHAVE
               INVALID KEY
                   SET FIM-FIC01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2550-LER-FIC01
           END-START

           PERFORM 2600-AVALIAR-PROTOCOLO UNTIL FIM-FIC01
           .

       2550-LER-FIC01.
           READ ARQ-FIC01 NEXT RECORD
               AT END
                   SET FIM-FIC01 TO TRUE
           END-READ
           .

       2600-AVALIAR-PROTOCOLO.
           IF ARQ-FIC01-IFC01 NOT = ARQ-IFC01-CODIGO
               SET FIM-FIC01 TO TRUE
           ELSE
               IF ARQ-FIC01-STATUS = "A"
                   SET WS-INDICADA TO TRUE
                   SET FIM-FIC01 TO TRUE
               ELSE
                   PERFORM 2550-LER-FIC01
               END-IF
           END-IF
           .

       3000-PREVER-NIC.
           MOVE ARQ-IFC01-CODIGO        TO WS-ORI-CODIGO
           MOVE ARQ-IFC01-NOTIFICACAO   TO WS-ORI-NOTIFICACAO
           MOVE ARQ-IFC01-DATA-INFRACAO TO WS-ORI-DATA-INFRACAO
           MOVE ARQ-IFC01-TIP01         TO WS-ORI-TIP01
           MOVE ARQ-IFC01-VEI01         TO WS-ORI-VEI01
           MOVE ARQ-IFC01-EMP00         TO WS-ORI-EMP00
           MOVE ARQ-IFC01-UNI15         TO WS-ORI-UNI15
           MOVE ARQ-IFC01-VALOR         TO WS-ORI-VALOR

           PERFORM 3100-CONTAR-REINCIDENCIA
           PERFORM 3500-GRAVAR-NIC01
           PERFORM 3800-REPOSICIONAR-IFC01
           .

       3100-CONTAR-REINCIDENCIA.
      *    a NIC vale a multa original multiplicada pelo numero de
      *    infracoes iguais da empresa nos 12 meses ate a infracao
      *    (a propria inclusive).
           MOVE ZERO TO WS-MULTIPLICADOR
           CALL "P01-S167" USING WS-ORI-DATA-INFRACAO, WS-DIAS-JANELA,
                   WS-DATA-CORTE

           MOVE "N" TO WS-FIM-EMPRESA
           MOVE WS-ORI-EMP00 TO ARQ-IFC01-EMP00
           START ARQ-IFC01 KEY IS EQUAL TO ARQ-IFC01-EMP00
               INVALID KEY
                   SET FIM-EMPRESA TO TRUE
               NOT INVALID KEY
                   PERFORM 3150-LER-IFC01-EMPRESA
           END-START

           PERFORM 3200-AVALIAR-REINCIDENCIA UNTIL FIM-EMPRESA

           IF WS-MULTIPLICADOR = ZERO
               MOVE 1 TO WS-MULTIPLICADOR
           END-IF
           .

       3150-LER-IFC01-EMPRESA.
           READ ARQ-IFC01 NEXT RECORD
               AT END
                   SET FIM-EMPRESA TO TRUE
           END-READ
           .

       3200-AVALIAR-REINCIDENCIA.
           IF ARQ-IFC01-EMP00 NOT = WS-ORI-EMP00
               SET FIM-EMPRESA TO TRUE
           ELSE
               IF ARQ-IFC01-TIP01 = WS-ORI-TIP01
                AND ARQ-IFC01-SITUACAO NOT = "C"
                AND ARQ-IFC01-DATA-INFRACAO > WS-DATA-CORTE
                AND ARQ-IFC01-DATA-INFRACAO NOT > WS-ORI-DATA-INFRACAO
                AND WS-MULTIPLICADOR < 999
                   ADD 1 TO WS-MULTIPLICADOR
               END-IF
               PERFORM 3150-LER-IFC01-EMPRESA
           END-IF
           .

       3500-GRAVAR-NIC01.
           MOVE WS-ORI-CODIGO           TO ARQ-NIC01-IFC01-ORIGEM
           MOVE WS-ORI-NOTIFICACAO      TO ARQ-NIC01-NOTIFIC-ORIGEM
           MOVE WS-ORI-VEI01            TO ARQ-NIC01-VEI01
           MOVE WS-ORI-EMP00            TO ARQ-NIC01-EMP00
           MOVE WS-ORI-UNI15            TO ARQ-NIC01-UNI15
           MOVE WS-ORI-TIP01            TO ARQ-NIC01-TIP01-ORIGEM
           MOVE WS-DATA-LIMITE          TO ARQ-NIC01-DATA-PRAZO
           MOVE WS-DATA-HOJE            TO ARQ-NIC01-DATA-GERACAO
           MOVE WS-ORI-VALOR            TO ARQ-NIC01-VALOR-ORIGEM
           MOVE WS-MULTIPLICADOR        TO ARQ-NIC01-MULTIPLICADOR
           COMPUTE ARQ-NIC01-VALOR-PREVISTO =
                   WS-ORI-VALOR * WS-MULTIPLICADOR
               ON SIZE ERROR
                   MOVE 9999999,99 TO ARQ-NIC01-VALOR-PREVISTO
           END-COMPUTE
           MOVE "P"                     TO ARQ-NIC01-STATUS
           MOVE ZERO                    TO ARQ-NIC01-IFC01-NIC
           MOVE SPACES                  TO ARQ-NIC01-NOTIFIC-NIC
           MOVE ZERO                    TO ARQ-NIC01-VALOR-NIC
           MOVE ZERO                    TO ARQ-NIC01-DATA-CONCILIACAO
           WRITE ARQ-NIC01-REG

           ADD 1 TO WS-TOT-PREVISTAS
           MOVE WS-ORI-CODIGO            TO WS-CODIGO-EDIT
           MOVE WS-MULTIPLICADOR         TO WS-MULT-EDIT
           MOVE ARQ-NIC01-VALOR-PREVISTO TO WS-VALOR-EDIT
           MOVE SPACES TO LOG-B042-REG
           STRING "NIC PREVISTA - INFRACAO " WS-CODIGO-EDIT
                  " NOTIFICACAO " WS-ORI-NOTIFICACAO
                  " X" WS-MULT-EDIT " = " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LOG-B042-REG
           WRITE LOG-B042-REG
           .

       3800-REPOSICIONAR-IFC01.
           MOVE WS-ORI-CODIGO TO ARQ-IFC01-CODIGO
           START ARQ-IFC01 KEY IS GREATER THAN ARQ-IFC01-CODIGO
               INVALID KEY
                   SET FIM-IFC01 TO TRUE
           END-START
           .

       8000-FINALIZAR.
           MOVE SPACES TO LOG-B042-REG
           STRING "LIDAS: " WS-TOT-LIDAS
                  " PREVISTAS: " WS-TOT-PREVISTAS
                  " JA PREVISTAS: " WS-TOT-JA-PREVISTAS
                  " INDICADAS: " WS-TOT-INDICADAS
                  " ANTES DA IMPLANTACAO: " WS-TOT-ANTERIORES
               DELIMITED BY SIZE INTO LOG-B042-REG
           WRITE LOG-B042-REG

           CLOSE ARQ-IFC01 ARQ-FIC01 ARQ-NIC01 ARQ-VEI01 arq-par01
                 arq-org01 arq-cid01 ARQ-IFM01 ARQ-CTL07 LOG-B042

      *    virada do mes: relatorio das NIC da competencia anterior,
      *    ja com todos os prazos dela vencidos e previstos.
           IF WS-DATA-HOJE (7:2) = "01"
               MOVE WS-DATA-HOJE (1:6) TO WS-COMPETENCIA
               IF WS-COMPET-MES = 1
                   SUBTRACT 1 FROM WS-COMPET-ANO
                   MOVE 12 TO WS-COMPET-MES
               ELSE
                   SUBTRACT 1 FROM WS-COMPET-MES
               END-IF
               CALL "P99-R051" USING WS-COMPETENCIA, WS-USU-BATCH
           END-IF
           .
      * Historico de alteracoes
      *   11/09/2026 - equipe.ti - rotina nova de previsao da NIC para
      *                infracao com prazo de indicacao vencido sem
      *                protocolo aceito em ARQ-FIC01.
      *   09/10/2026 - equipe.ti - so preve NIC de infracao aberta sem
      *                condutor identificado nem vinculo confirmado em
      *                ARQ-IFM01; ignora prazo vencido antes da data de
      *                implantacao guardada em ARQ-CTL07; no dia 1
      *                chama o P99-R051 da competencia anterior.
      *   09/10/2026 - equipe.ti - registro de ARQ-CTL07 com o nome do
      *                job sem o hifen, como o P01-B034 o monta;
      *                ARQ-NIC01 criado vazio na primeira execucao.
