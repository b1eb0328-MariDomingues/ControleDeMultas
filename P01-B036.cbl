           sem duplicar. O alerta preventivo semanal sobre esses
           eventos e o P01-B037 - a ideia e a operacao agir antes de
           os pontos chegarem na CNH pela carga do P01-B010.
           O extrato tambem traz a posicao do veiculo (eventos "PS" de
           posicao e "PA" de veiculo estacionado/ignicao desligada) e,
           em todo evento, o municipio (codigo arq-cid01) e a
           latitude/longitude do GPS, gravados junto no ARQ-EVT01 -
           e a trilha que o P01-B044 cruza com as infracoes para
           apontar suspeita de placa clonada. A primeira posicao
           geocodificada vista em cada municipio fica em ARQ-CID02
           como coordenada de referencia do municipio, de onde o
           P01-B044 mede a distancia ate a infracao.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           COPY "ARQ-EVT01.sl".
           COPY "ARQ-VEI01.sl".
           COPY "ARQ-ALO01.sl".
           COPY "ARQ-CID02.sl".
           SELECT LOG-B036
                  ASSIGN          TO         LOG-B036-NOME
                  ORGANIZATION               LINE SEQUENTIAL
           COPY "ARQ-EVT01.fd".
           COPY "ARQ-VEI01.fd".
           COPY "ARQ-ALO01.fd".
           COPY "ARQ-CID02.fd".
       FD  LOG-B036
           LABEL RECORD STANDARD.
       01  LOG-B036-REG                    PIC X(100).
       01  STAT-ARQ-EVT01                  PIC X(02).
       01  STAT-ARQ-VEI01                  PIC X(02).
       01  STAT-ARQ-ALO01                  PIC X(02).
       01  STAT-ARQ-CID02                  PIC X(02).
       01  STAT-LOG-B036                   PIC X(02).
       01  LOG-B036-NOME                   PIC X(40)
               VALUE "LOG-B036.TXT".
       01  WS-TOT-DUPLICADOS               PIC 9(06)   VALUE ZERO.
       01  WS-TOT-SEM-PLACA                PIC 9(06)   VALUE ZERO.
       01  WS-TOT-SEM-MOTORISTA            PIC 9(06)   VALUE ZERO.
       01  WS-TOT-MUNICIPIOS               PIC 9(06)   VALUE ZERO.

       PROCEDURE DIVISION.

           OPEN I-O   ARQ-EVT01
           OPEN INPUT ARQ-VEI01
           OPEN INPUT ARQ-ALO01
           OPEN I-O   ARQ-CID02
           IF STAT-ARQ-CID02 = "35"
               OPEN OUTPUT ARQ-CID02
               CLOSE ARQ-CID02
               OPEN I-O ARQ-CID02
           END-IF
           OPEN OUTPUT LOG-B036

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           MOVE ARQ-TELE-VELOCIDADE   TO ARQ-EVT01-VELOCIDADE
           MOVE ARQ-TELE-LIMITE       TO ARQ-EVT01-LIMITE
           MOVE WS-DATA-HOJE          TO ARQ-EVT01-DATA-IMPORT
      *    municipio vem em branco quando o rastreador nao conseguiu
      *    geocodificar a posicao; fica zerado e so a coordenada vale.
           IF ARQ-TELE-CID01 IS NUMERIC
               MOVE ARQ-TELE-CID01    TO ARQ-EVT01-CID01
           ELSE
               MOVE ZERO              TO ARQ-EVT01-CID01
           END-IF
           MOVE ARQ-TELE-LATITUDE     TO ARQ-EVT01-LATITUDE
           MOVE ARQ-TELE-LONGITUDE    TO ARQ-EVT01-LONGITUDE
           WRITE ARQ-EVT01-REG

           ADD 1 TO WS-TOT-IMPORTADOS
           IF WS-MOT01-ALOCADO = ZERO
               ADD 1 TO WS-TOT-SEM-MOTORISTA
           END-IF

           IF ARQ-EVT01-CID01 NOT = ZERO
            AND ARQ-EVT01-LATITUDE  NOT = SPACES
            AND ARQ-EVT01-LONGITUDE NOT = SPACES
               PERFORM 2450-REFERENCIA-MUNICIPIO
           END-IF
           .

      *    municipio ainda sem coordenada de referencia fica com a
      *    posicao deste evento; as seguintes nao a alteram, para a
      *    referencia nao variar de uma apuracao para outra.
       2450-REFERENCIA-MUNICIPIO.
           MOVE ARQ-EVT01-CID01 TO ARQ-CID02-CID01
           READ ARQ-CID02
               INVALID KEY
                   MOVE ARQ-EVT01-CID01     TO ARQ-CID02-CID01
                   MOVE ARQ-EVT01-LATITUDE  TO ARQ-CID02-LATITUDE
                   MOVE ARQ-EVT01-LONGITUDE TO ARQ-CID02-LONGITUDE
                   MOVE ARQ-EVT01-PLACA     TO ARQ-CID02-PLACA-ORIGEM
                   MOVE ARQ-EVT01-DATA      TO ARQ-CID02-DATA-ORIGEM
                   MOVE WS-DATA-HOJE        TO ARQ-CID02-DATA-IMPORT
                   WRITE ARQ-CID02-REG
                   ADD 1 TO WS-TOT-MUNICIPIOS
           END-READ
           .

       2500-RESOLVER-MOTORISTA.
                  " SEM MOTORISTA: " WS-TOT-SEM-MOTORISTA
               DELIMITED BY SIZE INTO LOG-B036-REG
           WRITE LOG-B036-REG
           MOVE SPACES TO LOG-B036-REG
           STRING "MUNICIPIOS COM REFERENCIA NOVA: " WS-TOT-MUNICIPIOS
               DELIMITED BY SIZE INTO LOG-B036-REG
           WRITE LOG-B036-REG

           CLOSE arq-tele ARQ-EVT01 ARQ-VEI01 ARQ-ALO01 ARQ-CID02
                 LOG-B036
           .
      * Historico de alteracoes
      *   28/08/2026 - equipe.ti - rotina nova de importacao do
      *                extrato da telemetria (arq-tele) para
      *                ARQ-EVT01, com motorista resolvido pelo
      *                historico de alocacao ARQ-ALO01.
      *   11/09/2026 - equipe.ti - grava tambem o municipio e a
      *                latitude/longitude do evento e aceita os
      *                eventos de posicao ("PS") e estacionado ("PA"),
      *                usados pelo P01-B044.
      *   09/10/2026 - equipe.ti - guarda em ARQ-CID02 a primeira
      *                posicao de cada municipio como coordenada de
      *                referencia para o P01-B044.
