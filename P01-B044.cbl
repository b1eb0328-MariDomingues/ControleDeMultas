       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B044.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 11 de setembro de 2026.
       REMARKS. Apuracao de suspeita de placa clonada: cruza cada
           infracao de ARQ-IFC01 (municipio ARQ-IFC01-CID01, data e
           hora) com a trilha do rastreador do veiculo gravada em
           ARQ-EVT01 pelo P01-B036. O local da infracao e a
           coordenada de referencia do municipio em ARQ-CID02 e a
           distancia ate cada evento do dia e calculada pela
           latitude/longitude dos dois pontos. A infracao fica
           suspeita quando um evento do dia esta longe demais para o
           veiculo ter chegado ao municipio da infracao no tempo
           decorrido - a distancia, descontado o raio de tolerancia
           WS-RAIO-MUNICIPIO-KM (a referencia e um ponto so do
           municipio), dividida pelo tempo passa de
           WS-VELOCIDADE-MAXIMA - ou quando o ultimo evento antes do
           horario e de veiculo estacionado ("PA", ignicao desligada)
           em outro municipio (ARQ-EVT01-CID01) ou, sem municipio no
           evento, fora desse raio. Evento sem latitude/longitude mas
           com municipio e posicionado na referencia desse municipio
           em ARQ-CID02, como a propria infracao. Municipio vizinho
           alcancavel no intervalo nao e suspeita, nem estacionado no
           proprio municipio da infracao - multa de estacionamento e
           legitima.
           A suspeita e gravada em ARQ-CLN01 com o evento que prova a
           posicao (data, hora, tipo, municipio e coordenadas) e sai
           no relatorio REL-B044, pronto para instruir a defesa.
           Placa com WS-LIMITE-REINCIDENCIA suspeitas ou mais gera
           aviso para a gestao de frota na fila ARQ-EML09 (via
           P01-S162, lista de distribuicao da empresa) pedindo o
           registro do boletim de ocorrencia. Infracao ja apurada,
           cancelada, sem veiculo ou sem municipio nao e analisada;
           municipio sem coordenada de referencia e dia sem trilha no
           rastreador nao permitem conclusao.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-VEI01.sl".
           COPY "ARQ-EVT01.sl".
           COPY "ARQ-CLN01.sl".
           COPY "arq-cid01.sl".
           COPY "ARQ-CID02.sl".
           SELECT REL-B044
                  ASSIGN          TO         REL-B044-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-B044.
           SELECT LOG-B044
                  ASSIGN          TO         LOG-B044-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B044.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-VEI01.fd".
           COPY "ARQ-EVT01.fd".
           COPY "ARQ-CLN01.fd".
           COPY "arq-cid01.fd".
           COPY "ARQ-CID02.fd".
       FD  REL-B044
           LABEL RECORD STANDARD.
       01  REL-B044-LINHA                  PIC X(132).
       FD  LOG-B044
           LABEL RECORD STANDARD.
       01  LOG-B044-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-VEI01                  PIC X(02).
       01  STAT-ARQ-EVT01                  PIC X(02).
       01  STAT-ARQ-CLN01                  PIC X(02).
       01  STAT-ARQ-CID01                  PIC X(02).
       01  STAT-ARQ-CID02                  PIC X(02).
       01  STAT-REL-B044                   PIC X(02).
       01  STAT-LOG-B044                   PIC X(02).
       01  REL-B044-NOME                   PIC X(40)
               VALUE "REL-B044.TXT".
       01  LOG-B044-NOME                   PIC X(40)
               VALUE "LOG-B044.TXT".

       01  WS-VELOCIDADE-MAXIMA            PIC 9(03)   VALUE 120.
       01  WS-RAIO-MUNICIPIO-KM            PIC 9(03)   VALUE 15.
       01  WS-LIMITE-REINCIDENCIA          PIC 9(03)   VALUE 2.

       01  WS-FIM-IFC01                    PIC X(01)   VALUE "N".
           88 FIM-IFC01                                VALUE "S".
       01  WS-FIM-EVT01                    PIC X(01).
           88 FIM-EVT01                                VALUE "S".
       01  WS-FIM-CLN01                    PIC X(01).
           88 FIM-CLN01                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-ANALISAR-SW                  PIC X(01).
           88 WS-ANALISAR                              VALUE "S".
       01  WS-TEM-TRILHA-SW                PIC X(01).
           88 WS-TEM-TRILHA                            VALUE "S".
       01  WS-SUSPEITA-SW                  PIC X(01).
           88 WS-SUSPEITA                              VALUE "S".
       01  WS-PLACA                        PIC X(08).

      *    horarios convertidos em minutos do dia para medir a
      *    distancia entre o evento e a infracao
       01  WS-HH                           PIC 9(02).
       01  WS-MM                           PIC 9(02).
       01  WS-MIN-INFRACAO                 PIC 9(04).
       01  WS-MIN-EVENTO                   PIC 9(04).
       01  WS-DIF-MINUTOS                  PIC 9(04).

      *    evento mais proximo do horario da infracao entre os que
      *    o veiculo nao teria como deixar a tempo
       01  WS-PROXIMO-ACHADO               PIC X(01).
       01  WS-PROX-DIF                     PIC 9(04).
       01  WS-PROX-DISTANCIA               PIC 9(05)V9(02).
       01  WS-PROX-REG                     PIC X(90).
      *    ultimo evento ate o horario da infracao (qualquer tipo)
       01  WS-ANTERIOR-ACHADO              PIC X(01).
       01  WS-ANT-DIF                      PIC 9(04).
       01  WS-ANT-REG                      PIC X(90).

       01  WS-EVIDENCIA.
           05 WS-EVID-CHAVE.
              10 WS-EVID-PLACA             PIC X(08).
              10 WS-EVID-DATA              PIC 9(08).
              10 WS-EVID-HORA              PIC 9(04).
              10 WS-EVID-SEQ               PIC 9(03).
           05 WS-EVID-VEI01                PIC 9(06).
           05 WS-EVID-MOT01                PIC 9(06).
           05 WS-EVID-TIPO                 PIC X(02).
           05 WS-EVID-VELOCIDADE           PIC 9(03).
           05 WS-EVID-LIMITE               PIC 9(03).
           05 WS-EVID-DATA-IMPORT          PIC 9(08).
           05 WS-EVID-CID01                PIC 9(04).
           05 WS-EVID-LATITUDE             PIC X(10).
           05 WS-EVID-LONGITUDE            PIC X(11).
           05 FILLER                       PIC X(14).

      *    coordenadas em graus decimais, como vem do rastreador
      *    ("-23.550520"); ponto ou virgula separam a fracao.
       01  WS-TEM-REFERENCIA-SW            PIC X(01).
           88 WS-TEM-REFERENCIA                        VALUE "S".
       01  WS-LAT-INFRACAO                 PIC S9(03)V9(06).
       01  WS-LON-INFRACAO                 PIC S9(03)V9(06).
       01  WS-LAT-EVENTO                   PIC S9(03)V9(06).
       01  WS-LON-EVENTO                   PIC S9(03)V9(06).
       01  WS-COORD-TEXTO                  PIC X(11).
       01  WS-COORD-POS                    PIC 9(02).
       01  WS-COORD-CAR                    PIC X(01).
       01  WS-COORD-DIGITO                 PIC 9(01).
       01  WS-COORD-SINAL                  PIC X(01).
       01  WS-COORD-FASE                   PIC X(01).
       01  WS-COORD-DIGITOS                PIC 9(02).
       01  WS-COORD-INTEIRO                PIC 9(03).
       01  WS-COORD-QTD-FRACAO             PIC 9(02).
       01  WS-COORD-FRACAO-X               PIC X(06).
       01  WS-COORD-FRACAO REDEFINES WS-COORD-FRACAO-X
                                           PIC 9(06).
       01  WS-COORD-GRAUS                  PIC S9(03)V9(06).
       01  WS-COORD-OK-SW                  PIC X(01).
           88 WS-COORD-OK                              VALUE "S".
       01  WS-COORD-EVENTO-OK              PIC X(01).

      *    distancia plana pela latitude media (erro desprezivel nas
      *    distancias de um dia de viagem); o cosseno sai da serie.
       01  WS-KM-POR-GRAU                  PIC 9(03)V9(03)
               VALUE 111,195.
       01  WS-RAD-POR-GRAU                 PIC 9(01)V9(08)
               VALUE 0,01745329.
       01  WS-LAT-MEDIA-RAD                PIC S9(01)V9(08).
       01  WS-COS-LAT                      PIC S9(01)V9(08).
       01  WS-DIF-LAT                      PIC S9(04)V9(06).
       01  WS-DIF-LON                      PIC S9(04)V9(06).
       01  WS-DISTANCIA-KM                 PIC 9(05)V9(02).
       01  WS-EXCESSO-KM                   PIC 9(05)V9(02).
       01  WS-KM-ALCANCAVEL                PIC 9(05)V9(02).
       01  WS-IMPOSSIVEL-SW                PIC X(01).
           88 WS-IMPOSSIVEL                            VALUE "S".

      *    veiculos com suspeita nova nesta execucao: o aviso de
      *    reincidencia sai uma vez por placa no final
       01  WS-QTD-VEICULOS                 PIC 9(04)   VALUE ZERO.
       01  WS-VEI-ACHADO-SW                PIC X(01).
           88 WS-VEI-ACHADO                            VALUE "S".
       01  WS-TAB-VEICULOS.
           05 WS-TAB-VEICULO OCCURS 500 TIMES
                             INDEXED BY WS-VEI-IDX.
              10 WS-TAB-VEI01              PIC 9(06).
              10 WS-TAB-PLACA              PIC X(08).
              10 WS-TAB-EMP00              PIC 9(03).
       01  WS-QTD-SUSPEITAS                PIC 9(05).

       01  WS-ASSUNTO                      PIC X(60).
       01  WS-ANEXO                        PIC X(80).
       01  WS-ENFILEIRADO                  PIC X(01).
       01  WS-UNI15-ZERO                   PIC 9(04)   VALUE ZERO.

       01  WS-NOME-CID-INFRACAO            PIC X(30).
       01  WS-NOME-CID-EVENTO              PIC X(30).
       01  WS-MOTIVO-DESC                  PIC X(22).
       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-MINUTOS-EDIT                 PIC ZZZ9.
       01  WS-DISTANCIA-EDIT               PIC ZZZZ9.
       01  WS-CONTADOR-EDIT                PIC ZZZZ9.

       01  WS-TOT-LIDOS                    PIC 9(05)   VALUE ZERO.
       01  WS-TOT-IGNORADOS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-JA-APURADOS              PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SEM-TRILHA               PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SEM-REFERENCIA           PIC 9(05)   VALUE ZERO.
       01  WS-TOT-COMPATIVEIS              PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SUSPEITAS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ALERTAS                  PIC 9(05)   VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2100-LER-IFC01
           PERFORM 2000-PROCESSAR-IFC01 UNTIL FIM-IFC01
           PERFORM 6000-AVISAR-REINCIDENTES
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-IFC01
           OPEN INPUT ARQ-VEI01
           OPEN INPUT ARQ-EVT01
           OPEN I-O   ARQ-CLN01
           IF STAT-ARQ-CLN01 = "35"
               OPEN OUTPUT ARQ-CLN01
               CLOSE ARQ-CLN01
               OPEN I-O ARQ-CLN01
           END-IF
           OPEN INPUT arq-cid01
           OPEN INPUT ARQ-CID02
           OPEN OUTPUT REL-B044
           OPEN OUTPUT LOG-B044

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

           MOVE "INICIO DA APURACAO DE SUSPEITA DE PLACA CLONADA"
             TO LOG-B044-REG
           WRITE LOG-B044-REG

           MOVE SPACES TO REL-B044-LINHA
           STRING "SUSPEITAS DE PLACA CLONADA - INFRACAO X TRILHA DA "
                  "TELEMETRIA - APURACAO " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REL-B044-LINHA
           WRITE REL-B044-LINHA
           MOVE SPACES TO REL-B044-LINHA
           WRITE REL-B044-LINHA
           .

       2000-PROCESSAR-IFC01.
           ADD 1 TO WS-TOT-LIDOS
           PERFORM 2200-VERIFICAR-CANDIDATA

           IF WS-ANALISAR
               PERFORM 3000-ANALISAR-TRILHA
               IF NOT WS-TEM-TRILHA
                   ADD 1 TO WS-TOT-SEM-TRILHA
               ELSE
                   IF WS-SUSPEITA
                       PERFORM 4000-GRAVAR-SUSPEITA
                       PERFORM 5000-IMPRIMIR-EVIDENCIA
                       PERFORM 5500-GUARDAR-VEICULO
                   ELSE
                       ADD 1 TO WS-TOT-COMPATIVEIS
                   END-IF
               END-IF
           END-IF

           PERFORM 2100-LER-IFC01
           .

       2100-LER-IFC01.
           READ ARQ-IFC01 NEXT RECORD
               AT END
                   SET FIM-IFC01 TO TRUE
           END-READ
           .

       2200-VERIFICAR-CANDIDATA.
           MOVE "S" TO WS-ANALISAR-SW

           IF ARQ-IFC01-SITUACAO = "C"
            OR ARQ-IFC01-VEI01 = ZERO
            OR ARQ-IFC01-CID01 = ZERO
               MOVE "N" TO WS-ANALISAR-SW
               ADD 1 TO WS-TOT-IGNORADOS
           END-IF

           IF WS-ANALISAR
               MOVE ARQ-IFC01-CODIGO TO ARQ-CLN01-IFC01
               READ ARQ-CLN01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-ANALISAR-SW
                       ADD 1 TO WS-TOT-JA-APURADOS
               END-READ
           END-IF

           IF WS-ANALISAR
               MOVE ARQ-IFC01-VEI01 TO ARQ-VEI01-CODIGO
               READ ARQ-VEI01
                   INVALID KEY
                       MOVE "N" TO WS-ANALISAR-SW
                       ADD 1 TO WS-TOT-IGNORADOS
                   NOT INVALID KEY
                       MOVE ARQ-VEI01-PLACA TO WS-PLACA
               END-READ
           END-IF

           IF WS-ANALISAR
               PERFORM 2300-OBTER-REFERENCIA
               IF NOT WS-TEM-REFERENCIA
                   MOVE "N" TO WS-ANALISAR-SW
                   ADD 1 TO WS-TOT-SEM-REFERENCIA
               END-IF
           END-IF
           .

      *    sem ARQ-CID02 (telemetria nunca importada) nenhum municipio
      *    tem referencia e nada e concluido.
       2300-OBTER-REFERENCIA.
           MOVE "N" TO WS-TEM-REFERENCIA-SW
           IF STAT-ARQ-CID02 NOT = "35"
               MOVE ARQ-IFC01-CID01 TO ARQ-CID02-CID01
               READ ARQ-CID02
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2350-CONVERTER-REFERENCIA
               END-READ
           END-IF
           .

       2350-CONVERTER-REFERENCIA.
           MOVE ARQ-CID02-LATITUDE TO WS-COORD-TEXTO
           PERFORM 3700-CONVERTER-COORDENADA
           IF WS-COORD-OK
               MOVE WS-COORD-GRAUS TO WS-LAT-INFRACAO
               MOVE ARQ-CID02-LONGITUDE TO WS-COORD-TEXTO
               PERFORM 3700-CONVERTER-COORDENADA
               IF WS-COORD-OK
                   MOVE WS-COORD-GRAUS TO WS-LON-INFRACAO
                   MOVE "S" TO WS-TEM-REFERENCIA-SW
               END-IF
           END-IF
           .

       3000-ANALISAR-TRILHA.
      *    a trilha e lida pela chave primaria do ARQ-EVT01 (placa,
      *    data, hora): so o dia da infracao e considerado, entao
      *    infracao logo apos a meia-noite nao enxerga o evento da
      *    noite anterior.
           MOVE "N"  TO WS-TEM-TRILHA-SW
           MOVE "N"  TO WS-SUSPEITA-SW
           MOVE "N"  TO WS-PROXIMO-ACHADO
           MOVE "N"  TO WS-ANTERIOR-ACHADO
           MOVE 9999 TO WS-PROX-DIF
           MOVE 9999 TO WS-ANT-DIF
           MOVE "N"  TO WS-FIM-EVT01

           DIVIDE ARQ-IFC01-HORA-INFRACAO BY 100
               GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-MIN-INFRACAO = WS-HH * 60 + WS-MM

           MOVE WS-PLACA                TO ARQ-EVT01-PLACA
           MOVE ARQ-IFC01-DATA-INFRACAO TO ARQ-EVT01-DATA
           MOVE ZERO                    TO ARQ-EVT01-HORA
           MOVE ZERO                    TO ARQ-EVT01-SEQ
           START ARQ-EVT01 KEY IS NOT LESS THAN ARQ-EVT01-CHAVE
               INVALID KEY
                   SET FIM-EVT01 TO TRUE
               NOT INVALID KEY
                   PERFORM 3100-LER-EVT01
           END-START

           PERFORM 3200-AVALIAR-EVENTO UNTIL FIM-EVT01

           IF WS-TEM-TRILHA
               PERFORM 3500-CONCLUIR
           END-IF
           .

       3100-LER-EVT01.
           READ ARQ-EVT01 NEXT RECORD
               AT END
                   SET FIM-EVT01 TO TRUE
           END-READ
           .

       3200-AVALIAR-EVENTO.
           IF ARQ-EVT01-PLACA NOT = WS-PLACA
            OR ARQ-EVT01-DATA NOT = ARQ-IFC01-DATA-INFRACAO
               SET FIM-EVT01 TO TRUE
           ELSE
               MOVE "S" TO WS-TEM-TRILHA-SW
               DIVIDE ARQ-EVT01-HORA BY 100
                   GIVING WS-HH REMAINDER WS-MM
               COMPUTE WS-MIN-EVENTO = WS-HH * 60 + WS-MM

               IF WS-MIN-EVENTO > WS-MIN-INFRACAO
                   COMPUTE WS-DIF-MINUTOS =
                           WS-MIN-EVENTO - WS-MIN-INFRACAO
               ELSE
                   COMPUTE WS-DIF-MINUTOS =
                           WS-MIN-INFRACAO - WS-MIN-EVENTO
      *            a trilha vem em ordem de horario: o ultimo lido ate
      *            o horario da infracao e o estado do veiculo naquele
      *            momento.
                   MOVE "S"            TO WS-ANTERIOR-ACHADO
                   MOVE WS-DIF-MINUTOS TO WS-ANT-DIF
                   MOVE ARQ-EVT01-REG  TO WS-ANT-REG
               END-IF

      *        evento sem coordenada nem municipio com referencia
      *        nao serve de prova de local.
               MOVE ARQ-EVT01-REG TO WS-EVIDENCIA
               PERFORM 3600-DISTANCIA-EVENTO
               IF WS-COORD-EVENTO-OK NOT = "N"
                   PERFORM 3900-AVALIAR-DESLOCAMENTO
                   IF WS-IMPOSSIVEL
                    AND WS-DIF-MINUTOS < WS-PROX-DIF
                       MOVE "S"             TO WS-PROXIMO-ACHADO
                       MOVE WS-DIF-MINUTOS  TO WS-PROX-DIF
                       MOVE WS-DISTANCIA-KM TO WS-PROX-DISTANCIA
                       MOVE ARQ-EVT01-REG   TO WS-PROX-REG
                   END-IF
               END-IF

               PERFORM 3100-LER-EVT01
           END-IF
           .

      *    estacionado com a ignicao desligada nao se desloca: basta
      *    estar em outro municipio ou, quando o evento nao traz o
      *    municipio, fora do raio do municipio da infracao, seja
      *    qual for o tempo decorrido.
       3500-CONCLUIR.
           IF WS-ANTERIOR-ACHADO = "S"
               MOVE WS-ANT-REG TO WS-EVIDENCIA
               IF WS-EVID-TIPO = "PA"
                   PERFORM 3600-DISTANCIA-EVENTO
                   IF WS-EVID-CID01 NOT = ZERO
                       IF WS-EVID-CID01 NOT = ARQ-IFC01-CID01
                           PERFORM 3550-MARCAR-ESTACIONADO
                       END-IF
                   ELSE
                       IF WS-COORD-EVENTO-OK NOT = "N"
                        AND WS-DISTANCIA-KM > WS-RAIO-MUNICIPIO-KM
                           PERFORM 3550-MARCAR-ESTACIONADO
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF NOT WS-SUSPEITA
            AND WS-PROXIMO-ACHADO = "S"
               MOVE WS-PROX-REG TO WS-EVIDENCIA
               SET WS-SUSPEITA TO TRUE
               MOVE "M"         TO ARQ-CLN01-MOTIVO
               MOVE WS-PROX-DIF TO WS-DIF-MINUTOS
           END-IF
           .

      *    a distancia fica zerada quando o evento estacionado em outro
      *    municipio nao tem coordenada nem referencia do municipio.
       3550-MARCAR-ESTACIONADO.
           SET WS-SUSPEITA TO TRUE
           MOVE "E"             TO ARQ-CLN01-MOTIVO
           MOVE WS-ANT-DIF      TO WS-DIF-MINUTOS
           MOVE WS-DISTANCIA-KM TO WS-PROX-DISTANCIA
           .

      *    distancia entre o evento em WS-EVIDENCIA e a referencia do
      *    municipio da infracao. WS-COORD-EVENTO-OK fica "S" para a
      *    posicao GPS do evento, "M" para a referencia do municipio
      *    do evento (ARQ-CID02) e "N" quando nao ha nenhuma das duas.
       3600-DISTANCIA-EVENTO.
           MOVE "N"  TO WS-COORD-EVENTO-OK
           MOVE ZERO TO WS-DISTANCIA-KM
           MOVE WS-EVID-LATITUDE TO WS-COORD-TEXTO
           PERFORM 3700-CONVERTER-COORDENADA
           IF WS-COORD-OK
               MOVE WS-COORD-GRAUS TO WS-LAT-EVENTO
               MOVE WS-EVID-LONGITUDE TO WS-COORD-TEXTO
               PERFORM 3700-CONVERTER-COORDENADA
               IF WS-COORD-OK
                   MOVE WS-COORD-GRAUS TO WS-LON-EVENTO
                   MOVE "S" TO WS-COORD-EVENTO-OK
               END-IF
           END-IF
           IF WS-COORD-EVENTO-OK = "N"
            AND WS-EVID-CID01 NOT = ZERO
               PERFORM 3650-REFERENCIA-EVENTO
           END-IF
           IF WS-COORD-EVENTO-OK NOT = "N"
               PERFORM 3800-CALCULAR-DISTANCIA
           END-IF
           .

      *    mesma regra do 2300-OBTER-REFERENCIA, aplicada ao municipio
      *    gravado no evento.
       3650-REFERENCIA-EVENTO.
           IF WS-EVID-CID01 = ARQ-IFC01-CID01
               MOVE WS-LAT-INFRACAO TO WS-LAT-EVENTO
               MOVE WS-LON-INFRACAO TO WS-LON-EVENTO
               MOVE "M" TO WS-COORD-EVENTO-OK
           ELSE
               IF STAT-ARQ-CID02 NOT = "35"
                   MOVE WS-EVID-CID01 TO ARQ-CID02-CID01
                   READ ARQ-CID02
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 3660-CONVERTER-REF-EVENTO
                   END-READ
               END-IF
           END-IF
           .

       3660-CONVERTER-REF-EVENTO.
           MOVE ARQ-CID02-LATITUDE TO WS-COORD-TEXTO
           PERFORM 3700-CONVERTER-COORDENADA
           IF WS-COORD-OK
               MOVE WS-COORD-GRAUS TO WS-LAT-EVENTO
               MOVE ARQ-CID02-LONGITUDE TO WS-COORD-TEXTO
               PERFORM 3700-CONVERTER-COORDENADA
               IF WS-COORD-OK
                   MOVE WS-COORD-GRAUS TO WS-LON-EVENTO
                   MOVE "M" TO WS-COORD-EVENTO-OK
               END-IF
           END-IF
           .

       3700-CONVERTER-COORDENADA.
           MOVE "S"      TO WS-COORD-OK-SW
           MOVE "+"      TO WS-COORD-SINAL
           MOVE "I"      TO WS-COORD-FASE
           MOVE ZERO     TO WS-COORD-DIGITOS
           MOVE ZERO     TO WS-COORD-INTEIRO
           MOVE ZERO     TO WS-COORD-QTD-FRACAO
           MOVE "000000" TO WS-COORD-FRACAO-X
           MOVE ZERO     TO WS-COORD-GRAUS

           PERFORM 3710-LER-CARACTER
               VARYING WS-COORD-POS FROM 1 BY 1
               UNTIL WS-COORD-POS > 11 OR NOT WS-COORD-OK

           IF WS-COORD-DIGITOS = ZERO
            OR WS-COORD-INTEIRO > 180
               MOVE "N" TO WS-COORD-OK-SW
           END-IF

           IF WS-COORD-OK
               COMPUTE WS-COORD-GRAUS =
                       WS-COORD-INTEIRO + WS-COORD-FRACAO / 1000000
               IF WS-COORD-SINAL = "-"
                   COMPUTE WS-COORD-GRAUS = 0 - WS-COORD-GRAUS
               END-IF
           END-IF
           .

       3710-LER-CARACTER.
           MOVE WS-COORD-TEXTO (WS-COORD-POS:1) TO WS-COORD-CAR
           EVALUATE TRUE
               WHEN WS-COORD-CAR = SPACE
                   CONTINUE
               WHEN WS-COORD-CAR = "-" AND WS-COORD-DIGITOS = ZERO
                   MOVE "-" TO WS-COORD-SINAL
               WHEN WS-COORD-CAR = "+" AND WS-COORD-DIGITOS = ZERO
                   CONTINUE
               WHEN (WS-COORD-CAR = "." OR ",")
                AND WS-COORD-FASE = "I"
                   MOVE "F" TO WS-COORD-FASE
               WHEN WS-COORD-CAR IS NUMERIC AND WS-COORD-FASE = "I"
                   IF WS-COORD-INTEIRO > 99
                       MOVE "N" TO WS-COORD-OK-SW
                   ELSE
                       MOVE WS-COORD-CAR TO WS-COORD-DIGITO
                       COMPUTE WS-COORD-INTEIRO =
                               WS-COORD-INTEIRO * 10 + WS-COORD-DIGITO
                       ADD 1 TO WS-COORD-DIGITOS
                   END-IF
               WHEN WS-COORD-CAR IS NUMERIC
                   ADD 1 TO WS-COORD-DIGITOS
                   IF WS-COORD-QTD-FRACAO < 6
                       ADD 1 TO WS-COORD-QTD-FRACAO
                       MOVE WS-COORD-CAR
                         TO WS-COORD-FRACAO-X (WS-COORD-QTD-FRACAO:1)
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-COORD-OK-SW
           END-EVALUATE
           .

       3800-CALCULAR-DISTANCIA.
           COMPUTE WS-LAT-MEDIA-RAD =
                   (WS-LAT-INFRACAO + WS-LAT-EVENTO) / 2
                   * WS-RAD-POR-GRAU
           COMPUTE WS-COS-LAT = 1 - WS-LAT-MEDIA-RAD ** 2 / 2
                   + WS-LAT-MEDIA-RAD ** 4 / 24
                   - WS-LAT-MEDIA-RAD ** 6 / 720
           COMPUTE WS-DIF-LAT = WS-LAT-EVENTO - WS-LAT-INFRACAO
           COMPUTE WS-DIF-LON =
                   (WS-LON-EVENTO - WS-LON-INFRACAO) * WS-COS-LAT
           COMPUTE WS-DISTANCIA-KM ROUNDED = WS-KM-POR-GRAU
                   * (WS-DIF-LAT ** 2 + WS-DIF-LON ** 2) ** 0,5
               ON SIZE ERROR
                   MOVE 99999 TO WS-DISTANCIA-KM
           END-COMPUTE
           .

      *    fora do raio do municipio, o que sobra da distancia tem de
      *    caber no que o veiculo percorre a WS-VELOCIDADE-MAXIMA no
      *    tempo entre o evento e a infracao.
       3900-AVALIAR-DESLOCAMENTO.
           MOVE "N" TO WS-IMPOSSIVEL-SW
           IF WS-DISTANCIA-KM > WS-RAIO-MUNICIPIO-KM
               COMPUTE WS-EXCESSO-KM =
                       WS-DISTANCIA-KM - WS-RAIO-MUNICIPIO-KM
               COMPUTE WS-KM-ALCANCAVEL =
                       WS-VELOCIDADE-MAXIMA * WS-DIF-MINUTOS / 60
               IF WS-EXCESSO-KM > WS-KM-ALCANCAVEL
                   SET WS-IMPOSSIVEL TO TRUE
               END-IF
           END-IF
           .

       4000-GRAVAR-SUSPEITA.
           MOVE ARQ-IFC01-CODIGO        TO ARQ-CLN01-IFC01
           MOVE ARQ-IFC01-VEI01         TO ARQ-CLN01-VEI01
           MOVE WS-PLACA                TO ARQ-CLN01-PLACA
           MOVE ARQ-IFC01-EMP00         TO ARQ-CLN01-EMP00
           MOVE ARQ-IFC01-UNI15         TO ARQ-CLN01-UNI15
           MOVE ARQ-IFC01-NOTIFICACAO   TO ARQ-CLN01-NOTIFICACAO
           MOVE ARQ-IFC01-DATA-INFRACAO TO ARQ-CLN01-DATA-INFRACAO
           MOVE ARQ-IFC01-HORA-INFRACAO TO ARQ-CLN01-HORA-INFRACAO
           MOVE ARQ-IFC01-CID01         TO ARQ-CLN01-CID01-INFRACAO
           MOVE WS-EVID-DATA            TO ARQ-CLN01-EVT-DATA
           MOVE WS-EVID-HORA            TO ARQ-CLN01-EVT-HORA
           MOVE WS-EVID-SEQ             TO ARQ-CLN01-EVT-SEQ
           MOVE WS-EVID-TIPO            TO ARQ-CLN01-EVT-TIPO
           MOVE WS-EVID-CID01           TO ARQ-CLN01-EVT-CID01
           MOVE WS-EVID-LATITUDE        TO ARQ-CLN01-EVT-LATITUDE
           MOVE WS-EVID-LONGITUDE       TO ARQ-CLN01-EVT-LONGITUDE
           MOVE WS-DIF-MINUTOS          TO ARQ-CLN01-DIF-MINUTOS
           MOVE WS-PROX-DISTANCIA       TO ARQ-CLN01-DISTANCIA-KM
           MOVE WS-DATA-HOJE            TO ARQ-CLN01-DATA-APURACAO
           WRITE ARQ-CLN01-REG
           ADD 1 TO WS-TOT-SUSPEITAS

           MOVE ARQ-IFC01-CODIGO TO WS-CODIGO-EDIT
           MOVE SPACES TO LOG-B044-REG
           STRING "SUSPEITA DE CLONE - INFRACAO " WS-CODIGO-EDIT
                  " PLACA " WS-PLACA
                  " MOTIVO " ARQ-CLN01-MOTIVO
               DELIMITED BY SIZE INTO LOG-B044-REG
           WRITE LOG-B044-REG
           .

       5000-IMPRIMIR-EVIDENCIA.
           MOVE ARQ-IFC01-CID01 TO ARQ-CID01-CODIGO
           PERFORM 5100-NOME-MUNICIPIO
           MOVE ARQ-CID01-NOME  TO WS-NOME-CID-INFRACAO
           MOVE WS-EVID-CID01   TO ARQ-CID01-CODIGO
           PERFORM 5100-NOME-MUNICIPIO
           MOVE ARQ-CID01-NOME  TO WS-NOME-CID-EVENTO

           IF ARQ-CLN01-ESTACIONADO
               MOVE "VEICULO ESTACIONADO EM" TO WS-MOTIVO-DESC
           ELSE
               MOVE "VEICULO CIRCULANDO EM" TO WS-MOTIVO-DESC
           END-IF

           MOVE ARQ-IFC01-CODIGO TO WS-CODIGO-EDIT
           MOVE SPACES TO REL-B044-LINHA
           STRING "INFRACAO " WS-CODIGO-EDIT
                  " NOTIF " ARQ-IFC01-NOTIFICACAO
                  " PLACA " WS-PLACA
                  " EM " ARQ-IFC01-DATA-INFRACAO
                  " " ARQ-IFC01-HORA-INFRACAO
                  " LOCAL " WS-NOME-CID-INFRACAO
               DELIMITED BY SIZE INTO REL-B044-LINHA
           WRITE REL-B044-LINHA

           MOVE WS-DIF-MINUTOS    TO WS-MINUTOS-EDIT
           MOVE WS-PROX-DISTANCIA TO WS-DISTANCIA-EDIT
           MOVE SPACES TO REL-B044-LINHA
           STRING "  EVIDENCIA: " WS-MOTIVO-DESC " "
                  WS-NOME-CID-EVENTO
                  " EVENTO " WS-EVID-TIPO
                  " " WS-EVID-DATA " " WS-EVID-HORA
                  " (" WS-MINUTOS-EDIT " MIN," WS-DISTANCIA-EDIT
                  " KM)"
               DELIMITED BY SIZE INTO REL-B044-LINHA
           WRITE REL-B044-LINHA

           MOVE SPACES TO REL-B044-LINHA
           IF WS-EVID-LATITUDE = SPACES
               STRING "  POSICAO: MUNICIPIO DO EVENTO (SEM GPS)"
                      "  REGISTRO ARQ-EVT01 " WS-EVID-PLACA
                      " " WS-EVID-DATA " " WS-EVID-HORA
                      " SEQ " WS-EVID-SEQ
                   DELIMITED BY SIZE INTO REL-B044-LINHA
           ELSE
               STRING "  POSICAO GPS: LAT " WS-EVID-LATITUDE
                      " LON " WS-EVID-LONGITUDE
                      "  REGISTRO ARQ-EVT01 " WS-EVID-PLACA
                      " " WS-EVID-DATA " " WS-EVID-HORA
                      " SEQ " WS-EVID-SEQ
                   DELIMITED BY SIZE INTO REL-B044-LINHA
           END-IF
           WRITE REL-B044-LINHA
           MOVE SPACES TO REL-B044-LINHA
           WRITE REL-B044-LINHA
           .

       5100-NOME-MUNICIPIO.
           READ arq-cid01
               INVALID KEY
                   MOVE "MUNICIPIO NAO CADASTRADO" TO ARQ-CID01-NOME
           END-READ
           .

       5500-GUARDAR-VEICULO.
           MOVE "N" TO WS-VEI-ACHADO-SW
           SET WS-VEI-IDX TO 1
           PERFORM 5550-PROCURAR-VEICULO
               UNTIL WS-VEI-ACHADO OR WS-VEI-IDX > WS-QTD-VEICULOS

           IF NOT WS-VEI-ACHADO
               IF WS-QTD-VEICULOS < 500
                   ADD 1 TO WS-QTD-VEICULOS
                   SET WS-VEI-IDX TO WS-QTD-VEICULOS
                   MOVE ARQ-IFC01-VEI01 TO WS-TAB-VEI01 (WS-VEI-IDX)
                   MOVE WS-PLACA        TO WS-TAB-PLACA (WS-VEI-IDX)
                   MOVE ARQ-IFC01-EMP00 TO WS-TAB-EMP00 (WS-VEI-IDX)
               ELSE
                   MOVE "TABELA DE VEICULOS CHEIA - AVISO NAO ENVIADO"
                     TO LOG-B044-REG
                   WRITE LOG-B044-REG
               END-IF
           END-IF
           .

       5550-PROCURAR-VEICULO.
           IF WS-TAB-VEI01 (WS-VEI-IDX) = ARQ-IFC01-VEI01
               SET WS-VEI-ACHADO TO TRUE
           ELSE
               SET WS-VEI-IDX UP BY 1
           END-IF
           .

       6000-AVISAR-REINCIDENTES.
           SET WS-VEI-IDX TO 1
           PERFORM 6100-AVALIAR-VEICULO
               UNTIL WS-VEI-IDX > WS-QTD-VEICULOS
           .

       6100-AVALIAR-VEICULO.
           MOVE ZERO TO WS-QTD-SUSPEITAS
           MOVE "N"  TO WS-FIM-CLN01
           MOVE WS-TAB-VEI01 (WS-VEI-IDX) TO ARQ-CLN01-VEI01
           START ARQ-CLN01 KEY IS EQUAL TO ARQ-CLN01-VEI01
               INVALID KEY
                   SET FIM-CLN01 TO TRUE
               NOT INVALID KEY
                   PERFORM 6150-LER-CLN01
           END-START

           PERFORM 6200-CONTAR-SUSPEITA UNTIL FIM-CLN01

           IF WS-QTD-SUSPEITAS >= WS-LIMITE-REINCIDENCIA
               PERFORM 6300-ENFILEIRAR-AVISO
           END-IF

           SET WS-VEI-IDX UP BY 1
           .

       6150-LER-CLN01.
           READ ARQ-CLN01 NEXT RECORD
               AT END
                   SET FIM-CLN01 TO TRUE
           END-READ
           .

       6200-CONTAR-SUSPEITA.
           IF ARQ-CLN01-VEI01 NOT = WS-TAB-VEI01 (WS-VEI-IDX)
               SET FIM-CLN01 TO TRUE
           ELSE
               ADD 1 TO WS-QTD-SUSPEITAS
               PERFORM 6150-LER-CLN01
           END-IF
           .

       6300-ENFILEIRAR-AVISO.
           MOVE WS-QTD-SUSPEITAS TO WS-CONTADOR-EDIT
           MOVE SPACES TO WS-ASSUNTO
           STRING "PLACA " WS-TAB-PLACA (WS-VEI-IDX)
                  " -" WS-CONTADOR-EDIT
                  " SUSPEITAS DE CLONE - REGISTRAR B.O."
               DELIMITED BY SIZE INTO WS-ASSUNTO
           MOVE REL-B044-NOME TO WS-ANEXO
           CALL "P01-S162" USING WS-TAB-EMP00 (WS-VEI-IDX),
                   WS-UNI15-ZERO, WS-ASSUNTO, WS-ANEXO, WS-ENFILEIRADO

           MOVE SPACES TO REL-B044-LINHA
           STRING "REINCIDENCIA: PLACA " WS-TAB-PLACA (WS-VEI-IDX)
                  " COM" WS-CONTADOR-EDIT
                  " SUSPEITAS DE CLONE - AVISO A GESTAO DE FROTA"
               DELIMITED BY SIZE INTO REL-B044-LINHA
           WRITE REL-B044-LINHA

           IF WS-ENFILEIRADO = "S"
               ADD 1 TO WS-TOT-ALERTAS
           ELSE
               MOVE SPACES TO LOG-B044-REG
               STRING "SEM E-MAIL DE DISTRIBUICAO - PLACA "
                      WS-TAB-PLACA (WS-VEI-IDX)
                   DELIMITED BY SIZE INTO LOG-B044-REG
               WRITE LOG-B044-REG
           END-IF
           .

       8000-FINALIZAR.
           MOVE SPACES TO LOG-B044-REG
           STRING "LIDAS: " WS-TOT-LIDOS
                  " IGNORADAS: " WS-TOT-IGNORADOS
                  " JA APURADAS: " WS-TOT-JA-APURADOS
                  " SEM TRILHA: " WS-TOT-SEM-TRILHA
                  " SEM REFERENCIA: " WS-TOT-SEM-REFERENCIA
               DELIMITED BY SIZE INTO LOG-B044-REG
           WRITE LOG-B044-REG
           MOVE SPACES TO LOG-B044-REG
           STRING "COMPATIVEIS: " WS-TOT-COMPATIVEIS
                  " SUSPEITAS: " WS-TOT-SUSPEITAS
                  " AVISOS DE REINCIDENCIA: " WS-TOT-ALERTAS
               DELIMITED BY SIZE INTO LOG-B044-REG
           WRITE LOG-B044-REG

           CLOSE ARQ-IFC01 ARQ-VEI01 ARQ-EVT01 ARQ-CLN01 arq-cid01
                 REL-B044 LOG-B044
           IF STAT-ARQ-CID02 NOT = "35"
               CLOSE ARQ-CID02
           END-IF
           .
      * Historico de alteracoes
      *   11/09/2026 - equipe.ti - rotina nova de apuracao de suspeita
      *                de placa clonada cruzando ARQ-IFC01 com a
      *                trilha da telemetria em ARQ-EVT01.
      *   09/10/2026 - equipe.ti - suspeita passa a ser medida pela
      *                distancia entre o evento e a referencia do
      *                municipio da infracao (ARQ-CID02) contra o
      *                tempo decorrido, em vez de qualquer outro
      *                municipio dentro de 60 minutos.
      *   09/10/2026 - equipe.ti - evento sem latitude/longitude usa a
      *                referencia do seu municipio em ARQ-CID02, e
      *                estacionado em outro municipio prova o local.
      *   09/10/2026 - equipe.ti - ARQ-CLN01 criado vazio na primeira
      *                execucao.
