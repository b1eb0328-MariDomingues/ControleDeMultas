       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B056.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 2 de outubro de 2026.
       REMARKS. Conversao unica das infracoes e da trilha de auditoria
           para as novas chaves compostas: ARQ-IFC01/ARQ-IFC01H ganham
           empresa + data da infracao e empresa + situacao, e
           ARQ-LOG123/ARQ-LOG123H ganham arquivo + chave do registro
           (usadas pelo P99-R036, P99-R038, P99-R039, P99-R040,
           P01-B024, P01-B039 e P01-B041, que deixam de varrer os
           arquivos inteiros). Na mesma passada a trilha
           (ARQ-LOG123/ARQ-LOG23 e os historicos ARQ-LOG123H/
           ARQ-LOG23H) e recarregada no layout com o checksum
           encadeado, zerado aqui e selado no final pelo P01-S202
           (os selos anteriores de ARQ-SEL01 sao descartados e a
           cadeia recomeca do primeiro registro). As infracoes ganham
           tambem o enquadramento oficial com desdobramento no fim do
           registro, convertido zerado - as cargas P01-B010 e
           P01-S173 o gravam dai em diante.
           Antes de rodar, a operacao renomeia os seis arquivos atuais
           com o sufixo -ANT (ARQ-IFC01-ANT, ARQ-IFC01H-ANT,
           ARQ-LOG123-ANT, ARQ-LOG123H-ANT, ARQ-LOG23-ANT e
           ARQ-LOG23H-ANT); os novos sao criados aqui. Os historicos
           podem nao existir (P01-B023 nunca rodou): sao criados
           vazios. Depois de converter, mede o antes e o depois com
           os volumes reais - a mesma consulta feita pela varredura
           antiga nos arquivos -ANT e pela chave nova nos convertidos:
           infracoes do mes anterior (P99-R040), infracoes abertas
           por empresa (P01-B039) e trilha de uma infracao (P99-R038),
           com registros lidos, encontrados e segundos de cada uma no
           LOG-B056. Rodar uma unica vez, com o sistema parado, e
           guardar o LOG-B056.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-IFC01H.sl".
           COPY "ARQ-LOG123.sl".
           COPY "ARQ-LOG123H.sl".
           COPY "ARQ-LOG23.sl".
           COPY "ARQ-LOG23H.sl".
           COPY "ARQ-SEL01.sl".
           SELECT ARQ-IFC01-ANT
                  ASSIGN          TO         "ARQ-IFC01-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-IFC01-ANT-CODIGO
                  ALTERNATE RECORD KEY       ARQ-IFC01-ANT-NOTIFICACAO
                  ALTERNATE RECORD KEY  ARQ-IFC01-ANT-MOT01
                                             WITH DUPLICATES
                  ALTERNATE RECORD KEY  ARQ-IFC01-ANT-VEI01
                                             WITH DUPLICATES
                  ALTERNATE RECORD KEY  ARQ-IFC01-ANT-EMP00
                                             WITH DUPLICATES
                  FILE STATUS                STAT-ARQ-IFC01-ANT.
           SELECT ARQ-IFC01H-ANT
                  ASSIGN          TO         "ARQ-IFC01H-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-IFC01H-ANT-CODIGO
                  ALTERNATE RECORD KEY       ARQ-IFC01H-ANT-NOTIFICACAO
                  ALTERNATE RECORD KEY  ARQ-IFC01H-ANT-MOT01
                                             WITH DUPLICATES
                  ALTERNATE RECORD KEY  ARQ-IFC01H-ANT-VEI01
                                             WITH DUPLICATES
                  ALTERNATE RECORD KEY  ARQ-IFC01H-ANT-EMP00
                                             WITH DUPLICATES
                  FILE STATUS                STAT-ARQ-IFC01H-ANT.
           SELECT ARQ-LOG123-ANT
                  ASSIGN          TO         "ARQ-LOG123-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-LOG123-ANT-SEQ
                  FILE STATUS                STAT-ARQ-LOG123-ANT.
           SELECT ARQ-LOG123H-ANT
                  ASSIGN          TO         "ARQ-LOG123H-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-LOG123H-ANT-SEQ
                  FILE STATUS                STAT-ARQ-LOG123H-ANT.
           SELECT ARQ-LOG23-ANT
                  ASSIGN          TO         "ARQ-LOG23-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-LOG23-ANT-CHAVE
                  FILE STATUS                STAT-ARQ-LOG23-ANT.
           SELECT ARQ-LOG23H-ANT
                  ASSIGN          TO         "ARQ-LOG23H-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-LOG23H-ANT-CHAVE
                  FILE STATUS                STAT-ARQ-LOG23H-ANT.
           SELECT LOG-B056
                  ASSIGN          TO         LOG-B056-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B056.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-IFC01H.fd".
           COPY "ARQ-LOG123.fd".
           COPY "ARQ-LOG123H.fd".
           COPY "ARQ-LOG23.fd".
           COPY "ARQ-LOG23H.fd".
           COPY "ARQ-SEL01.fd".
      *    layout antigo de ARQ-IFC01 e ARQ-IFC01H: so as chaves
      *    antigas sao nomeadas, o resto vai inteiro para o novo, que
      *    termina com o enquadramento oficial (zerado na conversao).
       FD  ARQ-IFC01-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-IFC01-ANT".
       01  ARQ-IFC01-ANT-REG.
               05 ARQ-IFC01-ANT-CODIGO     PIC 9(08).
               05 ARQ-IFC01-ANT-NOTIFICACAO PIC X(15).
               05 ARQ-IFC01-ANT-DATA-INFRACAO PIC 9(08).
               05 FILLER                   PIC X(08).
               05 ARQ-IFC01-ANT-VEI01      PIC 9(06).
               05 ARQ-IFC01-ANT-MOT01      PIC 9(06).
               05 ARQ-IFC01-ANT-EMP00      PIC 9(03).
               05 FILLER                   PIC X(21).
               05 ARQ-IFC01-ANT-SITUACAO   PIC X(01).
               05 FILLER                   PIC X(14).
       FD  ARQ-IFC01H-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-IFC01H-ANT".
       01  ARQ-IFC01H-ANT-REG.
               05 ARQ-IFC01H-ANT-CODIGO    PIC 9(08).
               05 ARQ-IFC01H-ANT-NOTIFICACAO PIC X(15).
               05 FILLER                   PIC X(16).
               05 ARQ-IFC01H-ANT-VEI01     PIC 9(06).
               05 ARQ-IFC01H-ANT-MOT01     PIC 9(06).
               05 ARQ-IFC01H-ANT-EMP00     PIC 9(03).
               05 FILLER                   PIC X(36).
      *    layout da trilha antes do checksum encadeado
       FD  ARQ-LOG123-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-LOG123-ANT".
       01  ARQ-LOG123-ANT-REG.
               05 ARQ-LOG123-ANT-SEQ       PIC 9(08).
               05 ARQ-LOG123-ANT-ARQUIVO   PIC X(12).
               05 ARQ-LOG123-ANT-CHAVE     PIC X(20).
               05 FILLER                   PIC X(19).
       FD  ARQ-LOG123H-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-LOG123H-ANT".
       01  ARQ-LOG123H-ANT-REG.
               05 ARQ-LOG123H-ANT-SEQ      PIC 9(08).
               05 FILLER                   PIC X(51).
       FD  ARQ-LOG23-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-LOG23-ANT".
       01  ARQ-LOG23-ANT-REG.
               05 ARQ-LOG23-ANT-CHAVE      PIC X(11).
               05 FILLER                   PIC X(110).
       FD  ARQ-LOG23H-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-LOG23H-ANT".
       01  ARQ-LOG23H-ANT-REG.
               05 ARQ-LOG23H-ANT-CHAVE     PIC X(11).
               05 FILLER                   PIC X(110).
       FD  LOG-B056
           LABEL RECORD STANDARD.
       01  LOG-B056-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-IFC01H                 PIC X(02).
       01  STAT-ARQ-LOG123                 PIC X(02).
       01  STAT-ARQ-LOG123H                PIC X(02).
       01  STAT-ARQ-LOG23                  PIC X(02).
       01  STAT-ARQ-LOG23H                 PIC X(02).
       01  STAT-ARQ-SEL01                  PIC X(02).
       01  STAT-ARQ-IFC01-ANT              PIC X(02).
       01  STAT-ARQ-IFC01H-ANT             PIC X(02).
       01  STAT-ARQ-LOG123-ANT             PIC X(02).
       01  STAT-ARQ-LOG123H-ANT            PIC X(02).
       01  STAT-ARQ-LOG23-ANT              PIC X(02).
       01  STAT-ARQ-LOG23H-ANT             PIC X(02).
       01  STAT-LOG-B056                   PIC X(02).
       01  LOG-B056-NOME                   PIC X(40)
               VALUE "LOG-B056.TXT".

       01  WS-ANT-OK                       PIC X(01)   VALUE "S".
       01  WS-FIM-ARQ                      PIC X(01).
           88 FIM-ARQ                                  VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-ANO                          PIC 9(04).
       01  WS-MES                          PIC 9(02).
       01  WS-PER-INI                      PIC 9(08).
       01  WS-PER-FIM                      PIC 9(08).
       01  WS-ARQUIVO-IFC01                PIC X(12)
               VALUE "ARQ-IFC01".
       01  WS-IFC01-AMOSTRA                PIC X(08)   VALUE SPACES.

      *    totais da conversao de cada arquivo
       01  WS-ARQ-NOME                     PIC X(15).
       01  WS-LIDOS                        PIC 9(08)   VALUE ZERO.
       01  WS-GRAVADOS                     PIC 9(08)   VALUE ZERO.
       01  WS-REJEITADOS                   PIC 9(08)   VALUE ZERO.
       01  WS-CONTADOR-EDIT                PIC ZZ.ZZZ.ZZ9.

      *    cronometro em centesimos de segundo desde a meia-noite
       01  WS-HORA-CRON                    PIC 9(08).
       01  WS-HORA-CRON-R REDEFINES WS-HORA-CRON.
           05 WS-CRON-HH                   PIC 9(02).
           05 WS-CRON-MM                   PIC 9(02).
           05 WS-CRON-SS                   PIC 9(02).
           05 WS-CRON-CC                   PIC 9(02).
       01  WS-CRON-INICIO                  PIC 9(07)   VALUE ZERO.
       01  WS-CRON-FIM                     PIC 9(07)   VALUE ZERO.
       01  WS-CRON-DECORRIDO               PIC S9(08)  VALUE ZERO.
       01  WS-CRON-SEGUNDOS                PIC 9(05)V9(02) VALUE ZERO.

      *    uma medicao: descricao, lidos, encontrados e segundos, com
      *    o antes (varredura antiga) e o depois (chave nova).
       01  WS-MEDICAO.
           05 WS-MED-ITEM OCCURS 3 TIMES.
              10 WS-MED-DESCRICAO          PIC X(30).
              10 WS-MED-LIDOS-ANTES        PIC 9(08).
              10 WS-MED-ACHADOS-ANTES      PIC 9(08).
              10 WS-MED-SEG-ANTES          PIC 9(05)V9(02).
              10 WS-MED-LIDOS-DEPOIS       PIC 9(08).
              10 WS-MED-ACHADOS-DEPOIS     PIC 9(08).
              10 WS-MED-SEG-DEPOIS         PIC 9(05)V9(02).
       01  WS-MED-IX                       PIC 9(01)   VALUE ZERO.
       01  WS-ACHADOS-EDIT                 PIC ZZ.ZZZ.ZZ9.
       01  WS-SEG-EDIT                     PIC ZZ.ZZ9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           IF WS-ANT-OK = "S"
               PERFORM 2000-CONVERTER-IFC01
               PERFORM 2100-CONVERTER-IFC01H
               PERFORM 2200-CONVERTER-LOG123
               PERFORM 2300-CONVERTER-LOG123H
               PERFORM 2400-CONVERTER-LOG23
               PERFORM 2500-CONVERTER-LOG23H
               PERFORM 3000-MEDIR-ANTES
               PERFORM 4000-MEDIR-DEPOIS
               PERFORM 5000-IMPRIMIR-COMPARATIVO
               PERFORM 6000-REINICIAR-SELOS
               CALL "P01-S202"
               MOVE "TRILHA CONVERTIDA SELADA PELO P01-S202"
                 TO LOG-B056-REG
               WRITE LOG-B056-REG
           END-IF
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT LOG-B056
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           MOVE SPACES TO LOG-B056-REG
           STRING "INICIO DA CONVERSAO PARA AS CHAVES COMPOSTAS - "
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO LOG-B056-REG
           WRITE LOG-B056-REG

      *    mes anterior, para a medicao por periodo
           MOVE WS-DATA-HOJE (1:4) TO WS-ANO
           MOVE WS-DATA-HOJE (5:2) TO WS-MES
           IF WS-MES = 1
               MOVE 12 TO WS-MES
               SUBTRACT 1 FROM WS-ANO
           ELSE
               SUBTRACT 1 FROM WS-MES
           END-IF
           COMPUTE WS-PER-INI = WS-ANO * 10000 + WS-MES * 100 + 1
           COMPUTE WS-PER-FIM = WS-ANO * 10000 + WS-MES * 100 + 31

      *    os tres arquivos vivos sao obrigatorios; os historicos
      *    sao conferidos na conversao de cada um.
           OPEN INPUT ARQ-IFC01-ANT
           OPEN INPUT ARQ-LOG123-ANT
           OPEN INPUT ARQ-LOG23-ANT
           IF STAT-ARQ-IFC01-ANT NOT = "00"
               MOVE "ARQ-IFC01-ANT" TO WS-ARQ-NOME
               PERFORM 1100-REGISTRAR-AUSENTE
           END-IF
           IF STAT-ARQ-LOG123-ANT NOT = "00"
               MOVE "ARQ-LOG123-ANT" TO WS-ARQ-NOME
               PERFORM 1100-REGISTRAR-AUSENTE
           END-IF
           IF STAT-ARQ-LOG23-ANT NOT = "00"
               MOVE "ARQ-LOG23-ANT" TO WS-ARQ-NOME
               PERFORM 1100-REGISTRAR-AUSENTE
           END-IF
           .

       1100-REGISTRAR-AUSENTE.
           MOVE "N" TO WS-ANT-OK
           MOVE SPACES TO LOG-B056-REG
           STRING WS-ARQ-NOME " NAO ENCONTRADO - RENOMEIE O ARQUIVO"
                  " ATUAL ANTES DE RODAR"
               DELIMITED BY SIZE INTO LOG-B056-REG
           WRITE LOG-B056-REG
           .

       2000-CONVERTER-IFC01.
           MOVE "ARQ-IFC01" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT ARQ-IFC01
           PERFORM 2010-LER-IFC01-ANT
           PERFORM 2020-GRAVAR-IFC01 UNTIL FIM-ARQ
           CLOSE ARQ-IFC01
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2010-LER-IFC01-ANT.
           READ ARQ-IFC01-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       2020-GRAVAR-IFC01.
           MOVE ARQ-IFC01-ANT-REG TO ARQ-IFC01-REG
           MOVE ZERO TO ARQ-IFC01-ENQUADRAMENTO
           MOVE ZERO TO ARQ-IFC01-DESDOBRAMENTO
           WRITE ARQ-IFC01-REG
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2010-LER-IFC01-ANT
           .

       2100-CONVERTER-IFC01H.
           MOVE "ARQ-IFC01H" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT ARQ-IFC01H
           OPEN INPUT ARQ-IFC01H-ANT
           IF STAT-ARQ-IFC01H-ANT = "00"
               PERFORM 2110-LER-IFC01H-ANT
               PERFORM 2120-GRAVAR-IFC01H UNTIL FIM-ARQ
               CLOSE ARQ-IFC01H-ANT
           ELSE
               PERFORM 2920-REGISTRAR-VAZIO
           END-IF
           CLOSE ARQ-IFC01H
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2110-LER-IFC01H-ANT.
           READ ARQ-IFC01H-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       2120-GRAVAR-IFC01H.
           MOVE ARQ-IFC01H-ANT-REG TO ARQ-IFC01H-REG
           MOVE ZERO TO ARQ-IFC01H-ENQUADRAMENTO
           MOVE ZERO TO ARQ-IFC01H-DESDOBRAMENTO
           WRITE ARQ-IFC01H-REG
           MOVE STAT-ARQ-IFC01H TO STAT-ARQ-IFC01
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2110-LER-IFC01H-ANT
           .

       2200-CONVERTER-LOG123.
           MOVE "ARQ-LOG123" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT ARQ-LOG123
           PERFORM 2210-LER-LOG123-ANT
           PERFORM 2220-GRAVAR-LOG123 UNTIL FIM-ARQ
           CLOSE ARQ-LOG123
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2210-LER-LOG123-ANT.
           READ ARQ-LOG123-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       2220-GRAVAR-LOG123.
      *    a ultima infracao com trilha serve de amostra na medicao.
           IF ARQ-LOG123-ANT-ARQUIVO = WS-ARQUIVO-IFC01
               MOVE ARQ-LOG123-ANT-CHAVE (1:8) TO WS-IFC01-AMOSTRA
           END-IF
           MOVE ARQ-LOG123-ANT-REG TO ARQ-LOG123-REG
           MOVE ZERO               TO ARQ-LOG123-CHECKSUM
           WRITE ARQ-LOG123-REG
           MOVE STAT-ARQ-LOG123 TO STAT-ARQ-IFC01
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2210-LER-LOG123-ANT
           .

       2300-CONVERTER-LOG123H.
           MOVE "ARQ-LOG123H" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT ARQ-LOG123H
           OPEN INPUT ARQ-LOG123H-ANT
           IF STAT-ARQ-LOG123H-ANT = "00"
               PERFORM 2310-LER-LOG123H-ANT
               PERFORM 2320-GRAVAR-LOG123H UNTIL FIM-ARQ
               CLOSE ARQ-LOG123H-ANT
           ELSE
               PERFORM 2920-REGISTRAR-VAZIO
           END-IF
           CLOSE ARQ-LOG123H
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2310-LER-LOG123H-ANT.
           READ ARQ-LOG123H-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       2320-GRAVAR-LOG123H.
           MOVE ARQ-LOG123H-ANT-REG TO ARQ-LOG123H-REG
           MOVE ZERO                TO ARQ-LOG123H-CHECKSUM
           WRITE ARQ-LOG123H-REG
           MOVE STAT-ARQ-LOG123H TO STAT-ARQ-IFC01
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2310-LER-LOG123H-ANT
           .

       2400-CONVERTER-LOG23.
           MOVE "ARQ-LOG23" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT ARQ-LOG23
           PERFORM 2410-LER-LOG23-ANT
           PERFORM 2420-GRAVAR-LOG23 UNTIL FIM-ARQ
           CLOSE ARQ-LOG23 ARQ-LOG23-ANT
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2410-LER-LOG23-ANT.
           READ ARQ-LOG23-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       2420-GRAVAR-LOG23.
           MOVE ARQ-LOG23-ANT-REG TO ARQ-LOG23-REG
           MOVE ZERO              TO ARQ-LOG23-CHECKSUM
           WRITE ARQ-LOG23-REG
           MOVE STAT-ARQ-LOG23 TO STAT-ARQ-IFC01
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2410-LER-LOG23-ANT
           .

       2500-CONVERTER-LOG23H.
           MOVE "ARQ-LOG23H" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT ARQ-LOG23H
           OPEN INPUT ARQ-LOG23H-ANT
           IF STAT-ARQ-LOG23H-ANT = "00"
               PERFORM 2510-LER-LOG23H-ANT
               PERFORM 2520-GRAVAR-LOG23H UNTIL FIM-ARQ
               CLOSE ARQ-LOG23H-ANT
           ELSE
               PERFORM 2920-REGISTRAR-VAZIO
           END-IF
           CLOSE ARQ-LOG23H
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2510-LER-LOG23H-ANT.
           READ ARQ-LOG23H-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       2520-GRAVAR-LOG23H.
           MOVE ARQ-LOG23H-ANT-REG TO ARQ-LOG23H-REG
           MOVE ZERO               TO ARQ-LOG23H-CHECKSUM
           WRITE ARQ-LOG23H-REG
           MOVE STAT-ARQ-LOG23H TO STAT-ARQ-IFC01
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2510-LER-LOG23H-ANT
           .

       2900-ZERAR-TOTAIS.
           MOVE "N"  TO WS-FIM-ARQ
           MOVE ZERO TO WS-LIDOS
           MOVE ZERO TO WS-GRAVADOS
           MOVE ZERO TO WS-REJEITADOS
           .

       2910-CONTAR-GRAVACAO.
      *    o status da gravacao de cada arquivo chega aqui copiado em
      *    STAT-ARQ-IFC01.
           IF STAT-ARQ-IFC01 = "00" OR "02"
               ADD 1 TO WS-GRAVADOS
           ELSE
               ADD 1 TO WS-REJEITADOS
               MOVE WS-LIDOS TO WS-CONTADOR-EDIT
               MOVE SPACES TO LOG-B056-REG
               STRING WS-ARQ-NOME " REGISTRO " WS-CONTADOR-EDIT
                      " NAO GRAVADO - STATUS " STAT-ARQ-IFC01
                   DELIMITED BY SIZE INTO LOG-B056-REG
               WRITE LOG-B056-REG
           END-IF
           .

       2920-REGISTRAR-VAZIO.
           MOVE SPACES TO LOG-B056-REG
           STRING WS-ARQ-NOME " SEM ARQUIVO -ANT - CRIADO VAZIO"
               DELIMITED BY SIZE INTO LOG-B056-REG
           WRITE LOG-B056-REG
           .

       2950-REGISTRAR-TOTAIS.
           MOVE WS-LIDOS TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B056-REG
           STRING WS-ARQ-NOME " LIDOS......: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B056-REG
           WRITE LOG-B056-REG
           MOVE WS-GRAVADOS TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B056-REG
           STRING WS-ARQ-NOME " GRAVADOS...: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B056-REG
           WRITE LOG-B056-REG
           MOVE WS-REJEITADOS TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B056-REG
           STRING WS-ARQ-NOME " REJEITADOS.: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B056-REG
           WRITE LOG-B056-REG
           .

       3000-MEDIR-ANTES.
      *    a varredura antiga, sobre os arquivos -ANT reabertos desde
      *    o inicio: tudo e lido e o filtro e feito registro a
      *    registro, como os relatorios faziam.
           INITIALIZE WS-MEDICAO
           MOVE "INFRACOES DO MES ANTERIOR"    TO WS-MED-DESCRICAO (1)
           MOVE "INFRACOES ABERTAS (SIT. A)"   TO WS-MED-DESCRICAO (2)
           MOVE "TRILHA DE UMA INFRACAO"       TO WS-MED-DESCRICAO (3)

           CLOSE ARQ-IFC01-ANT
           OPEN INPUT ARQ-IFC01-ANT
           MOVE 1 TO WS-MED-IX
           PERFORM 9100-INICIAR-CRONOMETRO
           MOVE "N" TO WS-FIM-ARQ
           PERFORM 3010-LER-IFC01-ANT
           PERFORM 3020-FILTRAR-PERIODO UNTIL FIM-ARQ
           PERFORM 9200-PARAR-CRONOMETRO
           MOVE WS-CRON-SEGUNDOS TO WS-MED-SEG-ANTES (1)

           CLOSE ARQ-IFC01-ANT
           OPEN INPUT ARQ-IFC01-ANT
           MOVE 2 TO WS-MED-IX
           PERFORM 9100-INICIAR-CRONOMETRO
           MOVE "N" TO WS-FIM-ARQ
           PERFORM 3010-LER-IFC01-ANT
           PERFORM 3030-FILTRAR-ABERTAS UNTIL FIM-ARQ
           PERFORM 9200-PARAR-CRONOMETRO
           MOVE WS-CRON-SEGUNDOS TO WS-MED-SEG-ANTES (2)
           CLOSE ARQ-IFC01-ANT

           CLOSE ARQ-LOG123-ANT
           OPEN INPUT ARQ-LOG123-ANT
           MOVE 3 TO WS-MED-IX
           PERFORM 9100-INICIAR-CRONOMETRO
           MOVE "N" TO WS-FIM-ARQ
           PERFORM 3040-LER-LOG123-ANT
           PERFORM 3050-FILTRAR-TRILHA UNTIL FIM-ARQ
           PERFORM 9200-PARAR-CRONOMETRO
           MOVE WS-CRON-SEGUNDOS TO WS-MED-SEG-ANTES (3)
           CLOSE ARQ-LOG123-ANT
           .

       3010-LER-IFC01-ANT.
           READ ARQ-IFC01-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-MED-LIDOS-ANTES (WS-MED-IX)
           END-READ
           .

       3020-FILTRAR-PERIODO.
           IF ARQ-IFC01-ANT-DATA-INFRACAO NOT < WS-PER-INI
            AND ARQ-IFC01-ANT-DATA-INFRACAO NOT > WS-PER-FIM
               ADD 1 TO WS-MED-ACHADOS-ANTES (1)
           END-IF
           PERFORM 3010-LER-IFC01-ANT
           .

       3030-FILTRAR-ABERTAS.
           IF ARQ-IFC01-ANT-SITUACAO = "A"
               ADD 1 TO WS-MED-ACHADOS-ANTES (2)
           END-IF
           PERFORM 3010-LER-IFC01-ANT
           .

       3040-LER-LOG123-ANT.
           READ ARQ-LOG123-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-MED-LIDOS-ANTES (3)
           END-READ
           .

       3050-FILTRAR-TRILHA.
           IF ARQ-LOG123-ANT-ARQUIVO = WS-ARQUIVO-IFC01
            AND ARQ-LOG123-ANT-CHAVE (1:8) = WS-IFC01-AMOSTRA
               ADD 1 TO WS-MED-ACHADOS-ANTES (3)
           END-IF
           PERFORM 3040-LER-LOG123-ANT
           .

       4000-MEDIR-DEPOIS.
      *    a mesma consulta pelas chaves novas, do jeito que os
      *    programas passaram a ler.
           OPEN INPUT ARQ-IFC01
           MOVE 1 TO WS-MED-IX
           PERFORM 9100-INICIAR-CRONOMETRO
           MOVE "N"  TO WS-FIM-ARQ
           MOVE ZERO TO ARQ-IFC01-EMP00
           PERFORM 4010-POSICIONAR-PERIODO
           PERFORM 4030-LER-PERIODO UNTIL FIM-ARQ
           PERFORM 9200-PARAR-CRONOMETRO
           MOVE WS-CRON-SEGUNDOS TO WS-MED-SEG-DEPOIS (1)

           MOVE 2 TO WS-MED-IX
           PERFORM 9100-INICIAR-CRONOMETRO
           MOVE "N"  TO WS-FIM-ARQ
           MOVE ZERO TO ARQ-IFC01-EMP00
           PERFORM 4110-POSICIONAR-ABERTAS
           PERFORM 4130-LER-ABERTAS UNTIL FIM-ARQ
           PERFORM 9200-PARAR-CRONOMETRO
           MOVE WS-CRON-SEGUNDOS TO WS-MED-SEG-DEPOIS (2)
           CLOSE ARQ-IFC01

           OPEN INPUT ARQ-LOG123
           MOVE 3 TO WS-MED-IX
           PERFORM 9100-INICIAR-CRONOMETRO
           MOVE "N" TO WS-FIM-ARQ
           MOVE WS-ARQUIVO-IFC01 TO ARQ-LOG123-ARQUIVO
           MOVE WS-IFC01-AMOSTRA TO ARQ-LOG123-CHAVE
           START ARQ-LOG123 KEY IS NOT LESS THAN ARQ-LOG123-ARQ-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
               NOT INVALID KEY
                   PERFORM 4210-LER-LOG123
           END-START
           PERFORM 4230-LER-TRILHA UNTIL FIM-ARQ
           PERFORM 9200-PARAR-CRONOMETRO
           MOVE WS-CRON-SEGUNDOS TO WS-MED-SEG-DEPOIS (3)
           CLOSE ARQ-LOG123
           .

       4010-POSICIONAR-PERIODO.
           MOVE WS-PER-INI TO ARQ-IFC01-DATA-INFRACAO
           START ARQ-IFC01 KEY IS NOT LESS THAN ARQ-IFC01-EMP-DATA
               INVALID KEY
                   SET FIM-ARQ TO TRUE
               NOT INVALID KEY
                   PERFORM 4020-LER-IFC01
           END-START
           .

       4020-LER-IFC01.
           READ ARQ-IFC01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-MED-LIDOS-DEPOIS (WS-MED-IX)
           END-READ
           .

       4030-LER-PERIODO.
      *    o mesmo salto de empresa em empresa do P99-R040.
           EVALUATE TRUE
               WHEN ARQ-IFC01-DATA-INFRACAO > WS-PER-FIM
                   IF ARQ-IFC01-EMP00 = 999
                       SET FIM-ARQ TO TRUE
                   ELSE
                       ADD 1 TO ARQ-IFC01-EMP00
                       PERFORM 4010-POSICIONAR-PERIODO
                   END-IF
               WHEN ARQ-IFC01-DATA-INFRACAO < WS-PER-INI
                   PERFORM 4010-POSICIONAR-PERIODO
               WHEN OTHER
                   ADD 1 TO WS-MED-ACHADOS-DEPOIS (1)
                   PERFORM 4020-LER-IFC01
           END-EVALUATE
           .

       4110-POSICIONAR-ABERTAS.
           MOVE "A" TO ARQ-IFC01-SITUACAO
           START ARQ-IFC01 KEY IS NOT LESS THAN ARQ-IFC01-EMP-SITUACAO
               INVALID KEY
                   SET FIM-ARQ TO TRUE
               NOT INVALID KEY
                   PERFORM 4020-LER-IFC01
           END-START
           .

       4130-LER-ABERTAS.
           EVALUATE TRUE
               WHEN ARQ-IFC01-SITUACAO > "A"
                   IF ARQ-IFC01-EMP00 = 999
                       SET FIM-ARQ TO TRUE
                   ELSE
                       ADD 1 TO ARQ-IFC01-EMP00
                       PERFORM 4110-POSICIONAR-ABERTAS
                   END-IF
               WHEN ARQ-IFC01-SITUACAO < "A"
                   PERFORM 4110-POSICIONAR-ABERTAS
               WHEN OTHER
                   ADD 1 TO WS-MED-ACHADOS-DEPOIS (2)
                   PERFORM 4020-LER-IFC01
           END-EVALUATE
           .

       4210-LER-LOG123.
           READ ARQ-LOG123 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-MED-LIDOS-DEPOIS (3)
           END-READ
           .

       4230-LER-TRILHA.
           IF ARQ-LOG123-ARQUIVO NOT = WS-ARQUIVO-IFC01
            OR ARQ-LOG123-CHAVE (1:8) NOT = WS-IFC01-AMOSTRA
               SET FIM-ARQ TO TRUE
           ELSE
               ADD 1 TO WS-MED-ACHADOS-DEPOIS (3)
               PERFORM 4210-LER-LOG123
           END-IF
           .

       5000-IMPRIMIR-COMPARATIVO.
           MOVE SPACES TO LOG-B056-REG
           WRITE LOG-B056-REG
           MOVE SPACES TO LOG-B056-REG
           STRING "COMPARATIVO ANTES (VARREDURA) X DEPOIS (CHAVE) - "
                  "PERIODO " WS-PER-INI " A " WS-PER-FIM
                  " - AMOSTRA " WS-IFC01-AMOSTRA
               DELIMITED BY SIZE INTO LOG-B056-REG
           WRITE LOG-B056-REG
           PERFORM 5100-IMPRIMIR-MEDICAO
               VARYING WS-MED-IX FROM 1 BY 1 UNTIL WS-MED-IX > 3
           .

       5100-IMPRIMIR-MEDICAO.
           MOVE SPACES TO LOG-B056-REG
           WRITE LOG-B056-REG
           MOVE WS-MED-DESCRICAO (WS-MED-IX) TO LOG-B056-REG
           WRITE LOG-B056-REG

           MOVE WS-MED-LIDOS-ANTES (WS-MED-IX)   TO WS-CONTADOR-EDIT
           MOVE WS-MED-ACHADOS-ANTES (WS-MED-IX) TO WS-ACHADOS-EDIT
           MOVE WS-MED-SEG-ANTES (WS-MED-IX)     TO WS-SEG-EDIT
           MOVE SPACES TO LOG-B056-REG
           STRING "  ANTES.: LIDOS " WS-CONTADOR-EDIT
                  " ENCONTRADOS " WS-ACHADOS-EDIT
                  " SEGUNDOS " WS-SEG-EDIT
               DELIMITED BY SIZE INTO LOG-B056-REG
           WRITE LOG-B056-REG

           MOVE WS-MED-LIDOS-DEPOIS (WS-MED-IX)   TO WS-CONTADOR-EDIT
           MOVE WS-MED-ACHADOS-DEPOIS (WS-MED-IX) TO WS-ACHADOS-EDIT
           MOVE WS-MED-SEG-DEPOIS (WS-MED-IX)     TO WS-SEG-EDIT
           MOVE SPACES TO LOG-B056-REG
           STRING "  DEPOIS: LIDOS " WS-CONTADOR-EDIT
                  " ENCONTRADOS " WS-ACHADOS-EDIT
                  " SEGUNDOS " WS-SEG-EDIT
               DELIMITED BY SIZE INTO LOG-B056-REG
           WRITE LOG-B056-REG

      *    a mesma quantidade encontrada nos dois caminhos confirma
      *    que a chave nova devolve o mesmo conjunto.
           IF WS-MED-ACHADOS-ANTES (WS-MED-IX)
                  = WS-MED-ACHADOS-DEPOIS (WS-MED-IX)
               MOVE "  RESULTADO CONFERE" TO LOG-B056-REG
           ELSE
               MOVE "  RESULTADO DIVERGE - CONFERIR A CONVERSAO"
                 TO LOG-B056-REG
           END-IF
           WRITE LOG-B056-REG
           .

       6000-REINICIAR-SELOS.
      *    a trilha recarregada tem todos os checksums zerados: os
      *    selos anteriores (selo corrente e ancoras diarias) deixam
      *    de valer e a cadeia recomeca do primeiro registro.
           OPEN OUTPUT ARQ-SEL01
           CLOSE ARQ-SEL01
           MOVE "SELOS ANTERIORES DE ARQ-SEL01 DESCARTADOS"
             TO LOG-B056-REG
           WRITE LOG-B056-REG
           .

       8000-FINALIZAR.
           IF WS-ANT-OK NOT = "S"
               IF STAT-ARQ-IFC01-ANT = "00"
                   CLOSE ARQ-IFC01-ANT
               END-IF
               IF STAT-ARQ-LOG123-ANT = "00"
                   CLOSE ARQ-LOG123-ANT
               END-IF
               IF STAT-ARQ-LOG23-ANT = "00"
                   CLOSE ARQ-LOG23-ANT
               END-IF
               MOVE "CONVERSAO NAO EXECUTADA" TO LOG-B056-REG
           ELSE
               MOVE "FIM DA CONVERSAO" TO LOG-B056-REG
           END-IF
           WRITE LOG-B056-REG
           CLOSE LOG-B056
           .

       9100-INICIAR-CRONOMETRO.
           MOVE FUNCTION CURRENT-DATE (9:8) TO WS-HORA-CRON
           COMPUTE WS-CRON-INICIO =
                   ((WS-CRON-HH * 60 + WS-CRON-MM) * 60 + WS-CRON-SS)
                   * 100 + WS-CRON-CC
           .

       9200-PARAR-CRONOMETRO.
      *    devolve em WS-CRON-SEGUNDOS o tempo desde o inicio; a
      *    virada da meia-noite soma um dia.
           MOVE FUNCTION CURRENT-DATE (9:8) TO WS-HORA-CRON
           COMPUTE WS-CRON-FIM =
                   ((WS-CRON-HH * 60 + WS-CRON-MM) * 60 + WS-CRON-SS)
                   * 100 + WS-CRON-CC
           COMPUTE WS-CRON-DECORRIDO = WS-CRON-FIM - WS-CRON-INICIO
           IF WS-CRON-DECORRIDO < ZERO
               ADD 8640000 TO WS-CRON-DECORRIDO
           END-IF
           COMPUTE WS-CRON-SEGUNDOS = WS-CRON-DECORRIDO / 100
           .
      * Historico de alteracoes
      *   02/10/2026 - equipe.ti - conversao unica de ARQ-IFC01,
      *                ARQ-LOG123 e historicos para as chaves
      *                compostas, com a trilha no layout do checksum
      *                encadeado e o comparativo de tempos.
      *   09/10/2026 - equipe.ti - infracoes convertidas com o
      *                enquadramento oficial zerado no fim do registro.
      *   09/10/2026 - equipe.ti - contadores do comparativo de tempos
      *                zerados antes da medicao.
