       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B061.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 9 de outubro de 2026.
       REMARKS. Conversao unica dos cadastros e movimentos que
           ganharam campos no fim do registro e nao passam pelo
           P01-B056 (infracoes e trilha) nem pelo P01-B046 (recursos):
           ARQ-MOT01 (unidade, contatos e consentimento de mensagem,
           desligamento e anonimizacao), ARQ-VEI01 (RENAVAM e chassi,
           com a chave alternada nova pelo RENAVAM), ARQ-IFS01 (aviso
           ao motorista), ARQ-PAG09/ARQ-PAG09H (codigo de barras),
           ARQ-REJ10 (enquadramento oficial), ARQ-EVT01 (municipio e
           posicao GPS), arq-par01 (tipo NIC, tolerancia de orcamento
           e retencao LGPD) e arq-usu (juridico e ultimo login). Os
           campos novos saem zerados ou em branco - os consentimentos
           e as marcas como "N" - e cada programa aplica o proprio
           padrao quando o parametro esta zerado. Na mesma passada o
           texto das infracoes (ARQ-IFT01 e o historico ARQ-IFT01H)
           ganha a instancia na chave: a linha antiga fica na
           instancia do ultimo modelo mesclado na infracao
           (ARQ-MDU01, a maior instancia registrada, pois a mesclagem
           substituia o texto inteiro) ou, sem modelo registrado, na
           defesa previa ("1"). Antes de rodar, a operacao renomeia os
           arquivos atuais com o sufixo -ANT (ARQ-MOT01-ANT,
           ARQ-VEI01-ANT, ARQ-IFS01-ANT, ARQ-PAG09-ANT,
           ARQ-PAG09H-ANT, ARQ-REJ10-ANT, ARQ-EVT01-ANT,
           ARQ-PAR01-ANT, ARQ-USU-ANT, ARQ-IFT01-ANT e
           ARQ-IFT01H-ANT); os novos sao criados aqui, com as chaves
           alternadas refeitas na gravacao. Arquivo sem -ANT (o
           historico nunca gerado pelo P01-B023, a telemetria ainda
           nao importada) e criado vazio. Rodar uma unica vez, com o
           sistema parado, e guardar o LOG-B061 com as quantidades
           lidas, gravadas e rejeitadas de cada arquivo.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-MOT01.sl".
           COPY "ARQ-VEI01.sl".
           COPY "ARQ-IFS01.sl".
           COPY "ARQ-PAG09.sl".
           COPY "ARQ-PAG09H.sl".
           COPY "ARQ-REJ10.sl".
           COPY "ARQ-EVT01.sl".
           COPY "arq-par01.sl".
           COPY "arq-usu.sl".
           COPY "ARQ-IFT01.sl".
           COPY "ARQ-IFT01H.sl".
           COPY "ARQ-MDU01.sl".
           SELECT ARQ-MOT01-ANT
                  ASSIGN          TO         "ARQ-MOT01-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-MOT01-ANT-CODIGO
                  ALTERNATE RECORD KEY  ARQ-MOT01-ANT-CNH
                                             WITH DUPLICATES
                  FILE STATUS                STAT-ARQ-MOT01-ANT.
           SELECT ARQ-VEI01-ANT
                  ASSIGN          TO         "ARQ-VEI01-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-VEI01-ANT-CODIGO
                  ALTERNATE RECORD KEY  ARQ-VEI01-ANT-PLACA
                                             WITH DUPLICATES
                  FILE STATUS                STAT-ARQ-VEI01-ANT.
           SELECT ARQ-IFS01-ANT
                  ASSIGN          TO         "ARQ-IFS01-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-IFS01-ANT-IFC01
                  FILE STATUS                STAT-ARQ-IFS01-ANT.
           SELECT ARQ-PAG09-ANT
                  ASSIGN          TO         "ARQ-PAG09-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-PAG09-ANT-CHAVE
                  ALTERNATE RECORD KEY  ARQ-PAG09-ANT-IFC01
                                             WITH DUPLICATES
                  FILE STATUS                STAT-ARQ-PAG09-ANT.
           SELECT ARQ-PAG09H-ANT
                  ASSIGN          TO         "ARQ-PAG09H-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-PAG09H-ANT-CHAVE
                  ALTERNATE RECORD KEY  ARQ-PAG09H-ANT-IFC01
                                             WITH DUPLICATES
                  FILE STATUS                STAT-ARQ-PAG09H-ANT.
           SELECT ARQ-REJ10-ANT
                  ASSIGN          TO         "ARQ-REJ10-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-REJ10-ANT-SEQ
                  FILE STATUS                STAT-ARQ-REJ10-ANT.
           SELECT ARQ-EVT01-ANT
                  ASSIGN          TO         "ARQ-EVT01-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-EVT01-ANT-CHAVE
                  ALTERNATE RECORD KEY  ARQ-EVT01-ANT-MOT01
                                             WITH DUPLICATES
                  FILE STATUS                STAT-ARQ-EVT01-ANT.
           SELECT ARQ-PAR01-ANT
                  ASSIGN          TO         "ARQ-PAR01-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-PAR01-ANT-EMP00
                  FILE STATUS                STAT-ARQ-PAR01-ANT.
           SELECT ARQ-USU-ANT
                  ASSIGN          TO         "ARQ-USU-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-USU-ANT-CODIGO
                  FILE STATUS                STAT-ARQ-USU-ANT.
           SELECT ARQ-IFT01-ANT
                  ASSIGN          TO         "ARQ-IFT01-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-IFT01-ANT-CHAVE
                  FILE STATUS                STAT-ARQ-IFT01-ANT.
           SELECT ARQ-IFT01H-ANT
                  ASSIGN          TO         "ARQ-IFT01H-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-IFT01H-ANT-CHAVE
                  FILE STATUS                STAT-ARQ-IFT01H-ANT.
           SELECT LOG-B061
                  ASSIGN          TO         LOG-B061-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B061.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-MOT01.fd".
           COPY "ARQ-VEI01.fd".
           COPY "ARQ-IFS01.fd".
           COPY "ARQ-PAG09.fd".
           COPY "ARQ-PAG09H.fd".
           COPY "ARQ-REJ10.fd".
           COPY "ARQ-EVT01.fd".
           COPY "arq-par01.fd".
           COPY "arq-usu.fd".
           COPY "ARQ-IFT01.fd".
           COPY "ARQ-IFT01H.fd".
           COPY "ARQ-MDU01.fd".
      *    layouts antigos: so as chaves sao nomeadas, o resto vai
      *    inteiro para o registro novo, que termina com os campos
      *    acrescentados.
       FD  ARQ-MOT01-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-MOT01-ANT".
       01  ARQ-MOT01-ANT-REG.
               05 ARQ-MOT01-ANT-CODIGO     PIC 9(06).
               05 FILLER                   PIC X(40).
               05 ARQ-MOT01-ANT-CNH        PIC X(11).
               05 FILLER                   PIC X(24).
       FD  ARQ-VEI01-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-VEI01-ANT".
       01  ARQ-VEI01-ANT-REG.
               05 ARQ-VEI01-ANT-CODIGO     PIC 9(06).
               05 ARQ-VEI01-ANT-PLACA      PIC X(08).
               05 FILLER                   PIC X(146).
       FD  ARQ-IFS01-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-IFS01-ANT".
       01  ARQ-IFS01-ANT-REG.
               05 ARQ-IFS01-ANT-IFC01      PIC 9(08).
               05 FILLER                   PIC X(23).
       FD  ARQ-PAG09-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-PAG09-ANT".
       01  ARQ-PAG09-ANT-REG.
               05 ARQ-PAG09-ANT-CHAVE.
                  10 ARQ-PAG09-ANT-IFC01   PIC 9(08).
                  10 ARQ-PAG09-ANT-PARCELA PIC 9(02).
               05 FILLER                   PIC X(53).
       FD  ARQ-PAG09H-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-PAG09H-ANT".
       01  ARQ-PAG09H-ANT-REG.
               05 ARQ-PAG09H-ANT-CHAVE.
                  10 ARQ-PAG09H-ANT-IFC01  PIC 9(08).
                  10 ARQ-PAG09H-ANT-PARCELA PIC 9(02).
               05 FILLER                   PIC X(53).
       FD  ARQ-REJ10-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-REJ10-ANT".
       01  ARQ-REJ10-ANT-REG.
               05 ARQ-REJ10-ANT-SEQ        PIC 9(08).
               05 FILLER                   PIC X(78).
       FD  ARQ-EVT01-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-EVT01-ANT".
       01  ARQ-EVT01-ANT-REG.
               05 ARQ-EVT01-ANT-CHAVE      PIC X(23).
               05 FILLER                   PIC X(06).
               05 ARQ-EVT01-ANT-MOT01      PIC 9(06).
               05 FILLER                   PIC X(16).
       FD  ARQ-PAR01-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-PAR01-ANT".
       01  ARQ-PAR01-ANT-REG.
               05 ARQ-PAR01-ANT-EMP00      PIC 9(03).
               05 FILLER                   PIC X(45).
       FD  ARQ-USU-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-USU-ANT".
       01  ARQ-USU-ANT-REG.
               05 ARQ-USU-ANT-CODIGO       PIC 9(04).
               05 FILLER                   PIC X(123).
      *    texto da infracao antes da instancia na chave
       FD  ARQ-IFT01-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-IFT01-ANT".
       01  ARQ-IFT01-ANT-REG.
               05 ARQ-IFT01-ANT-CHAVE.
                  10 ARQ-IFT01-ANT-IFC01   PIC 9(08).
                  10 ARQ-IFT01-ANT-SEQ     PIC 9(03).
               05 ARQ-IFT01-ANT-TEXTO      PIC X(60).
       FD  ARQ-IFT01H-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-IFT01H-ANT".
       01  ARQ-IFT01H-ANT-REG.
               05 ARQ-IFT01H-ANT-CHAVE.
                  10 ARQ-IFT01H-ANT-IFC01  PIC 9(08).
                  10 ARQ-IFT01H-ANT-SEQ    PIC 9(03).
               05 ARQ-IFT01H-ANT-TEXTO     PIC X(60).
       FD  LOG-B061
           LABEL RECORD STANDARD.
       01  LOG-B061-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-MOT01                  PIC X(02).
       01  STAT-ARQ-VEI01                  PIC X(02).
       01  STAT-ARQ-IFS01                  PIC X(02).
       01  STAT-ARQ-PAG09                  PIC X(02).
       01  STAT-ARQ-PAG09H                 PIC X(02).
       01  STAT-ARQ-REJ10                  PIC X(02).
       01  STAT-ARQ-EVT01                  PIC X(02).
       01  STAT-ARQ-PAR01                  PIC X(02).
       01  STAT-ARQ-USU                    PIC X(02).
       01  STAT-ARQ-IFT01                  PIC X(02).
       01  STAT-ARQ-IFT01H                 PIC X(02).
       01  STAT-ARQ-MDU01                  PIC X(02).
       01  STAT-ARQ-MOT01-ANT              PIC X(02).
       01  STAT-ARQ-VEI01-ANT              PIC X(02).
       01  STAT-ARQ-IFS01-ANT              PIC X(02).
       01  STAT-ARQ-PAG09-ANT              PIC X(02).
       01  STAT-ARQ-PAG09H-ANT             PIC X(02).
       01  STAT-ARQ-REJ10-ANT              PIC X(02).
       01  STAT-ARQ-EVT01-ANT              PIC X(02).
       01  STAT-ARQ-PAR01-ANT              PIC X(02).
       01  STAT-ARQ-USU-ANT                PIC X(02).
       01  STAT-ARQ-IFT01-ANT              PIC X(02).
       01  STAT-ARQ-IFT01H-ANT             PIC X(02).
       01  STAT-LOG-B061                   PIC X(02).
       01  LOG-B061-NOME                   PIC X(40)
               VALUE "LOG-B061.TXT".

       01  WS-ANT-OK                       PIC X(01)   VALUE "S".
       01  WS-FIM-ARQ                      PIC X(01).
           88 FIM-ARQ                                  VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-STAT-GRAVACAO                PIC X(02).

      *    instancia do texto antigo, guardada por infracao para nao
      *    consultar ARQ-MDU01 a cada linha.
       01  WS-IFT01-ULTIMA                 PIC 9(08)   VALUE ZERO.
       01  WS-IFT01-INSTANCIA              PIC X(01)   VALUE "1".
       01  WS-MDU01-IFC01                  PIC 9(08)   VALUE ZERO.
       01  WS-MDU01-ACHOU                  PIC X(01).

      *    totais da conversao de cada arquivo
       01  WS-ARQ-NOME                     PIC X(15).
       01  WS-LIDOS                        PIC 9(08)   VALUE ZERO.
       01  WS-GRAVADOS                     PIC 9(08)   VALUE ZERO.
       01  WS-REJEITADOS                   PIC 9(08)   VALUE ZERO.
       01  WS-CONTADOR-EDIT                PIC ZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           IF WS-ANT-OK = "S"
               PERFORM 2000-CONVERTER-MOT01
               PERFORM 2100-CONVERTER-VEI01
               PERFORM 2200-CONVERTER-IFS01
               PERFORM 2300-CONVERTER-PAG09
               PERFORM 2400-CONVERTER-PAG09H
               PERFORM 2500-CONVERTER-REJ10
               PERFORM 2600-CONVERTER-EVT01
               PERFORM 2700-CONVERTER-PAR01
               PERFORM 2800-CONVERTER-USU
               PERFORM 3000-CONVERTER-IFT01
               PERFORM 3100-CONVERTER-IFT01H
           END-IF
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT LOG-B061
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           MOVE SPACES TO LOG-B061-REG
           STRING "INICIO DA CONVERSAO DOS LAYOUTS ESTENDIDOS - "
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO LOG-B061-REG
           WRITE LOG-B061-REG

      *    cadastros e movimentos existem desde a implantacao e sao
      *    obrigatorios; historicos e telemetria sao conferidos na
      *    conversao de cada um.
           OPEN INPUT ARQ-MOT01-ANT
           OPEN INPUT ARQ-VEI01-ANT
           OPEN INPUT ARQ-IFS01-ANT
           OPEN INPUT ARQ-PAG09-ANT
           OPEN INPUT ARQ-REJ10-ANT
           OPEN INPUT ARQ-PAR01-ANT
           OPEN INPUT ARQ-USU-ANT
           OPEN INPUT ARQ-IFT01-ANT
           IF STAT-ARQ-MOT01-ANT NOT = "00"
               MOVE "ARQ-MOT01-ANT" TO WS-ARQ-NOME
               PERFORM 1100-REGISTRAR-AUSENTE
           END-IF
           IF STAT-ARQ-VEI01-ANT NOT = "00"
               MOVE "ARQ-VEI01-ANT" TO WS-ARQ-NOME
               PERFORM 1100-REGISTRAR-AUSENTE
           END-IF
           IF STAT-ARQ-IFS01-ANT NOT = "00"
               MOVE "ARQ-IFS01-ANT" TO WS-ARQ-NOME
               PERFORM 1100-REGISTRAR-AUSENTE
           END-IF
           IF STAT-ARQ-PAG09-ANT NOT = "00"
               MOVE "ARQ-PAG09-ANT" TO WS-ARQ-NOME
               PERFORM 1100-REGISTRAR-AUSENTE
           END-IF
           IF STAT-ARQ-REJ10-ANT NOT = "00"
               MOVE "ARQ-REJ10-ANT" TO WS-ARQ-NOME
               PERFORM 1100-REGISTRAR-AUSENTE
           END-IF
           IF STAT-ARQ-PAR01-ANT NOT = "00"
               MOVE "ARQ-PAR01-ANT" TO WS-ARQ-NOME
               PERFORM 1100-REGISTRAR-AUSENTE
           END-IF
           IF STAT-ARQ-USU-ANT NOT = "00"
               MOVE "ARQ-USU-ANT" TO WS-ARQ-NOME
               PERFORM 1100-REGISTRAR-AUSENTE
           END-IF
           IF STAT-ARQ-IFT01-ANT NOT = "00"
               MOVE "ARQ-IFT01-ANT" TO WS-ARQ-NOME
               PERFORM 1100-REGISTRAR-AUSENTE
           END-IF
           .

       1100-REGISTRAR-AUSENTE.
           MOVE "N" TO WS-ANT-OK
           MOVE SPACES TO LOG-B061-REG
           STRING WS-ARQ-NOME " NAO ENCONTRADO - RENOMEIE O ARQUIVO"
                  " ATUAL ANTES DE RODAR"
               DELIMITED BY SIZE INTO LOG-B061-REG
           WRITE LOG-B061-REG
           .

       2000-CONVERTER-MOT01.
           MOVE "ARQ-MOT01" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT ARQ-MOT01
           PERFORM 2010-LER-MOT01-ANT
           PERFORM 2020-GRAVAR-MOT01 UNTIL FIM-ARQ
           CLOSE ARQ-MOT01 ARQ-MOT01-ANT
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2010-LER-MOT01-ANT.
           READ ARQ-MOT01-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       2020-GRAVAR-MOT01.
           MOVE ARQ-MOT01-ANT-REG TO ARQ-MOT01-REG
           MOVE ZERO   TO ARQ-MOT01-UNI15
           MOVE SPACES TO ARQ-MOT01-EMAIL
           MOVE SPACES TO ARQ-MOT01-CELULAR
           MOVE "N"    TO ARQ-MOT01-CONSENTE-MSG
           MOVE ZERO   TO ARQ-MOT01-DATA-DESLIGAMENTO
           MOVE "N"    TO ARQ-MOT01-ANONIMIZADO
           MOVE ZERO   TO ARQ-MOT01-DATA-ANONIMIZ
           WRITE ARQ-MOT01-REG
           MOVE STAT-ARQ-MOT01 TO WS-STAT-GRAVACAO
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2010-LER-MOT01-ANT
           .

       2100-CONVERTER-VEI01.
           MOVE "ARQ-VEI01" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT ARQ-VEI01
           PERFORM 2110-LER-VEI01-ANT
           PERFORM 2120-GRAVAR-VEI01 UNTIL FIM-ARQ
           CLOSE ARQ-VEI01 ARQ-VEI01-ANT
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2110-LER-VEI01-ANT.
           READ ARQ-VEI01-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

      *    RENAVAM em branco entra na chave alternada nova como
      *    duplicado; o cadastro do veiculo o preenche depois.
       2120-GRAVAR-VEI01.
           MOVE ARQ-VEI01-ANT-REG TO ARQ-VEI01-REG
           MOVE SPACES TO ARQ-VEI01-RENAVAM
           MOVE SPACES TO ARQ-VEI01-CHASSI
           WRITE ARQ-VEI01-REG
           MOVE STAT-ARQ-VEI01 TO WS-STAT-GRAVACAO
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2110-LER-VEI01-ANT
           .

       2200-CONVERTER-IFS01.
           MOVE "ARQ-IFS01" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT ARQ-IFS01
           PERFORM 2210-LER-IFS01-ANT
           PERFORM 2220-GRAVAR-IFS01 UNTIL FIM-ARQ
           CLOSE ARQ-IFS01 ARQ-IFS01-ANT
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2210-LER-IFS01-ANT.
           READ ARQ-IFS01-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       2220-GRAVAR-IFS01.
           MOVE ARQ-IFS01-ANT-REG TO ARQ-IFS01-REG
           MOVE SPACE  TO ARQ-IFS01-CANAL-AVISO
           MOVE ZERO   TO ARQ-IFS01-DATA-AVISO
           MOVE ZERO   TO ARQ-IFS01-MSG09-SEQ
           WRITE ARQ-IFS01-REG
           MOVE STAT-ARQ-IFS01 TO WS-STAT-GRAVACAO
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2210-LER-IFS01-ANT
           .

       2300-CONVERTER-PAG09.
           MOVE "ARQ-PAG09" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT ARQ-PAG09
           PERFORM 2310-LER-PAG09-ANT
           PERFORM 2320-GRAVAR-PAG09 UNTIL FIM-ARQ
           CLOSE ARQ-PAG09 ARQ-PAG09-ANT
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2310-LER-PAG09-ANT.
           READ ARQ-PAG09-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       2320-GRAVAR-PAG09.
           MOVE ARQ-PAG09-ANT-REG TO ARQ-PAG09-REG
           MOVE SPACES TO ARQ-PAG09-COD-BARRAS
           MOVE SPACE  TO ARQ-PAG09-TIPO-BARRAS
           MOVE SPACE  TO ARQ-PAG09-SIT-BARRAS
           MOVE ZERO   TO ARQ-PAG09-VALOR-BARRAS
           MOVE ZERO   TO ARQ-PAG09-VENCTO-BARRAS
           MOVE ZERO   TO ARQ-PAG09-DATA-BARRAS
           MOVE SPACE  TO ARQ-PAG09-ORIGEM-BARRAS
           MOVE ZERO   TO ARQ-PAG09-USU-BARRAS
           WRITE ARQ-PAG09-REG
           MOVE STAT-ARQ-PAG09 TO WS-STAT-GRAVACAO
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2310-LER-PAG09-ANT
           .

       2400-CONVERTER-PAG09H.
           MOVE "ARQ-PAG09H" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT ARQ-PAG09H
           OPEN INPUT ARQ-PAG09H-ANT
           IF STAT-ARQ-PAG09H-ANT = "00"
               PERFORM 2410-LER-PAG09H-ANT
               PERFORM 2420-GRAVAR-PAG09H UNTIL FIM-ARQ
               CLOSE ARQ-PAG09H-ANT
           ELSE
               PERFORM 2920-REGISTRAR-VAZIO
           END-IF
           CLOSE ARQ-PAG09H
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2410-LER-PAG09H-ANT.
           READ ARQ-PAG09H-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       2420-GRAVAR-PAG09H.
           MOVE ARQ-PAG09H-ANT-REG TO ARQ-PAG09H-REG
           MOVE SPACES TO ARQ-PAG09H-COD-BARRAS
           MOVE SPACE  TO ARQ-PAG09H-TIPO-BARRAS
           MOVE SPACE  TO ARQ-PAG09H-SIT-BARRAS
           MOVE ZERO   TO ARQ-PAG09H-VALOR-BARRAS
           MOVE ZERO   TO ARQ-PAG09H-VENCTO-BARRAS
           MOVE ZERO   TO ARQ-PAG09H-DATA-BARRAS
           MOVE SPACE  TO ARQ-PAG09H-ORIGEM-BARRAS
           MOVE ZERO   TO ARQ-PAG09H-USU-BARRAS
           WRITE ARQ-PAG09H-REG
           MOVE STAT-ARQ-PAG09H TO WS-STAT-GRAVACAO
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2410-LER-PAG09H-ANT
           .

       2500-CONVERTER-REJ10.
           MOVE "ARQ-REJ10" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT ARQ-REJ10
           PERFORM 2510-LER-REJ10-ANT
           PERFORM 2520-GRAVAR-REJ10 UNTIL FIM-ARQ
           CLOSE ARQ-REJ10 ARQ-REJ10-ANT
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2510-LER-REJ10-ANT.
           READ ARQ-REJ10-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       2520-GRAVAR-REJ10.
           MOVE ARQ-REJ10-ANT-REG TO ARQ-REJ10-REG
           MOVE ZERO   TO ARQ-REJ10-ENQUADRAMENTO
           MOVE ZERO   TO ARQ-REJ10-DESDOBRAMENTO
           WRITE ARQ-REJ10-REG
           MOVE STAT-ARQ-REJ10 TO WS-STAT-GRAVACAO
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2510-LER-REJ10-ANT
           .

       2600-CONVERTER-EVT01.
           MOVE "ARQ-EVT01" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT ARQ-EVT01
           OPEN INPUT ARQ-EVT01-ANT
           IF STAT-ARQ-EVT01-ANT = "00"
               PERFORM 2610-LER-EVT01-ANT
               PERFORM 2620-GRAVAR-EVT01 UNTIL FIM-ARQ
               CLOSE ARQ-EVT01-ANT
           ELSE
               PERFORM 2920-REGISTRAR-VAZIO
           END-IF
           CLOSE ARQ-EVT01
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2610-LER-EVT01-ANT.
           READ ARQ-EVT01-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

      *    evento importado antes do municipio e da posicao GPS fica
      *    sem local: o P01-B044 nao o usa como prova de local.
       2620-GRAVAR-EVT01.
           MOVE ARQ-EVT01-ANT-REG TO ARQ-EVT01-REG
           MOVE ZERO   TO ARQ-EVT01-CID01
           MOVE SPACES TO ARQ-EVT01-LATITUDE
           MOVE SPACES TO ARQ-EVT01-LONGITUDE
           WRITE ARQ-EVT01-REG
           MOVE STAT-ARQ-EVT01 TO WS-STAT-GRAVACAO
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2610-LER-EVT01-ANT
           .

       2700-CONVERTER-PAR01.
           MOVE "ARQ-PAR01" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT arq-par01
           PERFORM 2710-LER-PAR01-ANT
           PERFORM 2720-GRAVAR-PAR01 UNTIL FIM-ARQ
           CLOSE arq-par01 ARQ-PAR01-ANT
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2710-LER-PAR01-ANT.
           READ ARQ-PAR01-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

      *    parametro zerado vale o padrao de cada programa (sem tipo
      *    NIC, tolerancia zero, retencao de 5 anos no P01-B054).
       2720-GRAVAR-PAR01.
           MOVE ARQ-PAR01-ANT-REG TO ARQ-PAR01-REG
           MOVE ZERO   TO ARQ-PAR01-TIP01-NIC
           MOVE ZERO   TO ARQ-PAR01-PERC-TOLER-ORC
           MOVE ZERO   TO ARQ-PAR01-ANOS-RETENCAO
           WRITE ARQ-PAR01-REG
           MOVE STAT-ARQ-PAR01 TO WS-STAT-GRAVACAO
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2710-LER-PAR01-ANT
           .

       2800-CONVERTER-USU.
           MOVE "ARQ-USU" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           OPEN OUTPUT arq-usu
           PERFORM 2810-LER-USU-ANT
           PERFORM 2820-GRAVAR-USU UNTIL FIM-ARQ
           CLOSE arq-usu ARQ-USU-ANT
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       2810-LER-USU-ANT.
           READ ARQ-USU-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

      *    nenhum usuario nasce do juridico: a marca e dada pela tela
      *    de usuarios depois da conversao.
       2820-GRAVAR-USU.
           MOVE ARQ-USU-ANT-REG TO ARQ-USU-REG
           MOVE "N"    TO ARQ-USU-JURIDICO
           MOVE ZERO   TO ARQ-USU-DATA-ULT-LOGIN
           WRITE ARQ-USU-REG
           MOVE STAT-ARQ-USU TO WS-STAT-GRAVACAO
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 2810-LER-USU-ANT
           .

       2900-ZERAR-TOTAIS.
           MOVE "N"  TO WS-FIM-ARQ
           MOVE ZERO TO WS-LIDOS
           MOVE ZERO TO WS-GRAVADOS
           MOVE ZERO TO WS-REJEITADOS
           .

       2910-CONTAR-GRAVACAO.
           IF WS-STAT-GRAVACAO = "00" OR "02"
               ADD 1 TO WS-GRAVADOS
           ELSE
               ADD 1 TO WS-REJEITADOS
               MOVE WS-LIDOS TO WS-CONTADOR-EDIT
               MOVE SPACES TO LOG-B061-REG
               STRING WS-ARQ-NOME " REGISTRO " WS-CONTADOR-EDIT
                      " NAO GRAVADO - STATUS " WS-STAT-GRAVACAO
                   DELIMITED BY SIZE INTO LOG-B061-REG
               WRITE LOG-B061-REG
           END-IF
           .

       2920-REGISTRAR-VAZIO.
           MOVE SPACES TO LOG-B061-REG
           STRING WS-ARQ-NOME " SEM ARQUIVO -ANT - CRIADO VAZIO"
               DELIMITED BY SIZE INTO LOG-B061-REG
           WRITE LOG-B061-REG
           .

       2950-REGISTRAR-TOTAIS.
           MOVE WS-LIDOS TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B061-REG
           STRING WS-ARQ-NOME " LIDOS......: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B061-REG
           WRITE LOG-B061-REG
           MOVE WS-GRAVADOS TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B061-REG
           STRING WS-ARQ-NOME " GRAVADOS...: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B061-REG
           WRITE LOG-B061-REG
           MOVE WS-REJEITADOS TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B061-REG
           STRING WS-ARQ-NOME " REJEITADOS.: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B061-REG
           WRITE LOG-B061-REG
           .

       3000-CONVERTER-IFT01.
           MOVE "ARQ-IFT01" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           MOVE ZERO TO WS-IFT01-ULTIMA
           OPEN INPUT ARQ-MDU01
           OPEN OUTPUT ARQ-IFT01
           PERFORM 3010-LER-IFT01-ANT
           PERFORM 3020-GRAVAR-IFT01 UNTIL FIM-ARQ
           CLOSE ARQ-IFT01 ARQ-IFT01-ANT
           IF STAT-ARQ-MDU01 = "00"
               CLOSE ARQ-MDU01
           END-IF
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       3010-LER-IFT01-ANT.
           READ ARQ-IFT01-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       3020-GRAVAR-IFT01.
           IF ARQ-IFT01-ANT-IFC01 NOT = WS-IFT01-ULTIMA
               MOVE ARQ-IFT01-ANT-IFC01 TO WS-MDU01-IFC01
               PERFORM 3500-OBTER-INSTANCIA
               MOVE ARQ-IFT01-ANT-IFC01 TO WS-IFT01-ULTIMA
           END-IF
           MOVE ARQ-IFT01-ANT-IFC01 TO ARQ-IFT01-IFC01
           MOVE WS-IFT01-INSTANCIA  TO ARQ-IFT01-INSTANCIA
           MOVE ARQ-IFT01-ANT-SEQ   TO ARQ-IFT01-SEQ
           MOVE ARQ-IFT01-ANT-TEXTO TO ARQ-IFT01-TEXTO
           WRITE ARQ-IFT01-REG
           MOVE STAT-ARQ-IFT01 TO WS-STAT-GRAVACAO
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 3010-LER-IFT01-ANT
           .

       3100-CONVERTER-IFT01H.
           MOVE "ARQ-IFT01H" TO WS-ARQ-NOME
           PERFORM 2900-ZERAR-TOTAIS
           MOVE ZERO TO WS-IFT01-ULTIMA
           OPEN OUTPUT ARQ-IFT01H
           OPEN INPUT ARQ-IFT01H-ANT
           IF STAT-ARQ-IFT01H-ANT = "00"
               OPEN INPUT ARQ-MDU01
               PERFORM 3110-LER-IFT01H-ANT
               PERFORM 3120-GRAVAR-IFT01H UNTIL FIM-ARQ
               CLOSE ARQ-IFT01H-ANT
               IF STAT-ARQ-MDU01 = "00"
                   CLOSE ARQ-MDU01
               END-IF
           ELSE
               PERFORM 2920-REGISTRAR-VAZIO
           END-IF
           CLOSE ARQ-IFT01H
           PERFORM 2950-REGISTRAR-TOTAIS
           .

       3110-LER-IFT01H-ANT.
           READ ARQ-IFT01H-ANT NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       3120-GRAVAR-IFT01H.
           IF ARQ-IFT01H-ANT-IFC01 NOT = WS-IFT01-ULTIMA
               MOVE ARQ-IFT01H-ANT-IFC01 TO WS-MDU01-IFC01
               PERFORM 3500-OBTER-INSTANCIA
               MOVE ARQ-IFT01H-ANT-IFC01 TO WS-IFT01-ULTIMA
           END-IF
           MOVE ARQ-IFT01H-ANT-IFC01 TO ARQ-IFT01H-IFC01
           MOVE WS-IFT01-INSTANCIA   TO ARQ-IFT01H-INSTANCIA
           MOVE ARQ-IFT01H-ANT-SEQ   TO ARQ-IFT01H-SEQ
           MOVE ARQ-IFT01H-ANT-TEXTO TO ARQ-IFT01H-TEXTO
           WRITE ARQ-IFT01H-REG
           MOVE STAT-ARQ-IFT01H TO WS-STAT-GRAVACAO
           PERFORM 2910-CONTAR-GRAVACAO
           PERFORM 3110-LER-IFT01H-ANT
           .

      *    a mesclagem do P01-S192 substituia o texto inteiro da
      *    infracao e as instancias andam em ordem (defesa previa,
      *    JARI, CETRAN): o texto que sobrou e o da maior instancia
      *    com modelo registrado em ARQ-MDU01. Sem ARQ-MDU01 ou sem
      *    modelo usado, o texto e da defesa previa.
       3500-OBTER-INSTANCIA.
           MOVE "1" TO WS-IFT01-INSTANCIA
           IF STAT-ARQ-MDU01 = "00"
               MOVE "N" TO WS-MDU01-ACHOU
               MOVE "3" TO WS-IFT01-INSTANCIA
               PERFORM 3550-LER-MDU01
               IF WS-MDU01-ACHOU = "N"
                   MOVE "2" TO WS-IFT01-INSTANCIA
                   PERFORM 3550-LER-MDU01
               END-IF
               IF WS-MDU01-ACHOU = "N"
                   MOVE "1" TO WS-IFT01-INSTANCIA
               END-IF
           END-IF
           .

       3550-LER-MDU01.
           MOVE WS-MDU01-IFC01     TO ARQ-MDU01-IFC01
           MOVE WS-IFT01-INSTANCIA TO ARQ-MDU01-INSTANCIA
           READ ARQ-MDU01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-MDU01-ACHOU
           END-READ
           .

       8000-FINALIZAR.
           IF WS-ANT-OK NOT = "S"
               IF STAT-ARQ-MOT01-ANT = "00"
                   CLOSE ARQ-MOT01-ANT
               END-IF
               IF STAT-ARQ-VEI01-ANT = "00"
                   CLOSE ARQ-VEI01-ANT
               END-IF
               IF STAT-ARQ-IFS01-ANT = "00"
                   CLOSE ARQ-IFS01-ANT
               END-IF
               IF STAT-ARQ-PAG09-ANT = "00"
                   CLOSE ARQ-PAG09-ANT
               END-IF
               IF STAT-ARQ-REJ10-ANT = "00"
                   CLOSE ARQ-REJ10-ANT
               END-IF
               IF STAT-ARQ-PAR01-ANT = "00"
                   CLOSE ARQ-PAR01-ANT
               END-IF
               IF STAT-ARQ-USU-ANT = "00"
                   CLOSE ARQ-USU-ANT
               END-IF
               IF STAT-ARQ-IFT01-ANT = "00"
                   CLOSE ARQ-IFT01-ANT
               END-IF
               MOVE "CONVERSAO NAO EXECUTADA" TO LOG-B061-REG
           ELSE
               MOVE "FIM DA CONVERSAO" TO LOG-B061-REG
           END-IF
           WRITE LOG-B061-REG
           CLOSE LOG-B061
           .
      * Historico de alteracoes
      *   09/10/2026 - equipe.ti - rotina nova de conversao unica dos
      *                arquivos com campos acrescentados no fim do
      *                registro e do texto das infracoes para a chave
      *                com instancia.
