       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S192.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 18 de setembro de 2026.
       REMARKS. Sub-rotina de mesclagem de um modelo aprovado da
           biblioteca de textos de defesa/recurso (ARQ-MDL01/ARQ-MDL02,
           mantida pela tela P01-M174) no texto da infracao em
           ARQ-IFT01, chamada pela tela de infracoes (P01-M155) quando
           o analista escolhe o modelo. O modelo tem de estar aprovado
           pelo juridico e ser do mesmo tipo de infracao (e do mesmo
           orgao, quando nao e generico). Os campos de mesclagem entre
           cerquilhas sao trocados pelos dados da infracao: #NOTIF#
           (numero da notificacao), #PLACA#, #DATA#, #HORA#, #LOCAL#
           (municipio/UF), #ORGAO#, #CONDUTOR# e #EVIDENCIA# (o
           primeiro anexo de ARQ-IFI01-ANEXO-EVIDENCIA da infracao);
           linha que passa de 60 posicoes depois da troca continua na
           linha seguinte. O texto anterior da mesma instancia e
           substituido (ARQ-IFT01 chaveado por infracao, instancia e
           linha); o das outras instancias, como a defesa previa ja
           enviada pelo P01-B031, fica como esta. O analista edita o
           resultado na propria tela antes do envio. O modelo usado
           fica registrado em ARQ-MDU01 por infracao e instancia,
           para o relatorio de aproveitamento por modelo (P99-R052),
           com trilha em ARQ-LOG123/ARQ-LOG23 via P01-S166.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-MDL01.sl".
           COPY "ARQ-MDL02.sl".
           COPY "ARQ-MDU01.sl".
           COPY "ARQ-IFT01.sl".
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-IFI01.sl".
           COPY "ARQ-VEI01.sl".
           COPY "ARQ-MOT01.sl".
           COPY "arq-cid01.sl".
           COPY "arq-org01.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-MDL01.fd".
           COPY "ARQ-MDL02.fd".
           COPY "ARQ-MDU01.fd".
           COPY "ARQ-IFT01.fd".
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-IFI01.fd".
           COPY "ARQ-VEI01.fd".
           COPY "ARQ-MOT01.fd".
           COPY "arq-cid01.fd".
           COPY "arq-org01.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-MDL01                  PIC X(02).
       01  STAT-ARQ-MDL02                  PIC X(02).
       01  STAT-ARQ-MDU01                  PIC X(02).
       01  STAT-ARQ-IFT01                  PIC X(02).
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-IFI01                  PIC X(02).
       01  STAT-ARQ-VEI01                  PIC X(02).
       01  STAT-ARQ-MOT01                  PIC X(02).
       01  STAT-ARQ-CID01                  PIC X(02).
       01  STAT-ARQ-ORG01                  PIC X(02).

       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-FIM-MDL02                    PIC X(01).
           88 FIM-MDL02                                VALUE "S".
       01  WS-FIM-IFT01                    PIC X(01).
           88 FIM-IFT01                                VALUE "S".
       01  WS-FIM-IFI01                    PIC X(01).
           88 FIM-IFI01                                VALUE "S".
       01  WS-MODELO-OK                    PIC X(01).
       01  WS-PROXIMO-SEQ                  PIC 9(03)   VALUE ZERO.

      *    dados da infracao que entram nos campos de mesclagem
       01  WS-M-NOTIF                      PIC X(15).
       01  WS-M-PLACA                      PIC X(08).
       01  WS-M-DATA                       PIC X(10).
       01  WS-M-HORA                       PIC X(05).
       01  WS-M-LOCAL                      PIC X(33).
       01  WS-M-ORGAO                      PIC X(40).
       01  WS-M-CONDUTOR                   PIC X(40).
       01  WS-M-EVIDENCIA                  PIC X(80).

      *    troca dos campos: a linha do modelo e lida caracter a
      *    caracter e montada em WS-SAIDA, que depois e fatiada em
      *    linhas de 60 posicoes de ARQ-IFT01
       01  WS-ENTRADA                      PIC X(60).
       01  WS-SAIDA                        PIC X(200).
       01  WS-POS-E                        PIC 9(03).
       01  WS-POS-S                        PIC 9(03).
       01  WS-POS-FIM                      PIC 9(03).
       01  WS-TAM-CAMPO                    PIC 9(03).
       01  WS-CAMPO                        PIC X(15).
       01  WS-VALOR                        PIC X(80).
       01  WS-TAM                          PIC 9(03).
       01  WS-CAMPO-ACHADO                 PIC X(01).
       01  WS-TAM-SAIDA                    PIC 9(03).
       01  WS-INICIO                       PIC 9(03).

       01  WS-CHAVE-MODELO.
           05 WS-CHV-TIP01                 PIC 9(04).
           05 WS-CHV-ORG01                 PIC 9(04).
           05 WS-CHV-INSTANCIA             PIC X(01).
           05 WS-CHV-VERSAO                PIC 9(03).

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-IFT01".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01)   VALUE "I".
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       LINKAGE                     SECTION.
       01  LNK-S192-IFC01                  PIC 9(08).
       01  LNK-S192-INSTANCIA              PIC X(01).
       01  LNK-S192-MDL-TIP01              PIC 9(04).
       01  LNK-S192-MDL-ORG01              PIC 9(04).
       01  LNK-S192-MDL-VERSAO             PIC 9(03).
       01  LNK-S192-USUARIO                PIC 9(04).
       01  LNK-S192-QTD-LINHAS             PIC 9(03).
       01  LNK-S192-RETORNO                PIC X(01).
       01  LNK-S192-MOTIVO                 PIC X(40).

       PROCEDURE DIVISION USING LNK-S192-IFC01, LNK-S192-INSTANCIA,
               LNK-S192-MDL-TIP01, LNK-S192-MDL-ORG01,
               LNK-S192-MDL-VERSAO, LNK-S192-USUARIO,
               LNK-S192-QTD-LINHAS, LNK-S192-RETORNO, LNK-S192-MOTIVO.

       0000-MAINLINE.
           MOVE "N"    TO LNK-S192-RETORNO
           MOVE SPACES TO LNK-S192-MOTIVO
           MOVE ZERO   TO LNK-S192-QTD-LINHAS
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-VALIDAR-MODELO
           IF WS-MODELO-OK = "S"
               PERFORM 2500-OBTER-DADOS-MESCLAGEM
               PERFORM 3000-LIMPAR-TEXTO-ANTERIOR
               PERFORM 4000-MESCLAR-MODELO
               PERFORM 6000-REGISTRAR-USO
               MOVE WS-PROXIMO-SEQ TO LNK-S192-QTD-LINHAS
               MOVE "S" TO LNK-S192-RETORNO
           END-IF
           PERFORM 9000-FECHAR-ARQUIVOS
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-MDL01
           OPEN INPUT ARQ-MDL02
           OPEN I-O   ARQ-MDU01
           OPEN I-O   ARQ-IFT01
           OPEN INPUT ARQ-IFC01
           OPEN INPUT ARQ-IFI01
           OPEN INPUT ARQ-VEI01
           OPEN INPUT ARQ-MOT01
           OPEN INPUT arq-cid01
           OPEN INPUT arq-org01
           .

       2000-VALIDAR-MODELO.
           MOVE "S" TO WS-MODELO-OK

           MOVE LNK-S192-IFC01 TO ARQ-IFC01-CODIGO
           READ ARQ-IFC01
               INVALID KEY
                   MOVE "N" TO WS-MODELO-OK
                   MOVE "INFRACAO NAO ENCONTRADA" TO LNK-S192-MOTIVO
           END-READ

           IF WS-MODELO-OK = "S"
               MOVE LNK-S192-MDL-TIP01 TO ARQ-MDL01-TIP01
               MOVE LNK-S192-MDL-ORG01 TO ARQ-MDL01-ORG01
               MOVE LNK-S192-INSTANCIA TO ARQ-MDL01-INSTANCIA
               MOVE LNK-S192-MDL-VERSAO TO ARQ-MDL01-VERSAO
               READ ARQ-MDL01
                   INVALID KEY
                       MOVE "N" TO WS-MODELO-OK
                       MOVE "MODELO NAO ENCONTRADO" TO LNK-S192-MOTIVO
                   NOT INVALID KEY
                       PERFORM 2100-CONFERIR-MODELO
               END-READ
           END-IF
           .

       2100-CONFERIR-MODELO.
           IF NOT ARQ-MDL01-APROVADO
               MOVE "N" TO WS-MODELO-OK
               MOVE "MODELO NAO APROVADO PELO JURIDICO"
                 TO LNK-S192-MOTIVO
           ELSE
               IF ARQ-MDL01-TIP01 NOT = ARQ-IFC01-TIP01
                   MOVE "N" TO WS-MODELO-OK
                   MOVE "MODELO DE OUTRO TIPO DE INFRACAO"
                     TO LNK-S192-MOTIVO
               ELSE
                   IF ARQ-MDL01-ORG01 NOT = ZERO
                    AND ARQ-MDL01-ORG01 NOT = ARQ-IFC01-ORG01
                       MOVE "N" TO WS-MODELO-OK
                       MOVE "MODELO DE OUTRO ORGAO AUTUADOR"
                         TO LNK-S192-MOTIVO
                   END-IF
               END-IF
           END-IF
           .

       2500-OBTER-DADOS-MESCLAGEM.
           MOVE ARQ-IFC01-NOTIFICACAO TO WS-M-NOTIF

           MOVE SPACES TO WS-M-DATA
           STRING ARQ-IFC01-DATA-INFRACAO (7:2) "/"
                  ARQ-IFC01-DATA-INFRACAO (5:2) "/"
                  ARQ-IFC01-DATA-INFRACAO (1:4)
               DELIMITED BY SIZE INTO WS-M-DATA
           MOVE SPACES TO WS-M-HORA
           STRING ARQ-IFC01-HORA-INFRACAO (1:2) ":"
                  ARQ-IFC01-HORA-INFRACAO (3:2)
               DELIMITED BY SIZE INTO WS-M-HORA

           MOVE SPACES TO WS-M-PLACA
           MOVE ARQ-IFC01-VEI01 TO ARQ-VEI01-CODIGO
           READ ARQ-VEI01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARQ-VEI01-PLACA TO WS-M-PLACA
           END-READ

           MOVE SPACES TO WS-M-LOCAL
           MOVE ARQ-IFC01-CID01 TO ARQ-CID01-CODIGO
           READ arq-cid01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING ARQ-CID01-NOME DELIMITED BY "  "
                          "/" ARQ-CID01-UF DELIMITED BY SIZE
                       INTO WS-M-LOCAL
           END-READ

           MOVE SPACES TO WS-M-ORGAO
           MOVE ARQ-IFC01-ORG01 TO ARQ-ORG01-CODIGO
           READ arq-org01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARQ-ORG01-NOME TO WS-M-ORGAO
           END-READ

           MOVE "NAO IDENTIFICADO" TO WS-M-CONDUTOR
           IF ARQ-IFC01-MOT01 NOT = ZERO
               MOVE ARQ-IFC01-MOT01 TO ARQ-MOT01-CODIGO
               READ ARQ-MOT01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARQ-MOT01-NOME TO WS-M-CONDUTOR
               END-READ
           END-IF

           PERFORM 2600-OBTER-EVIDENCIA
           .

       2600-OBTER-EVIDENCIA.
           MOVE SPACES TO WS-M-EVIDENCIA
           MOVE "N" TO WS-FIM-IFI01
           MOVE LNK-S192-IFC01 TO ARQ-IFI01-IFC01
           MOVE ZERO           TO ARQ-IFI01-ITEM
           START ARQ-IFI01 KEY IS NOT LESS THAN ARQ-IFI01-CHAVE
               INVALID KEY
                   SET FIM-IFI01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2650-LER-IFI01
           END-START

           PERFORM 2700-AVALIAR-ITEM UNTIL FIM-IFI01
           .

       2650-LER-IFI01.
           READ ARQ-IFI01 NEXT RECORD
               AT END
                   SET FIM-IFI01 TO TRUE
           END-READ
           .

       2700-AVALIAR-ITEM.
           IF ARQ-IFI01-IFC01 NOT = LNK-S192-IFC01
               SET FIM-IFI01 TO TRUE
           ELSE
               IF ARQ-IFI01-ANEXO-EVIDENCIA NOT = SPACES
                   MOVE ARQ-IFI01-ANEXO-EVIDENCIA TO WS-M-EVIDENCIA
                   SET FIM-IFI01 TO TRUE
               ELSE
                   PERFORM 2650-LER-IFI01
               END-IF
           END-IF
           .

       3000-LIMPAR-TEXTO-ANTERIOR.
           MOVE "N" TO WS-FIM-IFT01
           MOVE LNK-S192-IFC01     TO ARQ-IFT01-IFC01
           MOVE LNK-S192-INSTANCIA TO ARQ-IFT01-INSTANCIA
           MOVE ZERO               TO ARQ-IFT01-SEQ
           START ARQ-IFT01 KEY IS NOT LESS THAN ARQ-IFT01-CHAVE
               INVALID KEY
                   SET FIM-IFT01 TO TRUE
               NOT INVALID KEY
                   PERFORM 3050-LER-IFT01
           END-START

           PERFORM 3100-EXCLUIR-LINHA UNTIL FIM-IFT01
           .

       3050-LER-IFT01.
           READ ARQ-IFT01 NEXT RECORD
               AT END
                   SET FIM-IFT01 TO TRUE
           END-READ
           .

       3100-EXCLUIR-LINHA.
           IF ARQ-IFT01-IFC01 NOT = LNK-S192-IFC01
            OR ARQ-IFT01-INSTANCIA NOT = LNK-S192-INSTANCIA
               SET FIM-IFT01 TO TRUE
           ELSE
               DELETE ARQ-IFT01 RECORD
               PERFORM 3050-LER-IFT01
           END-IF
           .

       4000-MESCLAR-MODELO.
           MOVE ZERO TO WS-PROXIMO-SEQ
           MOVE "N"  TO WS-FIM-MDL02
           MOVE LNK-S192-MDL-TIP01  TO ARQ-MDL02-TIP01
           MOVE LNK-S192-MDL-ORG01  TO ARQ-MDL02-ORG01
           MOVE LNK-S192-INSTANCIA  TO ARQ-MDL02-INSTANCIA
           MOVE LNK-S192-MDL-VERSAO TO ARQ-MDL02-VERSAO
           MOVE ZERO                TO ARQ-MDL02-LINHA
           START ARQ-MDL02 KEY IS NOT LESS THAN ARQ-MDL02-CHAVE
               INVALID KEY
                   SET FIM-MDL02 TO TRUE
               NOT INVALID KEY
                   PERFORM 4050-LER-MDL02
           END-START

           PERFORM 4100-MESCLAR-LINHA UNTIL FIM-MDL02
           .

       4050-LER-MDL02.
           READ ARQ-MDL02 NEXT RECORD
               AT END
                   SET FIM-MDL02 TO TRUE
           END-READ
           .

       4100-MESCLAR-LINHA.
           IF ARQ-MDL02-TIP01 NOT = LNK-S192-MDL-TIP01
            OR ARQ-MDL02-ORG01 NOT = LNK-S192-MDL-ORG01
            OR ARQ-MDL02-INSTANCIA NOT = LNK-S192-INSTANCIA
            OR ARQ-MDL02-VERSAO NOT = LNK-S192-MDL-VERSAO
               SET FIM-MDL02 TO TRUE
           ELSE
               MOVE ARQ-MDL02-TEXTO TO WS-ENTRADA
               MOVE SPACES TO WS-SAIDA
               MOVE 1 TO WS-POS-E
               MOVE 1 TO WS-POS-S
               PERFORM 4200-PROCESSAR-CARACTER UNTIL WS-POS-E > 60
               PERFORM 5000-GRAVAR-SAIDA
               PERFORM 4050-LER-MDL02
           END-IF
           .

       4200-PROCESSAR-CARACTER.
           IF WS-ENTRADA (WS-POS-E:1) = "#"
               PERFORM 4300-LOCALIZAR-CAMPO
           ELSE
               IF WS-POS-S <= 200
                   MOVE WS-ENTRADA (WS-POS-E:1)
                     TO WS-SAIDA (WS-POS-S:1)
                   ADD 1 TO WS-POS-S
               END-IF
               ADD 1 TO WS-POS-E
           END-IF
           .

       4300-LOCALIZAR-CAMPO.
           COMPUTE WS-POS-FIM = WS-POS-E + 1
           PERFORM 4350-AVANCAR-FIM
               UNTIL WS-POS-FIM > 60
                  OR WS-ENTRADA (WS-POS-FIM:1) = "#"

           MOVE "N" TO WS-CAMPO-ACHADO
           IF WS-POS-FIM <= 60
               COMPUTE WS-TAM-CAMPO = WS-POS-FIM - WS-POS-E - 1
               IF WS-TAM-CAMPO > ZERO AND WS-TAM-CAMPO <= 15
                   MOVE SPACES TO WS-CAMPO
                   MOVE WS-ENTRADA (WS-POS-E + 1:WS-TAM-CAMPO)
                     TO WS-CAMPO
                   PERFORM 4400-TROCAR-CAMPO
               END-IF
           END-IF

      *    cerquilha sem fechamento ou campo desconhecido fica no
      *    texto como esta, para o analista ver e corrigir.
           IF WS-CAMPO-ACHADO = "S"
               PERFORM 4500-ACRESCENTAR-VALOR
               COMPUTE WS-POS-E = WS-POS-FIM + 1
           ELSE
               IF WS-POS-S <= 200
                   MOVE "#" TO WS-SAIDA (WS-POS-S:1)
                   ADD 1 TO WS-POS-S
               END-IF
               ADD 1 TO WS-POS-E
           END-IF
           .

       4350-AVANCAR-FIM.
           ADD 1 TO WS-POS-FIM
           .

       4400-TROCAR-CAMPO.
           MOVE "S"    TO WS-CAMPO-ACHADO
           MOVE SPACES TO WS-VALOR
           EVALUATE WS-CAMPO
               WHEN "NOTIF"
                   MOVE WS-M-NOTIF     TO WS-VALOR
               WHEN "PLACA"
                   MOVE WS-M-PLACA     TO WS-VALOR
               WHEN "DATA"
                   MOVE WS-M-DATA      TO WS-VALOR
               WHEN "HORA"
                   MOVE WS-M-HORA      TO WS-VALOR
               WHEN "LOCAL"
                   MOVE WS-M-LOCAL     TO WS-VALOR
               WHEN "ORGAO"
                   MOVE WS-M-ORGAO     TO WS-VALOR
               WHEN "CONDUTOR"
                   MOVE WS-M-CONDUTOR  TO WS-VALOR
               WHEN "EVIDENCIA"
                   MOVE WS-M-EVIDENCIA TO WS-VALOR
               WHEN OTHER
                   MOVE "N" TO WS-CAMPO-ACHADO
           END-EVALUATE
           .

       4500-ACRESCENTAR-VALOR.
           MOVE 80 TO WS-TAM
           PERFORM 4550-RECUAR-TAMANHO
               UNTIL WS-TAM = ZERO
                  OR WS-VALOR (WS-TAM:1) NOT = SPACE

           IF WS-TAM > ZERO
               IF WS-POS-S + WS-TAM > 201
                   COMPUTE WS-TAM = 201 - WS-POS-S
               END-IF
               IF WS-TAM > ZERO
                   MOVE WS-VALOR (1:WS-TAM)
                     TO WS-SAIDA (WS-POS-S:WS-TAM)
                   ADD WS-TAM TO WS-POS-S
               END-IF
           END-IF
           .

       4550-RECUAR-TAMANHO.
           SUBTRACT 1 FROM WS-TAM
           .

       5000-GRAVAR-SAIDA.
           MOVE 200 TO WS-TAM-SAIDA
           PERFORM 5050-RECUAR-SAIDA
               UNTIL WS-TAM-SAIDA = ZERO
                  OR WS-SAIDA (WS-TAM-SAIDA:1) NOT = SPACE

      *    linha em branco do modelo (separador de paragrafo) e
      *    mantida como linha em branco.
           IF WS-TAM-SAIDA = ZERO
               MOVE 1 TO WS-TAM-SAIDA
           END-IF

           MOVE 1 TO WS-INICIO
           PERFORM 5100-GRAVAR-FATIA UNTIL WS-INICIO > WS-TAM-SAIDA
           .

       5050-RECUAR-SAIDA.
           SUBTRACT 1 FROM WS-TAM-SAIDA
           .

       5100-GRAVAR-FATIA.
           IF WS-PROXIMO-SEQ < 999
               ADD 1 TO WS-PROXIMO-SEQ
               MOVE LNK-S192-IFC01     TO ARQ-IFT01-IFC01
               MOVE LNK-S192-INSTANCIA TO ARQ-IFT01-INSTANCIA
               MOVE WS-PROXIMO-SEQ     TO ARQ-IFT01-SEQ
               MOVE SPACES         TO ARQ-IFT01-TEXTO
               IF WS-INICIO + 59 > 200
                   MOVE WS-SAIDA (WS-INICIO:)      TO ARQ-IFT01-TEXTO
               ELSE
                   MOVE WS-SAIDA (WS-INICIO:60)    TO ARQ-IFT01-TEXTO
               END-IF
               WRITE ARQ-IFT01-REG
           END-IF
           ADD 60 TO WS-INICIO
           .

       6000-REGISTRAR-USO.
           MOVE LNK-S192-IFC01      TO ARQ-MDU01-IFC01
           MOVE LNK-S192-INSTANCIA  TO ARQ-MDU01-INSTANCIA
           READ ARQ-MDU01
               INVALID KEY
                   PERFORM 6100-MONTAR-USO
                   WRITE ARQ-MDU01-REG
               NOT INVALID KEY
                   PERFORM 6100-MONTAR-USO
                   REWRITE ARQ-MDU01-REG
           END-READ

           MOVE LNK-S192-MDL-TIP01  TO WS-CHV-TIP01
           MOVE LNK-S192-MDL-ORG01  TO WS-CHV-ORG01
           MOVE LNK-S192-INSTANCIA  TO WS-CHV-INSTANCIA
           MOVE LNK-S192-MDL-VERSAO TO WS-CHV-VERSAO
           MOVE SPACES         TO WS-LOG-CHAVE
           MOVE LNK-S192-IFC01 TO WS-LOG-CHAVE
           MOVE 1 TO WS-LOG-QTD-ITENS
           MOVE "MODELO MESCLADO (ARQ-MDL01)" TO WS-LOG-CAMPO (1)
           MOVE SPACES                        TO WS-LOG-VALOR-ANT (1)
           MOVE WS-CHAVE-MODELO               TO WS-LOG-VALOR-NOVO (1)

           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, LNK-S192-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       6100-MONTAR-USO.
           MOVE LNK-S192-MDL-TIP01  TO ARQ-MDU01-TIP01
           MOVE LNK-S192-MDL-ORG01  TO ARQ-MDU01-ORG01
           MOVE LNK-S192-INSTANCIA  TO ARQ-MDU01-MDL-INSTANCIA
           MOVE LNK-S192-MDL-VERSAO TO ARQ-MDU01-VERSAO
           MOVE LNK-S192-USUARIO    TO ARQ-MDU01-USUARIO
           MOVE WS-DATA-HOJE        TO ARQ-MDU01-DATA-USO
           MOVE WS-PROXIMO-SEQ      TO ARQ-MDU01-QTD-LINHAS
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-MDL01 ARQ-MDL02 ARQ-MDU01 ARQ-IFT01 ARQ-IFC01
                 ARQ-IFI01 ARQ-VEI01 ARQ-MOT01 arq-cid01 arq-org01
           .
      * Historico de alteracoes
      *   18/09/2026 - equipe.ti - rotina nova de mesclagem do modelo
      *                aprovado de defesa/recurso no texto da infracao
      *                (ARQ-IFT01), com registro do uso em ARQ-MDU01.
      *   09/10/2026 - equipe.ti - so o texto da instancia mesclada e
      *                substituido; o das outras instancias (defesa
      *                previa ja enviada) e preservado.
