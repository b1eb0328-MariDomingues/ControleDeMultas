       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P99-R056.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 25 de setembro de 2026.
       REMARKS. Comparativo do orcamento de multas (ARQ-ORC09) com o
           realizado por unidade e gravidade de ARQ-TIP01, no mes e
           no acumulado do ano ate o mes da competencia informada.
           O realizado e o valor das infracoes de ARQ-IFC01 da
           empresa pela data da infracao (canceladas nao entram),
           liquido do que foi repassado aos clientes no rateio
           (ARQ-RAT04), do que o fornecedor ja ressarciu sobre as
           notas de debito (baixas de ARQ-DBB15) e do que foi
           recuperado do motorista no desconto em folha (ARQ-DSC09
           recuperado). Mostra a variacao em valor e percentual e
           marca a unidade cujo realizado do mes passa do orcamento
           mais a tolerancia da empresa (ARQ-PAR01-PERC-TOLER-ORC,
           padrao de 10% quando nao informada). Com o envio de alerta
           ligado - chamada do fechamento mensal pelo P01-S172 - cada
           unidade acima da tolerancia recebe o seu quadro em arquivo
           proprio, enfileirado em ARQ-EML09 via P01-S162 para a lista
           do gestor da unidade. Respeita o acesso por empresa/unidade
           do usuario (arq-usu-emp via P01-S188); usuario zerado e
           chamada batch, sem filtro.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-ORC09.sl".
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-TIP01.sl".
           COPY "ARQ-RAT04.sl".
           COPY "ARQ-DBB15.sl".
           COPY "ARQ-DSC09.sl".
           COPY "arq-uni15.sl".
           COPY "arq-par01.sl".
           SELECT REL-R056
                  ASSIGN          TO         REL-R056-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-R056.
           SELECT REL-R056-UNI
                  ASSIGN          TO         REL-R056-UNI-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-R056-UNI.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-ORC09.fd".
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-TIP01.fd".
           COPY "ARQ-RAT04.fd".
           COPY "ARQ-DBB15.fd".
           COPY "ARQ-DSC09.fd".
           COPY "arq-uni15.fd".
           COPY "arq-par01.fd".
       FD  REL-R056
           LABEL RECORD STANDARD.
       01  REL-R056-LINHA                  PIC X(132).
       FD  REL-R056-UNI
           LABEL RECORD STANDARD.
       01  REL-R056-UNI-LINHA              PIC X(132).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-ORC09                  PIC X(02).
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-TIP01                  PIC X(02).
       01  STAT-ARQ-RAT04                  PIC X(02).
       01  STAT-ARQ-DBB15                  PIC X(02).
       01  STAT-ARQ-DSC09                  PIC X(02).
       01  STAT-ARQ-UNI15                  PIC X(02).
       01  STAT-ARQ-PAR01                  PIC X(02).
       01  STAT-REL-R056                   PIC X(02).
       01  STAT-REL-R056-UNI               PIC X(02).
       01  REL-R056-NOME                   PIC X(40)
               VALUE "REL-R056.TXT".
       01  REL-R056-UNI-NOME               PIC X(40)   VALUE SPACES.

       01  WS-FIM-ORC09                    PIC X(01).
           88 FIM-ORC09                                VALUE "S".
       01  WS-FIM-IFC01                    PIC X(01).
           88 FIM-IFC01                                VALUE "S".
       01  WS-FIM-AUX                      PIC X(01).
           88 FIM-AUX                                  VALUE "S".
       01  WS-COMPETENCIA                  PIC 9(06).
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO                  PIC 9(04).
           05 WS-COMP-MES                  PIC 9(02).
       01  WS-INICIO-ANO                   PIC 9(06).
       01  WS-PERC-TOLERANCIA              PIC 9(03)V9(02) VALUE 10.
       01  WS-ACESSO-PERMITIDO             PIC X(01)   VALUE "S".
       01  WS-UNI15-BUSCA                  PIC 9(04).
       01  WS-GRAVIDADE                    PIC 9(01).
       01  WS-NO-MES                       PIC X(01).
       01  WS-VALOR-LIQUIDO                PIC S9(09)V9(02).
       01  WS-DESTINO                      PIC X(01).
           88 WS-DESTINO-GERAL                         VALUE "G".
           88 WS-DESTINO-UNIDADE                       VALUE "U".
       01  WS-LINHA                        PIC X(132).

      *    quadro da empresa: uma entrada por unidade com orcamento
      *    ou com infracao no ano.
       01  WS-QTD-UNI                      PIC 9(03)   VALUE ZERO.
       01  WS-IX                           PIC 9(03).
       01  WS-IX-ACHOU                     PIC 9(03).
       01  WS-TAB-UNIDADES.
           05 WS-UNI OCCURS 300 TIMES.
              10 WS-UNI-UNI15              PIC 9(04).
              10 WS-UNI-PERMITIDA          PIC X(01).
              10 WS-UNI-ACIMA              PIC X(01).
              10 WS-UNI-GRAV OCCURS 4 TIMES.
                 15 WS-UNI-ORC-MES         PIC 9(09)V9(02).
                 15 WS-UNI-ORC-ANO         PIC 9(09)V9(02).
                 15 WS-UNI-REAL-MES        PIC S9(09)V9(02).
                 15 WS-UNI-REAL-ANO        PIC S9(09)V9(02).

      *    totais da linha impressa (gravidade, unidade ou geral)
       01  WS-LIN-ORC-MES                  PIC 9(09)V9(02).
       01  WS-LIN-ORC-ANO                  PIC 9(09)V9(02).
       01  WS-LIN-REAL-MES                 PIC S9(09)V9(02).
       01  WS-LIN-REAL-ANO                 PIC S9(09)V9(02).
       01  WS-UNT-ORC-MES                  PIC 9(09)V9(02).
       01  WS-UNT-ORC-ANO                  PIC 9(09)V9(02).
       01  WS-UNT-REAL-MES                 PIC S9(09)V9(02).
       01  WS-UNT-REAL-ANO                 PIC S9(09)V9(02).
       01  WS-GER-ORC-MES                  PIC 9(09)V9(02) VALUE ZERO.
       01  WS-GER-ORC-ANO                  PIC 9(09)V9(02) VALUE ZERO.
       01  WS-GER-REAL-MES                 PIC S9(09)V9(02) VALUE ZERO.
       01  WS-GER-REAL-ANO                 PIC S9(09)V9(02) VALUE ZERO.
       01  WS-VARIACAO                     PIC S9(09)V9(02).
       01  WS-PERC-VARIACAO                PIC S9(05)V9(01).
       01  WS-LIMITE-MES                   PIC S9(09)V9(02).
       01  WS-ROTULO                       PIC X(10).
       01  WS-MARCA                        PIC X(20).
       01  WS-NOME-UNIDADE                 PIC X(30).

       01  WS-ORC-MES-EDIT                 PIC ZZZZZZZ9,99.
       01  WS-REAL-MES-EDIT                PIC ZZZZZZZ9,99-.
       01  WS-VAR-MES-EDIT                 PIC ZZZZZZZ9,99-.
       01  WS-PERC-MES-EDIT                PIC X(08).
       01  WS-ORC-ANO-EDIT                 PIC ZZZZZZZ9,99.
       01  WS-REAL-ANO-EDIT                PIC ZZZZZZZ9,99-.
       01  WS-VAR-ANO-EDIT                 PIC ZZZZZZZ9,99-.
       01  WS-PERC-ANO-EDIT                PIC X(08).
       01  WS-PERC-EDIT                    PIC ZZZZ9,9-.
       01  WS-UNIDADE-EDIT                 PIC ZZZ9.
       01  WS-TOLERANCIA-EDIT              PIC ZZ9,99.
       01  WS-CONTADOR-EDIT                PIC ZZ9.
       01  WS-TOT-ACIMA                    PIC 9(03)   VALUE ZERO.
       01  WS-TOT-ALERTAS                  PIC 9(03)   VALUE ZERO.

       01  WS-ASSUNTO                      PIC X(60).
       01  WS-ANEXO                        PIC X(80).
       01  WS-ENFILEIRADO                  PIC X(01).

       LINKAGE                     SECTION.
       01  LNK-R056-EMP00                  PIC 9(03).
       01  LNK-R056-COMPETENCIA            PIC 9(06).
       01  LNK-R056-ENVIAR-ALERTA          PIC X(01).
       01  LNK-R056-USUARIO                PIC 9(04).

       PROCEDURE DIVISION USING LNK-R056-EMP00, LNK-R056-COMPETENCIA,
               LNK-R056-ENVIAR-ALERTA, LNK-R056-USUARIO.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-CARREGAR-ORCAMENTO
           PERFORM 3000-APURAR-REALIZADO
           PERFORM 5000-IMPRIMIR-UNIDADE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-UNI
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ORC09
           OPEN INPUT ARQ-IFC01
           OPEN INPUT ARQ-TIP01
           OPEN INPUT ARQ-RAT04
           OPEN INPUT ARQ-DBB15
           OPEN INPUT ARQ-DSC09
           OPEN INPUT arq-uni15
           OPEN INPUT arq-par01
           OPEN OUTPUT REL-R056

           MOVE LNK-R056-COMPETENCIA TO WS-COMPETENCIA
           COMPUTE WS-INICIO-ANO = WS-COMP-ANO * 100 + 1

           MOVE LNK-R056-EMP00 TO ARQ-PAR01-EMP00
           READ arq-par01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ARQ-PAR01-PERC-TOLER-ORC > ZERO
                       MOVE ARQ-PAR01-PERC-TOLER-ORC
                         TO WS-PERC-TOLERANCIA
                   END-IF
           END-READ

           SET WS-DESTINO-GERAL TO TRUE
           MOVE WS-PERC-TOLERANCIA TO WS-TOLERANCIA-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "ORCAMENTO X REALIZADO DE MULTAS - EMPRESA "
                  LNK-R056-EMP00 " - COMPETENCIA " WS-COMP-MES "/"
                  WS-COMP-ANO " - TOLERANCIA " WS-TOLERANCIA-EDIT "%"
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 5900-EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "REALIZADO LIQUIDO DE RATEIO A CLIENTES, "
                  "RESSARCIMENTO DE FORNECEDOR E DESCONTO EM FOLHA"
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 5900-EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM 5900-EMITIR-LINHA
           .

       2000-CARREGAR-ORCAMENTO.
      *    ARQ-ORC09 esta em ordem de empresa, unidade e competencia:
      *    le a empresa inteira e fica com as competencias do ano ate
      *    o mes pedido.
           MOVE "N" TO WS-FIM-ORC09
           MOVE LNK-R056-EMP00 TO ARQ-ORC09-EMP00
           MOVE ZERO           TO ARQ-ORC09-UNI15
           MOVE ZERO           TO ARQ-ORC09-COMPETENCIA
           START ARQ-ORC09 KEY IS NOT LESS THAN ARQ-ORC09-CHAVE
               INVALID KEY
                   SET FIM-ORC09 TO TRUE
               NOT INVALID KEY
                   PERFORM 2100-LER-ORC09
           END-START
           PERFORM 2200-ACUMULAR-ORCAMENTO UNTIL FIM-ORC09
           .

       2100-LER-ORC09.
           READ ARQ-ORC09 NEXT RECORD
               AT END
                   SET FIM-ORC09 TO TRUE
           END-READ
           .

       2200-ACUMULAR-ORCAMENTO.
           IF ARQ-ORC09-EMP00 NOT = LNK-R056-EMP00
               SET FIM-ORC09 TO TRUE
           ELSE
               IF ARQ-ORC09-COMPETENCIA >= WS-INICIO-ANO
                AND ARQ-ORC09-COMPETENCIA <= WS-COMPETENCIA
                   MOVE ARQ-ORC09-UNI15 TO WS-UNI15-BUSCA
                   PERFORM 4000-LOCALIZAR-UNIDADE
                   IF WS-IX-ACHOU NOT = ZERO
                       PERFORM 2300-SOMAR-ORCAMENTO
                           VARYING WS-GRAVIDADE FROM 1 BY 1
                           UNTIL WS-GRAVIDADE > 4
                   END-IF
               END-IF
               PERFORM 2100-LER-ORC09
           END-IF
           .

       2300-SOMAR-ORCAMENTO.
           ADD ARQ-ORC09-VALOR-GRAV (WS-GRAVIDADE)
            TO WS-UNI-ORC-ANO (WS-IX-ACHOU, WS-GRAVIDADE)
           IF ARQ-ORC09-COMPETENCIA = WS-COMPETENCIA
               ADD ARQ-ORC09-VALOR-GRAV (WS-GRAVIDADE)
                TO WS-UNI-ORC-MES (WS-IX-ACHOU, WS-GRAVIDADE)
           END-IF
           .

       3000-APURAR-REALIZADO.
      *    varredura pela chave alternativa de empresa, como no
      *    P01-B041.
           MOVE "N" TO WS-FIM-IFC01
           MOVE LNK-R056-EMP00 TO ARQ-IFC01-EMP00
           START ARQ-IFC01 KEY IS EQUAL TO ARQ-IFC01-EMP00
               INVALID KEY
                   SET FIM-IFC01 TO TRUE
               NOT INVALID KEY
                   PERFORM 3100-LER-IFC01
           END-START
           PERFORM 3200-AVALIAR-IFC01 UNTIL FIM-IFC01
           .

       3100-LER-IFC01.
           READ ARQ-IFC01 NEXT RECORD
               AT END
                   SET FIM-IFC01 TO TRUE
           END-READ
           .

       3200-AVALIAR-IFC01.
           IF ARQ-IFC01-EMP00 NOT = LNK-R056-EMP00
               SET FIM-IFC01 TO TRUE
           ELSE
               IF ARQ-IFC01-SITUACAO NOT = "C"
                AND ARQ-IFC01-DATA-INFRACAO (1:6) >= WS-INICIO-ANO
                AND ARQ-IFC01-DATA-INFRACAO (1:6) <= WS-COMPETENCIA
                   PERFORM 3300-ACUMULAR-INFRACAO
               END-IF
               PERFORM 3100-LER-IFC01
           END-IF
           .

       3300-ACUMULAR-INFRACAO.
           MOVE ZERO TO WS-GRAVIDADE
           MOVE ARQ-IFC01-TIP01 TO ARQ-TIP01-CODIGO
           READ ARQ-TIP01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ARQ-TIP01-GRAVIDADE >= 1
                    AND ARQ-TIP01-GRAVIDADE <= 4
                       MOVE ARQ-TIP01-GRAVIDADE TO WS-GRAVIDADE
                   END-IF
           END-READ

           IF WS-GRAVIDADE NOT = ZERO
               MOVE ARQ-IFC01-UNI15 TO WS-UNI15-BUSCA
               PERFORM 4000-LOCALIZAR-UNIDADE
               IF WS-IX-ACHOU NOT = ZERO
                   MOVE ARQ-IFC01-VALOR TO WS-VALOR-LIQUIDO
                   PERFORM 3400-DEDUZIR-RATEIO
                   PERFORM 3500-DEDUZIR-RESSARCIMENTO
                   PERFORM 3600-DEDUZIR-DESCONTO
                   ADD WS-VALOR-LIQUIDO
                    TO WS-UNI-REAL-ANO (WS-IX-ACHOU, WS-GRAVIDADE)
                   IF ARQ-IFC01-DATA-INFRACAO (1:6) = WS-COMPETENCIA
                       ADD WS-VALOR-LIQUIDO
                        TO WS-UNI-REAL-MES (WS-IX-ACHOU, WS-GRAVIDADE)
                   END-IF
               END-IF
           END-IF
           .

       3400-DEDUZIR-RATEIO.
           MOVE "N" TO WS-FIM-AUX
           MOVE ARQ-IFC01-CODIGO TO ARQ-RAT04-IFC01
           MOVE ZERO             TO ARQ-RAT04-PRO01
           START ARQ-RAT04 KEY IS NOT LESS THAN ARQ-RAT04-CHAVE
               INVALID KEY
                   SET FIM-AUX TO TRUE
               NOT INVALID KEY
                   PERFORM 3410-LER-RAT04
           END-START
           PERFORM 3420-SOMAR-RAT04 UNTIL FIM-AUX
           .

       3410-LER-RAT04.
           READ ARQ-RAT04 NEXT RECORD
               AT END
                   SET FIM-AUX TO TRUE
           END-READ
           .

       3420-SOMAR-RAT04.
           IF ARQ-RAT04-IFC01 NOT = ARQ-IFC01-CODIGO
               SET FIM-AUX TO TRUE
           ELSE
               SUBTRACT ARQ-RAT04-VALOR-RATEIO FROM WS-VALOR-LIQUIDO
               PERFORM 3410-LER-RAT04
           END-IF
           .

       3500-DEDUZIR-RESSARCIMENTO.
           MOVE "N" TO WS-FIM-AUX
           MOVE ARQ-IFC01-CODIGO TO ARQ-DBB15-IFC01
           MOVE ZERO             TO ARQ-DBB15-SEQ
           START ARQ-DBB15 KEY IS NOT LESS THAN ARQ-DBB15-CHAVE
               INVALID KEY
                   SET FIM-AUX TO TRUE
               NOT INVALID KEY
                   PERFORM 3510-LER-DBB15
           END-START
           PERFORM 3520-SOMAR-DBB15 UNTIL FIM-AUX
           .

       3510-LER-DBB15.
           READ ARQ-DBB15 NEXT RECORD
               AT END
                   SET FIM-AUX TO TRUE
           END-READ
           .

       3520-SOMAR-DBB15.
           IF ARQ-DBB15-IFC01 NOT = ARQ-IFC01-CODIGO
               SET FIM-AUX TO TRUE
           ELSE
               SUBTRACT ARQ-DBB15-VALOR-BAIXA FROM WS-VALOR-LIQUIDO
               PERFORM 3510-LER-DBB15
           END-IF
           .

       3600-DEDUZIR-DESCONTO.
           MOVE "N" TO WS-FIM-AUX
           MOVE ARQ-IFC01-CODIGO TO ARQ-DSC09-IFC01
           START ARQ-DSC09 KEY IS EQUAL TO ARQ-DSC09-IFC01
               INVALID KEY
                   SET FIM-AUX TO TRUE
               NOT INVALID KEY
                   PERFORM 3610-LER-DSC09
           END-START
           PERFORM 3620-SOMAR-DSC09 UNTIL FIM-AUX
           .

       3610-LER-DSC09.
           READ ARQ-DSC09 NEXT RECORD
               AT END
                   SET FIM-AUX TO TRUE
           END-READ
           .

       3620-SOMAR-DSC09.
           IF ARQ-DSC09-IFC01 NOT = ARQ-IFC01-CODIGO
               SET FIM-AUX TO TRUE
           ELSE
               IF ARQ-DSC09-RECUPERADO
                   SUBTRACT ARQ-DSC09-VALOR-RETORNO
                       FROM WS-VALOR-LIQUIDO
               END-IF
               PERFORM 3610-LER-DSC09
           END-IF
           .

       4000-LOCALIZAR-UNIDADE.
      *    procura a unidade no quadro e inclui se ainda nao existe;
      *    unidade sem acesso para o usuario fica de fora.
           MOVE ZERO TO WS-IX-ACHOU
           PERFORM 4100-COMPARAR-UNIDADE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-UNI OR WS-IX-ACHOU NOT = ZERO
           IF WS-IX-ACHOU = ZERO AND WS-QTD-UNI < 300
               PERFORM 4200-INCLUIR-UNIDADE
           END-IF
           IF WS-IX-ACHOU NOT = ZERO
               IF WS-UNI-PERMITIDA (WS-IX-ACHOU) NOT = "S"
                   MOVE ZERO TO WS-IX-ACHOU
               END-IF
           END-IF
           .

       4100-COMPARAR-UNIDADE.
           IF WS-UNI-UNI15 (WS-IX) = WS-UNI15-BUSCA
               MOVE WS-IX TO WS-IX-ACHOU
           END-IF
           .

       4200-INCLUIR-UNIDADE.
           ADD 1 TO WS-QTD-UNI
           MOVE WS-QTD-UNI TO WS-IX-ACHOU
           INITIALIZE WS-UNI (WS-IX-ACHOU)
           MOVE WS-UNI15-BUSCA TO WS-UNI-UNI15 (WS-IX-ACHOU)
           MOVE "N" TO WS-UNI-ACIMA (WS-IX-ACHOU)
           MOVE "S" TO WS-ACESSO-PERMITIDO
           IF LNK-R056-USUARIO NOT = ZERO
               CALL "P01-S188" USING LNK-R056-USUARIO,
                       LNK-R056-EMP00, WS-UNI15-BUSCA,
                       WS-ACESSO-PERMITIDO
           END-IF
           MOVE WS-ACESSO-PERMITIDO TO WS-UNI-PERMITIDA (WS-IX-ACHOU)
           .

       5000-IMPRIMIR-UNIDADE.
           IF WS-UNI-PERMITIDA (WS-IX) = "S"
               PERFORM 5100-TOTALIZAR-UNIDADE
               SET WS-DESTINO-GERAL TO TRUE
               PERFORM 5200-IMPRIMIR-QUADRO
               IF WS-UNI-ACIMA (WS-IX) = "S"
                   ADD 1 TO WS-TOT-ACIMA
                   IF LNK-R056-ENVIAR-ALERTA = "S"
                       PERFORM 6000-ALERTAR-GESTOR
                   END-IF
               END-IF
           END-IF
           .

       5100-TOTALIZAR-UNIDADE.
           MOVE ZERO TO WS-UNT-ORC-MES WS-UNT-ORC-ANO
                        WS-UNT-REAL-MES WS-UNT-REAL-ANO
           PERFORM 5110-SOMAR-GRAVIDADE
               VARYING WS-GRAVIDADE FROM 1 BY 1
               UNTIL WS-GRAVIDADE > 4

           ADD WS-UNT-ORC-MES  TO WS-GER-ORC-MES
           ADD WS-UNT-ORC-ANO  TO WS-GER-ORC-ANO
           ADD WS-UNT-REAL-MES TO WS-GER-REAL-MES
           ADD WS-UNT-REAL-ANO TO WS-GER-REAL-ANO

      *    acima da tolerancia: realizado do mes maior que o orcamento
      *    do mes acrescido do percentual; sem orcamento, qualquer
      *    realizado positivo passa.
           COMPUTE WS-LIMITE-MES ROUNDED =
                   WS-UNT-ORC-MES * (100 + WS-PERC-TOLERANCIA) / 100
           IF WS-UNT-REAL-MES > WS-LIMITE-MES
               MOVE "S" TO WS-UNI-ACIMA (WS-IX)
           END-IF
           .

       5110-SOMAR-GRAVIDADE.
           ADD WS-UNI-ORC-MES (WS-IX, WS-GRAVIDADE)  TO WS-UNT-ORC-MES
           ADD WS-UNI-ORC-ANO (WS-IX, WS-GRAVIDADE)  TO WS-UNT-ORC-ANO
           ADD WS-UNI-REAL-MES (WS-IX, WS-GRAVIDADE) TO WS-UNT-REAL-MES
           ADD WS-UNI-REAL-ANO (WS-IX, WS-GRAVIDADE) TO WS-UNT-REAL-ANO
           .

       5200-IMPRIMIR-QUADRO.
           MOVE "SEM UNIDADE" TO WS-NOME-UNIDADE
           IF WS-UNI-UNI15 (WS-IX) NOT = ZERO
               MOVE WS-UNI-UNI15 (WS-IX) TO ARQ-UNI15-CODIGO
               READ arq-uni15
                   INVALID KEY
                       MOVE "UNIDADE NAO CADASTRADA" TO WS-NOME-UNIDADE
                   NOT INVALID KEY
                       MOVE ARQ-UNI15-NOME TO WS-NOME-UNIDADE
               END-READ
           END-IF

           MOVE WS-UNI-UNI15 (WS-IX) TO WS-UNIDADE-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "UNIDADE " WS-UNIDADE-EDIT " - " WS-NOME-UNIDADE
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 5900-EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "  GRAVIDADE  ORCADO MES  REALIZ. MES VARIACAO "
                  "MES    VAR %  ORCADO ANO  REALIZ. ANO VARIACAO AN"
                  "O    VAR %"
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 5900-EMITIR-LINHA

           PERFORM 5210-IMPRIMIR-GRAVIDADE
               VARYING WS-GRAVIDADE FROM 1 BY 1
               UNTIL WS-GRAVIDADE > 4

           MOVE "TOTAL"          TO WS-ROTULO
           MOVE WS-UNT-ORC-MES   TO WS-LIN-ORC-MES
           MOVE WS-UNT-ORC-ANO   TO WS-LIN-ORC-ANO
           MOVE WS-UNT-REAL-MES  TO WS-LIN-REAL-MES
           MOVE WS-UNT-REAL-ANO  TO WS-LIN-REAL-ANO
           MOVE SPACES TO WS-MARCA
           IF WS-UNI-ACIMA (WS-IX) = "S"
               MOVE "ACIMA DA TOLERANCIA" TO WS-MARCA
           END-IF
           PERFORM 5300-IMPRIMIR-LINHA-VALORES
           MOVE SPACES TO WS-LINHA
           PERFORM 5900-EMITIR-LINHA
           .

       5210-IMPRIMIR-GRAVIDADE.
           EVALUATE WS-GRAVIDADE
               WHEN 1
                   MOVE "LEVE"       TO WS-ROTULO
               WHEN 2
                   MOVE "MEDIA"      TO WS-ROTULO
               WHEN 3
                   MOVE "GRAVE"      TO WS-ROTULO
               WHEN OTHER
                   MOVE "GRAVISSIMA" TO WS-ROTULO
           END-EVALUATE
           MOVE WS-UNI-ORC-MES (WS-IX, WS-GRAVIDADE)  TO WS-LIN-ORC-MES
           MOVE WS-UNI-ORC-ANO (WS-IX, WS-GRAVIDADE)  TO WS-LIN-ORC-ANO
           MOVE WS-UNI-REAL-MES (WS-IX, WS-GRAVIDADE)
             TO WS-LIN-REAL-MES
           MOVE WS-UNI-REAL-ANO (WS-IX, WS-GRAVIDADE)
             TO WS-LIN-REAL-ANO
           MOVE SPACES TO WS-MARCA
           PERFORM 5300-IMPRIMIR-LINHA-VALORES
           .

       5300-IMPRIMIR-LINHA-VALORES.
           MOVE WS-LIN-ORC-MES  TO WS-ORC-MES-EDIT
           MOVE WS-LIN-REAL-MES TO WS-REAL-MES-EDIT
           COMPUTE WS-VARIACAO = WS-LIN-REAL-MES - WS-LIN-ORC-MES
           MOVE WS-VARIACAO     TO WS-VAR-MES-EDIT
           IF WS-LIN-ORC-MES = ZERO
               MOVE "  S/ORC" TO WS-PERC-MES-EDIT
           ELSE
               COMPUTE WS-PERC-VARIACAO ROUNDED =
                       WS-VARIACAO * 100 / WS-LIN-ORC-MES
               MOVE WS-PERC-VARIACAO TO WS-PERC-EDIT
               MOVE WS-PERC-EDIT     TO WS-PERC-MES-EDIT
           END-IF

           MOVE WS-LIN-ORC-ANO  TO WS-ORC-ANO-EDIT
           MOVE WS-LIN-REAL-ANO TO WS-REAL-ANO-EDIT
           COMPUTE WS-VARIACAO = WS-LIN-REAL-ANO - WS-LIN-ORC-ANO
           MOVE WS-VARIACAO     TO WS-VAR-ANO-EDIT
           IF WS-LIN-ORC-ANO = ZERO
               MOVE "  S/ORC" TO WS-PERC-ANO-EDIT
           ELSE
               COMPUTE WS-PERC-VARIACAO ROUNDED =
                       WS-VARIACAO * 100 / WS-LIN-ORC-ANO
               MOVE WS-PERC-VARIACAO TO WS-PERC-EDIT
               MOVE WS-PERC-EDIT     TO WS-PERC-ANO-EDIT
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "  " WS-ROTULO " " WS-ORC-MES-EDIT " "
                  WS-REAL-MES-EDIT " " WS-VAR-MES-EDIT " "
                  WS-PERC-MES-EDIT " " WS-ORC-ANO-EDIT " "
                  WS-REAL-ANO-EDIT " " WS-VAR-ANO-EDIT " "
                  WS-PERC-ANO-EDIT " " WS-MARCA
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 5900-EMITIR-LINHA
           .

       5900-EMITIR-LINHA.
           IF WS-DESTINO-UNIDADE
               MOVE WS-LINHA TO REL-R056-UNI-LINHA
               WRITE REL-R056-UNI-LINHA
           ELSE
               MOVE WS-LINHA TO REL-R056-LINHA
               WRITE REL-R056-LINHA
           END-IF
           .

       6000-ALERTAR-GESTOR.
      *    o gestor recebe so o quadro da propria unidade, em arquivo
      *    separado (como no escalonamento do P01-B047).
           MOVE WS-UNI-UNI15 (WS-IX) TO WS-UNIDADE-EDIT
           MOVE SPACES TO REL-R056-UNI-NOME
           STRING "ORC-R056-" LNK-R056-EMP00 "-"
                  WS-UNI-UNI15 (WS-IX) "-" LNK-R056-COMPETENCIA ".TXT"
               DELIMITED BY SIZE INTO REL-R056-UNI-NOME
           OPEN OUTPUT REL-R056-UNI
           SET WS-DESTINO-UNIDADE TO TRUE
           MOVE WS-PERC-TOLERANCIA TO WS-TOLERANCIA-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "ORCAMENTO X REALIZADO DE MULTAS - EMPRESA "
                  LNK-R056-EMP00 " - COMPETENCIA " WS-COMP-MES "/"
                  WS-COMP-ANO " - TOLERANCIA " WS-TOLERANCIA-EDIT "%"
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 5900-EMITIR-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM 5900-EMITIR-LINHA
           PERFORM 5200-IMPRIMIR-QUADRO
           CLOSE REL-R056-UNI
           SET WS-DESTINO-GERAL TO TRUE

           MOVE SPACES TO WS-ASSUNTO
           STRING "ORCAMENTO DE MULTAS EXCEDIDO - UNIDADE "
                  WS-UNIDADE-EDIT " - " WS-COMP-MES "/" WS-COMP-ANO
               DELIMITED BY SIZE INTO WS-ASSUNTO
           MOVE REL-R056-UNI-NOME TO WS-ANEXO
           CALL "P01-S162" USING LNK-R056-EMP00,
                   WS-UNI-UNI15 (WS-IX), WS-ASSUNTO, WS-ANEXO,
                   WS-ENFILEIRADO
           IF WS-ENFILEIRADO = "S"
               ADD 1 TO WS-TOT-ALERTAS
           END-IF
           .

       8000-FINALIZAR.
           SET WS-DESTINO-GERAL TO TRUE
           MOVE "TOTAL DA EMPRESA" TO WS-LINHA
           PERFORM 5900-EMITIR-LINHA
           MOVE "TOTAL"          TO WS-ROTULO
           MOVE WS-GER-ORC-MES   TO WS-LIN-ORC-MES
           MOVE WS-GER-ORC-ANO   TO WS-LIN-ORC-ANO
           MOVE WS-GER-REAL-MES  TO WS-LIN-REAL-MES
           MOVE WS-GER-REAL-ANO  TO WS-LIN-REAL-ANO
           MOVE SPACES           TO WS-MARCA
           PERFORM 5300-IMPRIMIR-LINHA-VALORES

           MOVE WS-TOT-ACIMA TO WS-CONTADOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "UNIDADES ACIMA DA TOLERANCIA: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 5900-EMITIR-LINHA
           IF LNK-R056-ENVIAR-ALERTA = "S"
               MOVE WS-TOT-ALERTAS TO WS-CONTADOR-EDIT
               MOVE SPACES TO WS-LINHA
               STRING "ALERTAS ENFILEIRADOS AOS GESTORES: "
                      WS-CONTADOR-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM 5900-EMITIR-LINHA
           END-IF

           CLOSE ARQ-ORC09 ARQ-IFC01 ARQ-TIP01 ARQ-RAT04 ARQ-DBB15
                 ARQ-DSC09 arq-uni15 arq-par01 REL-R056
           .
      * Historico de alteracoes
      *   25/09/2026 - equipe.ti - relatorio novo do orcamento de
      *                multas x realizado por unidade e gravidade, no
      *                mes e no ano, com alerta ao gestor da unidade
      *                acima da tolerancia.
