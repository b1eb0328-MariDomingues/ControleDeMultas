           decidido vira credito em ARQ-CRD09, que a conciliacao do
           P99-R037 e o fechamento enxergam. Cada parcela mexida e
           cada credito gerado vao para a trilha de auditoria.
           Cada instancia do recurso (defesa previa, JARI, CETRAN) e
           um registro proprio de ARQ-IFR01 e o desfecho e gravado na
           instancia informada. So a decisao final mexe no plano:
           deferido ou convertido em advertencia, decisao do CETRAN
           (ultima instancia) ou chamada com encerramento "S" (a
           empresa desistiu de recorrer ou o prazo da instancia
           seguinte venceu - o P01-B012 encerra esses). Decisao
           desfavoravel que ainda cabe recurso so grava o desfecho e
           o prazo para a instancia seguinte, contado da data da
           decisao em dias uteis (P01-S185) pelo prazo de recurso do
           orgao autuador.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           COPY "ARQ-PAG09.sl".
           COPY "ARQ-PGO09.sl".
           COPY "ARQ-CRD09.sl".
           COPY "ARQ-IFC01.sl".
           COPY "arq-org01.sl".
           COPY "arq-cid01.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-IFR01.fd".
           COPY "ARQ-PAG09.fd".
           COPY "ARQ-PGO09.fd".
           COPY "ARQ-CRD09.fd".
           COPY "ARQ-IFC01.fd".
           COPY "arq-org01.fd".
           COPY "arq-cid01.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-IFR01                  PIC X(02).
       01  STAT-ARQ-PAG09                  PIC X(02).
       01  STAT-ARQ-PGO09                  PIC X(02).
       01  STAT-ARQ-CRD09                  PIC X(02).
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-ORG01                  PIC X(02).
       01  STAT-ARQ-CID01                  PIC X(02).

       01  WS-FIM-PAG09                    PIC X(01).
           88 FIM-PAG09                                VALUE "S".
       01  WS-IX-ABERTA                    PIC 9(03)   VALUE ZERO.
       01  WS-PGTO-EM-TRANSITO             PIC X(01).
       01  WS-PROXIMO-SEQ-CRD              PIC 9(03)   VALUE ZERO.
       01  WS-DECISAO-FINAL                PIC X(01)   VALUE "N".
       01  WS-DIAS-RECURSO                 PIC S9(08)  VALUE ZERO.
       01  WS-UF-INFRACAO                  PIC X(02)   VALUE SPACES.
       01  WS-TAB-ABERTAS.
           05 WS-PARCELA-ABERTA OCCURS 99 TIMES PIC 9(02).


       LINKAGE                     SECTION.
       01  LNK-S175-IFC01                  PIC 9(08).
       01  LNK-S175-INSTANCIA              PIC X(01).
       01  LNK-S175-RESULT-COD             PIC X(02).
       01  LNK-S175-VALOR-DECIDIDO         PIC 9(07)V9(02).
       01  LNK-S175-DATA-DECISAO           PIC 9(08).
       01  LNK-S175-ENCERRAR               PIC X(01).
       01  LNK-S175-USUARIO                PIC 9(04).
       01  LNK-S175-RETORNO                PIC X(01).

       PROCEDURE DIVISION USING LNK-S175-IFC01, LNK-S175-INSTANCIA,
               LNK-S175-RESULT-COD, LNK-S175-VALOR-DECIDIDO,
               LNK-S175-DATA-DECISAO, LNK-S175-ENCERRAR,
               LNK-S175-USUARIO, LNK-S175-RETORNO.

       0000-MAINLINE.
           MOVE "N" TO LNK-S175-RETORNO
           OPEN I-O ARQ-PAG09
           OPEN INPUT ARQ-PGO09
           OPEN I-O ARQ-CRD09
           OPEN INPUT ARQ-IFC01
           OPEN INPUT arq-org01
           OPEN INPUT arq-cid01

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           .

       2000-REGISTRAR-DESFECHO.
           MOVE LNK-S175-IFC01     TO ARQ-IFR01-IFC01
           MOVE LNK-S175-INSTANCIA TO ARQ-IFR01-INSTANCIA
           READ ARQ-IFR01
               INVALID KEY
                   CONTINUE
           MOVE LNK-S175-RESULT-COD     TO ARQ-IFR01-RESULT-COD
           MOVE LNK-S175-VALOR-DECIDIDO TO ARQ-IFR01-VALOR-DECIDIDO
           MOVE "E"                     TO ARQ-IFR01-STATUS
           IF LNK-S175-DATA-DECISAO = ZERO
               MOVE WS-DATA-HOJE TO ARQ-IFR01-DATA-DECISAO
           ELSE
               MOVE LNK-S175-DATA-DECISAO TO ARQ-IFR01-DATA-DECISAO
           END-IF

           PERFORM 3300-DEFINIR-DECISAO-FINAL
           IF WS-DECISAO-FINAL = "S"
               MOVE "S"  TO ARQ-IFR01-DECISAO-FINAL
               MOVE ZERO TO ARQ-IFR01-DATA-PRAZO-PROX
           ELSE
               MOVE "N"  TO ARQ-IFR01-DECISAO-FINAL
               PERFORM 3400-CALCULAR-PRAZO-PROXIMA
           END-IF
           REWRITE ARQ-IFR01-REG

           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, LNK-S175-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS

           IF WS-DECISAO-FINAL = "S"
               PERFORM 4000-AJUSTAR-PLANO
           END-IF

           MOVE "S" TO LNK-S175-RETORNO
           .

       3300-DEFINIR-DECISAO-FINAL.
      *    ganho nao tem o que recorrer e o CETRAN e a ultima
      *    instancia administrativa; fora isso so e final quando o
      *    chamador encerra a cadeia.
           MOVE "N" TO WS-DECISAO-FINAL
           IF LNK-S175-ENCERRAR = "S"
            OR LNK-S175-RESULT-COD = "DF" OR "CA"
            OR ARQ-IFR01-CETRAN
               MOVE "S" TO WS-DECISAO-FINAL
           END-IF
           .

       3400-CALCULAR-PRAZO-PROXIMA.
      *    prazo da instancia seguinte: dias de recurso do orgao
      *    autuador (30 quando nao cadastrado), em dias uteis a partir
      *    da data da decisao, pelo calendario de feriados da UF e da
      *    cidade da infracao.
           MOVE 30     TO WS-DIAS-RECURSO
           MOVE SPACES TO WS-UF-INFRACAO
           MOVE ZERO   TO ARQ-IFC01-CID01
           MOVE LNK-S175-IFC01 TO ARQ-IFC01-CODIGO
           READ ARQ-IFC01
               INVALID KEY
                   MOVE ZERO TO ARQ-IFC01-CID01
               NOT INVALID KEY
                   MOVE ARQ-IFC01-ORG01 TO ARQ-ORG01-CODIGO
                   READ arq-org01
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ARQ-ORG01-DIAS-RECURSO > ZERO
                               MOVE ARQ-ORG01-DIAS-RECURSO
                                 TO WS-DIAS-RECURSO
                           END-IF
                   END-READ
                   MOVE ARQ-IFC01-CID01 TO ARQ-CID01-CODIGO
                   READ arq-cid01
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ARQ-CID01-UF TO WS-UF-INFRACAO
                   END-READ
           END-READ

           CALL "P01-S185" USING ARQ-IFR01-DATA-DECISAO,
                   WS-DIAS-RECURSO, WS-UF-INFRACAO,
                   ARQ-IFC01-CID01, ARQ-IFR01-DATA-PRAZO-PROX
           .

       4000-AJUSTAR-PLANO.
      *    o desfecho dirige o plano: deferido/advertencia cancela as
      *    parcelas em aberto, indeferido parcial redistribui o saldo

       3100-MONTAR-LOG.
           MOVE SPACES TO WS-LOG-CHAVE
           STRING LNK-S175-IFC01 "/" LNK-S175-INSTANCIA
               DELIMITED BY SIZE INTO WS-LOG-CHAVE
           MOVE 3 TO WS-LOG-QTD-ITENS

           MOVE "ARQ-IFR01-RESULT-COD"  TO WS-LOG-CAMPO (1)

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-IFR01 ARQ-PAG09 ARQ-PGO09 ARQ-CRD09
                 ARQ-IFC01 arq-org01 arq-cid01
           .
      * Historico de alteracoes
      *   22/05/2026 - equipe.ti - rotina nova de registro codificado
      *                transito (envio "E" em ARQ-PGO09) fica para o
      *                retorno resolver, para o "06" nao gravar por
      *                cima do ajuste.
      *   18/09/2026 - equipe.ti - desfecho gravado por instancia
      *                (defesa previa, JARI, CETRAN); so a decisao
      *                final dirige o plano de ARQ-PAG09 e a nao final
      *                grava o prazo da instancia seguinte (P01-S185).
