       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B045.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 11 de setembro de 2026.
       REMARKS. Lista de trabalho diaria recorrer x pagar. Primeiro
           reapura em ARQ-TXR01 a taxa de sucesso dos recursos ja
           decididos em ARQ-IFR01 (a mesma classificacao do P99-R046:
           deferido ou convertido em advertencia e ganho, indeferido
           parcial e parcial), por tipo de infracao e orgao autuador
           e por tipo em todos os orgaos (orgao zerado). Depois
           recalcula, pelo P01-S190, a recomendacao de toda infracao
           em aberto ainda sem recurso protocolado e imprime no
           REL-B045 as que esperam a escolha do analista, com a
           sugestao, a chance de ganho, os valores com e sem desconto
           SNE, os pontos do motorista e os dias que faltam para o
           prazo.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-IFR01.sl".
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-TXR01.sl".
           COPY "ARQ-REC01.sl".
           SELECT REL-B045
                  ASSIGN          TO         REL-B045-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-B045.
           SELECT LOG-B045
                  ASSIGN          TO         LOG-B045-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B045.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-IFR01.fd".
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-TXR01.fd".
           COPY "ARQ-REC01.fd".
       FD  REL-B045
           LABEL RECORD STANDARD.
       01  REL-B045-LINHA                  PIC X(132).
       FD  LOG-B045
           LABEL RECORD STANDARD.
       01  LOG-B045-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-IFR01                  PIC X(02).
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-TXR01                  PIC X(02).
       01  STAT-ARQ-REC01                  PIC X(02).
       01  STAT-REL-B045                   PIC X(02).
       01  STAT-LOG-B045                   PIC X(02).
       01  REL-B045-NOME                   PIC X(40)
               VALUE "REL-B045.TXT".
       01  LOG-B045-NOME                   PIC X(40)
               VALUE "LOG-B045.TXT".

       01  WS-FIM-IFR01                    PIC X(01)   VALUE "N".
           88 FIM-IFR01                                VALUE "S".
       01  WS-FIM-IFC01                    PIC X(01)   VALUE "N".
           88 FIM-IFC01                                VALUE "S".
       01  WS-FIM-REC01                    PIC X(01)   VALUE "N".
           88 FIM-REC01                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-GANHO-SW                     PIC X(01).
       01  WS-PARCIAL-SW                   PIC X(01).
       01  WS-RECORRIDA-SW                 PIC X(01).
           88 WS-RECORRIDA                             VALUE "S".

       01  WS-OPERACAO                     PIC X(01)   VALUE "C".
       01  WS-USUARIO-BATCH                PIC 9(04)   VALUE ZERO.
       01  WS-ESCOLHA                      PIC X(01)   VALUE SPACES.
       01  WS-SUGESTAO                     PIC X(01).
       01  WS-RETORNO                      PIC X(01).
       01  WS-MOTIVO                       PIC X(40).

       01  WS-SUGESTAO-DESC                PIC X(08).
       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-UNIDADE-EDIT                 PIC ZZZ9.
       01  WS-PERC-EDIT                    PIC ZZ9,99.
       01  WS-VALOR-EDIT                   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-VALOR-EDIT2                  PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-VALOR-EDIT3                  PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-PONTOS-EDIT                  PIC Z9.
       01  WS-SALDO-EDIT                   PIC ZZ9.
       01  WS-DIAS-EDIT                    PIC -ZZZ9.

       01  WS-TOT-DECIDIDOS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ANALISADAS               PIC 9(05)   VALUE ZERO.
       01  WS-TOT-RECORRER                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-PAGAR                    PIC 9(05)   VALUE ZERO.
       01  WS-TOT-PENDENTES                PIC 9(05)   VALUE ZERO.
       01  WS-ACHOU-IFR01                  PIC X(01)   VALUE "N".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-APURAR-TAXAS
           PERFORM 3000-RECALCULAR-RECOMENDACOES
           PERFORM 4000-IMPRIMIR-LISTA
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-IFR01
           OPEN INPUT ARQ-IFC01
      *    a taxa e reapurada do zero a cada execucao
           OPEN OUTPUT ARQ-TXR01
           CLOSE ARQ-TXR01
           OPEN I-O   ARQ-TXR01
           OPEN OUTPUT REL-B045
           OPEN OUTPUT LOG-B045

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

           MOVE "INICIO DA LISTA DE TRABALHO RECORRER X PAGAR"
             TO LOG-B045-REG
           WRITE LOG-B045-REG
           .

       2000-APURAR-TAXAS.
           PERFORM 2100-LER-IFR01
           PERFORM 2200-CLASSIFICAR-RECURSO UNTIL FIM-IFR01
           CLOSE ARQ-TXR01
           .

       2100-LER-IFR01.
           READ ARQ-IFR01 NEXT RECORD
               AT END
                   SET FIM-IFR01 TO TRUE
           END-READ
           .

       2200-CLASSIFICAR-RECURSO.
      *    a taxa conta o desfecho da cadeia de instancias: so a
      *    decisao final de cada infracao.
           IF ARQ-IFR01-RESULT-COD NOT = SPACES
            AND ARQ-IFR01-FINAL
               MOVE "N" TO WS-GANHO-SW
               MOVE "N" TO WS-PARCIAL-SW
               IF ARQ-IFR01-DEFERIDO OR ARQ-IFR01-CONV-ADVERT
                   MOVE "S" TO WS-GANHO-SW
               END-IF
               IF ARQ-IFR01-INDEF-PARCIAL
                   MOVE "S" TO WS-PARCIAL-SW
               END-IF

               MOVE ARQ-IFR01-IFC01 TO ARQ-IFC01-CODIGO
               READ ARQ-IFC01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-DECIDIDOS
                       MOVE ARQ-IFC01-TIP01 TO ARQ-TXR01-TIP01
                       MOVE ARQ-IFC01-ORG01 TO ARQ-TXR01-ORG01
                       PERFORM 2300-ACUMULAR-TAXA
                       IF ARQ-IFC01-ORG01 NOT = ZERO
                           MOVE ARQ-IFC01-TIP01 TO ARQ-TXR01-TIP01
                           MOVE ZERO            TO ARQ-TXR01-ORG01
                           PERFORM 2300-ACUMULAR-TAXA
                       END-IF
               END-READ
           END-IF

           PERFORM 2100-LER-IFR01
           .

       2300-ACUMULAR-TAXA.
           READ ARQ-TXR01
               INVALID KEY
                   MOVE ZERO         TO ARQ-TXR01-QTD-DECIDIDOS
                   MOVE ZERO         TO ARQ-TXR01-QTD-GANHOS
                   MOVE ZERO         TO ARQ-TXR01-QTD-PARCIAIS
                   MOVE WS-DATA-HOJE TO ARQ-TXR01-DATA-APURACAO
                   PERFORM 2350-SOMAR-DESFECHO
                   WRITE ARQ-TXR01-REG
               NOT INVALID KEY
                   PERFORM 2350-SOMAR-DESFECHO
                   REWRITE ARQ-TXR01-REG
           END-READ
           .

       2350-SOMAR-DESFECHO.
           ADD 1 TO ARQ-TXR01-QTD-DECIDIDOS
           IF WS-GANHO-SW = "S"
               ADD 1 TO ARQ-TXR01-QTD-GANHOS
           END-IF
           IF WS-PARCIAL-SW = "S"
               ADD 1 TO ARQ-TXR01-QTD-PARCIAIS
           END-IF
           .

       3000-RECALCULAR-RECOMENDACOES.
           MOVE ZERO TO ARQ-IFC01-CODIGO
           START ARQ-IFC01 KEY IS NOT LESS THAN ARQ-IFC01-CODIGO
               INVALID KEY
                   SET FIM-IFC01 TO TRUE
               NOT INVALID KEY
                   PERFORM 3100-LER-IFC01
           END-START

           PERFORM 3200-AVALIAR-INFRACAO UNTIL FIM-IFC01
           .

       3100-LER-IFC01.
           READ ARQ-IFC01 NEXT RECORD
               AT END
                   SET FIM-IFC01 TO TRUE
           END-READ
           .

       3200-AVALIAR-INFRACAO.
           IF ARQ-IFC01-SITUACAO NOT = "C" AND NOT = "B"
               PERFORM 3300-VERIFICAR-RECURSO
               IF NOT WS-RECORRIDA
                   ADD 1 TO WS-TOT-ANALISADAS
                   CALL "P01-S190" USING ARQ-IFC01-CODIGO,
                           WS-OPERACAO, WS-USUARIO-BATCH, WS-ESCOLHA,
                           WS-SUGESTAO, WS-RETORNO, WS-MOTIVO
                   IF WS-RETORNO = "S"
                       IF WS-SUGESTAO = "R"
                           ADD 1 TO WS-TOT-RECORRER
                       ELSE
                           ADD 1 TO WS-TOT-PAGAR
                       END-IF
                   ELSE
                       MOVE ARQ-IFC01-CODIGO TO WS-CODIGO-EDIT
                       MOVE SPACES TO LOG-B045-REG
                       STRING "SEM RECOMENDACAO - INFRACAO "
                              WS-CODIGO-EDIT " - " WS-MOTIVO
                           DELIMITED BY SIZE INTO LOG-B045-REG
                       WRITE LOG-B045-REG
                   END-IF
               END-IF
           END-IF

           PERFORM 3100-LER-IFC01
           .

       3300-VERIFICAR-RECURSO.
           MOVE "N" TO WS-RECORRIDA-SW
           PERFORM 3350-LER-RECURSO-ATUAL
           IF WS-ACHOU-IFR01 = "S"
               SET WS-RECORRIDA TO TRUE
           END-IF
           .

       3350-LER-RECURSO-ATUAL.
      *    cada instancia do recurso (defesa previa, JARI, CETRAN) e
      *    um registro de ARQ-IFR01; a situacao do recurso da
      *    infracao e a da ultima instancia.
           MOVE "N"              TO WS-ACHOU-IFR01
           MOVE ARQ-IFC01-CODIGO TO ARQ-IFR01-IFC01
           MOVE HIGH-VALUE       TO ARQ-IFR01-INSTANCIA
           START ARQ-IFR01 KEY IS LESS THAN ARQ-IFR01-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-IFR01 NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ARQ-IFR01-IFC01 = ARQ-IFC01-CODIGO
                               MOVE "S" TO WS-ACHOU-IFR01
                           END-IF
                   END-READ
           END-START
           .

       4000-IMPRIMIR-LISTA.
           OPEN INPUT ARQ-REC01

           MOVE SPACES TO REL-B045-LINHA
           STRING "LISTA DE TRABALHO - RECORRER OU PAGAR - "
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO REL-B045-LINHA
           WRITE REL-B045-LINHA
           MOVE SPACES TO REL-B045-LINHA
           WRITE REL-B045-LINHA
           MOVE SPACES TO REL-B045-LINHA
           STRING "INFRACAO UNID SUGESTAO %GANHO    VALOR CHEIO"
                  "   COM DESCONTO  CUSTO RECURSO PT SDO R  DIAS"
                  " MOTIVO"
               DELIMITED BY SIZE INTO REL-B045-LINHA
           WRITE REL-B045-LINHA

           PERFORM 4100-LER-REC01
           PERFORM 4200-AVALIAR-PENDENTE UNTIL FIM-REC01

           CLOSE ARQ-REC01
           .

       4100-LER-REC01.
           READ ARQ-REC01 NEXT RECORD
               AT END
                   SET FIM-REC01 TO TRUE
           END-READ
           .

       4200-AVALIAR-PENDENTE.
           IF ARQ-REC01-DATA-CALCULO = WS-DATA-HOJE
            AND ARQ-REC01-ESCOLHA-PENDENTE
               PERFORM 4300-IMPRIMIR-RECOMENDACAO
           END-IF

           PERFORM 4100-LER-REC01
           .

       4300-IMPRIMIR-RECOMENDACAO.
           ADD 1 TO WS-TOT-PENDENTES
           IF ARQ-REC01-SUGERE-RECORRER
               MOVE "RECORRER" TO WS-SUGESTAO-DESC
           ELSE
               MOVE "PAGAR"    TO WS-SUGESTAO-DESC
           END-IF

           MOVE ARQ-REC01-IFC01          TO WS-CODIGO-EDIT
           MOVE ARQ-REC01-UNI15          TO WS-UNIDADE-EDIT
           MOVE ARQ-REC01-PERC-SUCESSO   TO WS-PERC-EDIT
           MOVE ARQ-REC01-VALOR-CHEIO    TO WS-VALOR-EDIT
           MOVE ARQ-REC01-VALOR-DESCONTO TO WS-VALOR-EDIT2
           MOVE ARQ-REC01-CUSTO-RECURSO  TO WS-VALOR-EDIT3
           MOVE ARQ-REC01-PONTOS-TIPO    TO WS-PONTOS-EDIT
           MOVE ARQ-REC01-PONTOS-SALDO   TO WS-SALDO-EDIT
           MOVE ARQ-REC01-DIAS-RESTANTES TO WS-DIAS-EDIT
           MOVE SPACES TO REL-B045-LINHA
           STRING WS-CODIGO-EDIT " " WS-UNIDADE-EDIT " "
                  WS-SUGESTAO-DESC "  " WS-PERC-EDIT " "
                  WS-VALOR-EDIT " " WS-VALOR-EDIT2 " "
                  WS-VALOR-EDIT3 " " WS-PONTOS-EDIT " "
                  WS-SALDO-EDIT " " ARQ-REC01-RISCO-SUSPENSO " "
                  WS-DIAS-EDIT " " ARQ-REC01-MOTIVO
               DELIMITED BY SIZE INTO REL-B045-LINHA
           WRITE REL-B045-LINHA
           .

       8000-FINALIZAR.
           MOVE WS-TOT-PENDENTES TO WS-CODIGO-EDIT
           MOVE SPACES TO REL-B045-LINHA
           STRING "TOTAL AGUARDANDO ESCOLHA DO ANALISTA: "
                  WS-CODIGO-EDIT
               DELIMITED BY SIZE INTO REL-B045-LINHA
           WRITE REL-B045-LINHA

           MOVE SPACES TO LOG-B045-REG
           STRING "RECURSOS DECIDIDOS: " WS-TOT-DECIDIDOS
                  " ANALISADAS: " WS-TOT-ANALISADAS
                  " RECORRER: " WS-TOT-RECORRER
                  " PAGAR: " WS-TOT-PAGAR
               DELIMITED BY SIZE INTO LOG-B045-REG
           WRITE LOG-B045-REG

           CLOSE ARQ-IFR01 ARQ-IFC01 REL-B045 LOG-B045
           .
      * Historico de alteracoes
      *   11/09/2026 - equipe.ti - rotina nova da lista de trabalho
      *                diaria recorrer x pagar, com reapuracao da taxa
      *                de sucesso dos recursos em ARQ-TXR01.
      *   18/09/2026 - equipe.ti - taxa apurada so sobre decisao
      *                final; infracao recorrida verificada em
      *                qualquer instancia (ARQ-IFR01 chaveado por
      *                infracao e instancia).
