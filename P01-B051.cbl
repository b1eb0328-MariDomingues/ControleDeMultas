       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B051.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 25 de setembro de 2026.
       REMARKS. Carga do orcamento anual de multas por unidade a
           partir da planilha da controladoria exportada em CSV
           (ORC-CARGA.CSV, separador ";"), uma linha por empresa,
           unidade e competencia: EMPRESA;UNIDADE;AAAAMM;LEVE;MEDIA;
           GRAVE;GRAVISSIMA, valores com virgula decimal e sem
           separador de milhar. Linha de titulo no inicio do arquivo
           e ignorada. Cada linha valida e gravada em ARQ-ORC09 pelo
           P01-S196 (o mesmo da tela P01-M177), que confere unidade,
           competencia e mes fechado e grava a trilha; linha invalida
           ou recusada sai no log com o motivo. Recarregar o mesmo
           arquivo so altera o que mudou.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT CSV-B051
                  ASSIGN          TO         CSV-B051-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-CSV-B051.
           SELECT LOG-B051
                  ASSIGN          TO         LOG-B051-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B051.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  CSV-B051
           LABEL RECORD STANDARD.
       01  CSV-B051-LINHA                  PIC X(120).
       FD  LOG-B051
           LABEL RECORD STANDARD.
       01  LOG-B051-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-CSV-B051                   PIC X(02).
       01  STAT-LOG-B051                   PIC X(02).
       01  CSV-B051-NOME                   PIC X(40)
               VALUE "ORC-CARGA.CSV".
       01  LOG-B051-NOME                   PIC X(40)
               VALUE "LOG-B051.TXT".

       01  WS-FIM-CSV                      PIC X(01)   VALUE "N".
           88 FIM-CSV                                  VALUE "S".
       01  WS-LINHA-OK                     PIC X(01).
       01  WS-MOTIVO                       PIC X(40).
       01  WS-LINHA-NUM                    PIC 9(05)   VALUE ZERO.
       01  WS-GRAVIDADE                    PIC 9(01).
       01  WS-QTD-CAMPOS                   PIC 9(02).
       01  WS-LOG-USUARIO                  PIC 9(04)   VALUE ZERO.
       01  WS-ORIGEM                       PIC X(01)   VALUE "C".
       01  WS-RETORNO                      PIC X(01).

      *    campos da linha separados pelo UNSTRING; codigos e parte
      *    inteira alinhados a direita para completar com zeros.
       01  WS-CSV-EMP00-X                  PIC X(03)   JUSTIFIED RIGHT.
       01  WS-CSV-EMP00 REDEFINES WS-CSV-EMP00-X
                                           PIC 9(03).
       01  WS-CSV-UNI15-X                  PIC X(04)   JUSTIFIED RIGHT.
       01  WS-CSV-UNI15 REDEFINES WS-CSV-UNI15-X
                                           PIC 9(04).
       01  WS-CSV-COMP-X                   PIC X(06)   JUSTIFIED RIGHT.
       01  WS-CSV-COMPETENCIA REDEFINES WS-CSV-COMP-X
                                           PIC 9(06).
       01  WS-CSV-VALORES-X.
           05 WS-CSV-VALOR-X               PIC X(15)   OCCURS 4 TIMES.
       01  WS-CSV-RESTO                    PIC X(20).
       01  WS-CNT-EMP00                    PIC 9(03).
       01  WS-CNT-UNI15                    PIC 9(03).
       01  WS-CNT-COMP                     PIC 9(03).

       01  WS-VALOR-INT-X                  PIC X(07)   JUSTIFIED RIGHT.
       01  WS-VALOR-INT REDEFINES WS-VALOR-INT-X
                                           PIC 9(07).
       01  WS-VALOR-DEC-X                  PIC X(02).
       01  WS-VALOR-DEC REDEFINES WS-VALOR-DEC-X
                                           PIC 9(02).
       01  WS-VALOR-RESTO                  PIC X(05).
       01  WS-CNT-INT                      PIC 9(03).
       01  WS-CNT-DEC                      PIC 9(03).

       01  WS-VALORES.
           05 WS-VALOR                     PIC 9(07)V9(02)
                                           OCCURS 4 TIMES.

       01  WS-LINHA-EDIT                   PIC ZZZZ9.
       01  WS-TOT-LIDOS                    PIC 9(05)   VALUE ZERO.
       01  WS-TOT-GRAVADOS                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SEM-ALTERACAO            PIC 9(05)   VALUE ZERO.
       01  WS-TOT-REJEITADOS               PIC 9(05)   VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           IF STAT-CSV-B051 = "00"
               PERFORM 2100-LER-CSV
               PERFORM 2000-PROCESSAR-LINHA UNTIL FIM-CSV
           END-IF
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT LOG-B051
           MOVE "INICIO DA CARGA DO ORCAMENTO DE MULTAS POR UNIDADE"
             TO LOG-B051-REG
           WRITE LOG-B051-REG

           OPEN INPUT CSV-B051
           IF STAT-CSV-B051 NOT = "00"
               MOVE SPACES TO LOG-B051-REG
               STRING "ARQUIVO ORC-CARGA.CSV NAO ENCONTRADO - STATUS "
                      STAT-CSV-B051
                   DELIMITED BY SIZE INTO LOG-B051-REG
               WRITE LOG-B051-REG
           END-IF
           .

       2100-LER-CSV.
           READ CSV-B051
               AT END
                   SET FIM-CSV TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINHA-NUM
           END-READ
           .

       2000-PROCESSAR-LINHA.
           IF CSV-B051-LINHA NOT = SPACES
               PERFORM 2200-SEPARAR-CAMPOS
               IF WS-LINHA-OK = "S"
                   PERFORM 2400-GRAVAR-ORCAMENTO
               ELSE
      *            titulo da planilha na primeira linha nao e erro
                   IF WS-LINHA-NUM > 1
                       PERFORM 2900-REJEITAR-LINHA
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-LER-CSV
           .

       2200-SEPARAR-CAMPOS.
           MOVE "S"    TO WS-LINHA-OK
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-CSV-EMP00-X WS-CSV-UNI15-X WS-CSV-COMP-X
                          WS-CSV-VALORES-X WS-CSV-RESTO
           MOVE ZERO   TO WS-QTD-CAMPOS
           MOVE ZERO   TO WS-CNT-EMP00 WS-CNT-UNI15 WS-CNT-COMP

           UNSTRING CSV-B051-LINHA DELIMITED BY ";"
               INTO WS-CSV-EMP00-X     COUNT IN WS-CNT-EMP00
                    WS-CSV-UNI15-X     COUNT IN WS-CNT-UNI15
                    WS-CSV-COMP-X      COUNT IN WS-CNT-COMP
                    WS-CSV-VALOR-X (1)
                    WS-CSV-VALOR-X (2)
                    WS-CSV-VALOR-X (3)
                    WS-CSV-VALOR-X (4)
                    WS-CSV-RESTO
               TALLYING IN WS-QTD-CAMPOS
           END-UNSTRING

           INSPECT WS-CSV-EMP00-X REPLACING LEADING SPACE BY "0"
           INSPECT WS-CSV-UNI15-X REPLACING LEADING SPACE BY "0"
           INSPECT WS-CSV-COMP-X  REPLACING LEADING SPACE BY "0"

           EVALUATE TRUE
               WHEN WS-QTD-CAMPOS < 7
                   MOVE "N" TO WS-LINHA-OK
                   MOVE "MENOS DE 7 CAMPOS NA LINHA" TO WS-MOTIVO
               WHEN WS-CNT-EMP00 > 3 OR WS-CSV-EMP00 IS NOT NUMERIC
                   MOVE "N" TO WS-LINHA-OK
                   MOVE "EMPRESA INVALIDA" TO WS-MOTIVO
               WHEN WS-CNT-UNI15 > 4 OR WS-CSV-UNI15 IS NOT NUMERIC
                   MOVE "N" TO WS-LINHA-OK
                   MOVE "UNIDADE INVALIDA" TO WS-MOTIVO
               WHEN WS-CNT-COMP NOT = 6
                 OR WS-CSV-COMPETENCIA IS NOT NUMERIC
                   MOVE "N" TO WS-LINHA-OK
                   MOVE "COMPETENCIA INVALIDA (AAAAMM)" TO WS-MOTIVO
               WHEN OTHER
                   PERFORM 2300-CONVERTER-VALOR
                       VARYING WS-GRAVIDADE FROM 1 BY 1
                       UNTIL WS-GRAVIDADE > 4
                          OR WS-LINHA-OK = "N"
           END-EVALUATE
           .

       2300-CONVERTER-VALOR.
      *    "1234,56" vira parte inteira e centavos; sem virgula o
      *    valor e inteiro, com um digito so de centavos completa
      *    com zero.
           MOVE SPACES TO WS-VALOR-INT-X WS-VALOR-DEC-X WS-VALOR-RESTO
           MOVE ZERO   TO WS-CNT-INT WS-CNT-DEC
           UNSTRING WS-CSV-VALOR-X (WS-GRAVIDADE) DELIMITED BY ","
                                                  OR SPACE
               INTO WS-VALOR-INT-X COUNT IN WS-CNT-INT
                    WS-VALOR-DEC-X COUNT IN WS-CNT-DEC
                    WS-VALOR-RESTO
           END-UNSTRING
           INSPECT WS-VALOR-INT-X REPLACING LEADING SPACE BY "0"
           INSPECT WS-VALOR-DEC-X REPLACING ALL SPACE BY "0"

           IF WS-CNT-INT > 7 OR WS-CNT-DEC > 2
            OR WS-VALOR-INT IS NOT NUMERIC
            OR WS-VALOR-DEC IS NOT NUMERIC
            OR WS-VALOR-RESTO NOT = SPACES
               MOVE "N" TO WS-LINHA-OK
               MOVE SPACES TO WS-MOTIVO
               STRING "VALOR INVALIDO NA COLUNA DE GRAVIDADE "
                      WS-GRAVIDADE
                   DELIMITED BY SIZE INTO WS-MOTIVO
           ELSE
               COMPUTE WS-VALOR (WS-GRAVIDADE) =
                       WS-VALOR-INT + WS-VALOR-DEC / 100
           END-IF
           .

       2400-GRAVAR-ORCAMENTO.
           CALL "P01-S196" USING WS-CSV-EMP00, WS-CSV-UNI15,
                   WS-CSV-COMPETENCIA, WS-VALORES, WS-ORIGEM,
                   WS-LOG-USUARIO, WS-RETORNO
           EVALUATE WS-RETORNO
               WHEN "S"
                   ADD 1 TO WS-TOT-LIDOS
                   ADD 1 TO WS-TOT-GRAVADOS
               WHEN "N"
                   ADD 1 TO WS-TOT-LIDOS
                   ADD 1 TO WS-TOT-SEM-ALTERACAO
               WHEN "U"
                   MOVE "UNIDADE NAO CADASTRADA NA EMPRESA"
                     TO WS-MOTIVO
                   PERFORM 2900-REJEITAR-LINHA
               WHEN "C"
                   MOVE "COMPETENCIA INVALIDA (AAAAMM)" TO WS-MOTIVO
                   PERFORM 2900-REJEITAR-LINHA
               WHEN OTHER
                   MOVE "COMPETENCIA JA FECHADA EM ARQ-FEC09"
                     TO WS-MOTIVO
                   PERFORM 2900-REJEITAR-LINHA
           END-EVALUATE
           .

       2900-REJEITAR-LINHA.
           ADD 1 TO WS-TOT-LIDOS
           ADD 1 TO WS-TOT-REJEITADOS
           MOVE WS-LINHA-NUM TO WS-LINHA-EDIT
           MOVE SPACES TO LOG-B051-REG
           STRING "LINHA " WS-LINHA-EDIT " RECUSADA: " WS-MOTIVO
               DELIMITED BY SIZE INTO LOG-B051-REG
           WRITE LOG-B051-REG
           .

       8000-FINALIZAR.
           MOVE SPACES TO LOG-B051-REG
           STRING "LIDAS: " WS-TOT-LIDOS
                  " GRAVADAS: " WS-TOT-GRAVADOS
                  " SEM ALTERACAO: " WS-TOT-SEM-ALTERACAO
                  " RECUSADAS: " WS-TOT-REJEITADOS
               DELIMITED BY SIZE INTO LOG-B051-REG
           WRITE LOG-B051-REG

           IF STAT-CSV-B051 = "00" OR "10"
               CLOSE CSV-B051
           END-IF
           CLOSE LOG-B051
           .
      * Historico de alteracoes
      *   25/09/2026 - equipe.ti - rotina nova de carga do orcamento
      *                de multas por unidade e gravidade (ARQ-ORC09)
      *                a partir da planilha CSV da controladoria.
