       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S196.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 25 de setembro de 2026.
       REMARKS. Sub-rotina de gravacao do orcamento mensal de multas
           por empresa/unidade (ARQ-ORC09), chamada pela tela de
           manutencao P01-M177 e pela carga do arquivo CSV P01-B051.
           Recebe os quatro valores por gravidade de ARQ-TIP01 (leve,
           media, grave e gravissima), confere que a unidade existe
           em arq-uni15 e pertence a empresa, que a competencia e
           valida e que ela ainda nao foi fechada em ARQ-FEC09 (via
           P01-S171) - orcamento de mes fechado nao muda, senao o
           comparativo do P99-R056 ja enviado aos gerentes deixa de
           bater - e inclui ou altera o registro, gravando os valores
           anteriores e novos na trilha ARQ-LOG123/ARQ-LOG23 via
           P01-S166. Devolve "S" gravado, "N" sem alteracao, "U"
           unidade invalida, "C" competencia invalida ou "F"
           competencia fechada.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-ORC09.sl".
           COPY "arq-uni15.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-ORC09.fd".
           COPY "arq-uni15.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-ORC09                  PIC X(02).
       01  STAT-ARQ-UNI15                  PIC X(02).

       01  WS-EXISTE-SW                    PIC X(01).
           88 WS-EXISTE                                VALUE "S".
       01  WS-COMPETENCIA                  PIC 9(06).
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO                  PIC 9(04).
           05 WS-COMP-MES                  PIC 9(02).
       01  WS-DATA-COMPETENCIA             PIC 9(08).
       01  WS-FECHADO                      PIC X(01).
       01  WS-GRAVIDADE                    PIC 9(01).
       01  WS-DIFERENTE                    PIC X(01).
       01  WS-VALORES-ANT.
           05 WS-VALOR-ANT                 PIC 9(07)V9(02)
                                           OCCURS 4 TIMES.
       01  WS-VALOR-EDIT1                  PIC ZZZZZZ9,99.
       01  WS-VALOR-EDIT2                  PIC ZZZZZZ9,99.
       01  WS-UNIDADE-EDIT                 PIC ZZZ9.

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-ORC09".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01).
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       LINKAGE                     SECTION.
       01  LNK-S196-EMP00                  PIC 9(03).
       01  LNK-S196-UNI15                  PIC 9(04).
       01  LNK-S196-COMPETENCIA            PIC 9(06).
       01  LNK-S196-VALORES.
           05 LNK-S196-VALOR               PIC 9(07)V9(02)
                                           OCCURS 4 TIMES.
       01  LNK-S196-ORIGEM                 PIC X(01).
       01  LNK-S196-USUARIO                PIC 9(04).
       01  LNK-S196-RETORNO                PIC X(01).

       PROCEDURE DIVISION USING LNK-S196-EMP00, LNK-S196-UNI15,
               LNK-S196-COMPETENCIA, LNK-S196-VALORES,
               LNK-S196-ORIGEM, LNK-S196-USUARIO, LNK-S196-RETORNO.

       0000-MAINLINE.
           MOVE "S" TO LNK-S196-RETORNO
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-VALIDAR-UNIDADE
           IF LNK-S196-RETORNO = "S"
               PERFORM 2100-VALIDAR-COMPETENCIA
           END-IF
           IF LNK-S196-RETORNO = "S"
               PERFORM 3000-LOCALIZAR-ORCAMENTO
               IF WS-DIFERENTE = "S"
                   PERFORM 4000-GRAVAR-ORCAMENTO
               ELSE
                   MOVE "N" TO LNK-S196-RETORNO
               END-IF
           END-IF
           PERFORM 9000-FECHAR-ARQUIVOS
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN I-O   ARQ-ORC09
           OPEN INPUT arq-uni15
           .

       2000-VALIDAR-UNIDADE.
           MOVE LNK-S196-UNI15 TO ARQ-UNI15-CODIGO
           READ arq-uni15
               INVALID KEY
                   MOVE "U" TO LNK-S196-RETORNO
               NOT INVALID KEY
                   IF ARQ-UNI15-EMP00 NOT = LNK-S196-EMP00
                       MOVE "U" TO LNK-S196-RETORNO
                   END-IF
           END-READ
           .

       2100-VALIDAR-COMPETENCIA.
           MOVE LNK-S196-COMPETENCIA TO WS-COMPETENCIA
           IF WS-COMP-ANO < 2000
            OR WS-COMP-MES < 1 OR WS-COMP-MES > 12
               MOVE "C" TO LNK-S196-RETORNO
           ELSE
               COMPUTE WS-DATA-COMPETENCIA = WS-COMPETENCIA * 100 + 1
               CALL "P01-S171" USING LNK-S196-EMP00,
                       WS-DATA-COMPETENCIA, WS-FECHADO
               IF WS-FECHADO = "S"
                   MOVE "F" TO LNK-S196-RETORNO
               END-IF
           END-IF
           .

       3000-LOCALIZAR-ORCAMENTO.
           MOVE "N"  TO WS-EXISTE-SW
           MOVE "S"  TO WS-DIFERENTE
           MOVE ZERO TO WS-VALORES-ANT
           MOVE LNK-S196-EMP00       TO ARQ-ORC09-EMP00
           MOVE LNK-S196-UNI15       TO ARQ-ORC09-UNI15
           MOVE LNK-S196-COMPETENCIA TO ARQ-ORC09-COMPETENCIA
           READ ARQ-ORC09
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTE-SW
                   MOVE "N" TO WS-DIFERENTE
                   PERFORM 3100-COMPARAR-VALOR
                       VARYING WS-GRAVIDADE FROM 1 BY 1
                       UNTIL WS-GRAVIDADE > 4
           END-READ
           .

       3100-COMPARAR-VALOR.
           MOVE ARQ-ORC09-VALOR-GRAV (WS-GRAVIDADE)
             TO WS-VALOR-ANT (WS-GRAVIDADE)
           IF ARQ-ORC09-VALOR-GRAV (WS-GRAVIDADE)
              NOT = LNK-S196-VALOR (WS-GRAVIDADE)
               MOVE "S" TO WS-DIFERENTE
           END-IF
           .

       4000-GRAVAR-ORCAMENTO.
           PERFORM 4100-MOVER-VALOR
               VARYING WS-GRAVIDADE FROM 1 BY 1
               UNTIL WS-GRAVIDADE > 4
           MOVE LNK-S196-ORIGEM  TO ARQ-ORC09-ORIGEM
           MOVE LNK-S196-USUARIO TO ARQ-ORC09-USU-ALTEROU
           MOVE FUNCTION CURRENT-DATE (1:8)
                                 TO ARQ-ORC09-DATA-ALTERACAO

           IF WS-EXISTE
               MOVE "A" TO WS-LOG-OPERACAO
               REWRITE ARQ-ORC09-REG
           ELSE
               MOVE "I" TO WS-LOG-OPERACAO
               WRITE ARQ-ORC09-REG
           END-IF

           IF STAT-ARQ-ORC09 = "00"
               PERFORM 5000-GRAVAR-TRILHA
           ELSE
               MOVE "N" TO LNK-S196-RETORNO
           END-IF
           .

       4100-MOVER-VALOR.
           MOVE LNK-S196-VALOR (WS-GRAVIDADE)
             TO ARQ-ORC09-VALOR-GRAV (WS-GRAVIDADE)
           .

       5000-GRAVAR-TRILHA.
      *    os quatro valores cabem em dois itens da trilha: leve/media
      *    e grave/gravissima, anterior e novo.
           MOVE LNK-S196-UNI15 TO WS-UNIDADE-EDIT
           MOVE SPACES TO WS-LOG-CHAVE
           STRING LNK-S196-EMP00 "/" WS-UNIDADE-EDIT "/"
                  LNK-S196-COMPETENCIA
               DELIMITED BY SIZE INTO WS-LOG-CHAVE
           MOVE 2 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-ORC09-LEVE/MEDIA"       TO WS-LOG-CAMPO (1)
           MOVE "ARQ-ORC09-GRAVE/GRAVISSIMA" TO WS-LOG-CAMPO (2)

           MOVE WS-VALOR-ANT (1) TO WS-VALOR-EDIT1
           MOVE WS-VALOR-ANT (2) TO WS-VALOR-EDIT2
           MOVE SPACES TO WS-LOG-VALOR-ANT (1)
           STRING WS-VALOR-EDIT1 "/" WS-VALOR-EDIT2
               DELIMITED BY SIZE INTO WS-LOG-VALOR-ANT (1)
           MOVE WS-VALOR-ANT (3) TO WS-VALOR-EDIT1
           MOVE WS-VALOR-ANT (4) TO WS-VALOR-EDIT2
           MOVE SPACES TO WS-LOG-VALOR-ANT (2)
           STRING WS-VALOR-EDIT1 "/" WS-VALOR-EDIT2
               DELIMITED BY SIZE INTO WS-LOG-VALOR-ANT (2)

           MOVE LNK-S196-VALOR (1) TO WS-VALOR-EDIT1
           MOVE LNK-S196-VALOR (2) TO WS-VALOR-EDIT2
           MOVE SPACES TO WS-LOG-VALOR-NOVO (1)
           STRING WS-VALOR-EDIT1 "/" WS-VALOR-EDIT2
               DELIMITED BY SIZE INTO WS-LOG-VALOR-NOVO (1)
           MOVE LNK-S196-VALOR (3) TO WS-VALOR-EDIT1
           MOVE LNK-S196-VALOR (4) TO WS-VALOR-EDIT2
           MOVE SPACES TO WS-LOG-VALOR-NOVO (2)
           STRING WS-VALOR-EDIT1 "/" WS-VALOR-EDIT2
               DELIMITED BY SIZE INTO WS-LOG-VALOR-NOVO (2)

           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, LNK-S196-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-ORC09 arq-uni15
           .
      * Historico de alteracoes
      *   25/09/2026 - equipe.ti - rotina nova de gravacao do
      *                orcamento mensal de multas por unidade e
      *                gravidade em ARQ-ORC09, com trilha de auditoria.
