       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P99-R052.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 18 de setembro de 2026.
       REMARKS. Relatorio de aproveitamento dos modelos de texto de
           defesa/recurso: para cada modelo da biblioteca (ARQ-MDL01,
           por tipo de infracao, orgao, instancia e versao) lista as
           infracoes em que foi usado no periodo informado (ARQ-MDU01,
           gravado pela mesclagem P01-S192), com a notificacao, a
           instancia, a data de uso e o resultado do recurso em
           ARQ-IFR01 (deferido, convertido em advertencia, indeferido
           parcial, indeferido ou pendente), totalizando por modelo os
           usos, os ganhos e o percentual de exito - e o retorno para
           o juridico revisar os textos que nao estao funcionando.
           Respeita o acesso por empresa/unidade do usuario
           (arq-usu-emp via P01-S188); usuario zerado e chamada
           batch, sem filtro.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-MDU01.sl".
           COPY "ARQ-MDL01.sl".
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-IFR01.sl".
           SELECT REL-R052
                  ASSIGN          TO         REL-R052-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-R052.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-MDU01.fd".
           COPY "ARQ-MDL01.fd".
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-IFR01.fd".
       FD  REL-R052
           LABEL RECORD STANDARD.
       01  REL-R052-LINHA                  PIC X(132).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-MDU01                  PIC X(02).
       01  STAT-ARQ-MDL01                  PIC X(02).
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-IFR01                  PIC X(02).
       01  STAT-REL-R052                   PIC X(02).
       01  REL-R052-NOME                   PIC X(40)
               VALUE "REL-R052.TXT".

       01  WS-FIM-MDU01                    PIC X(01)   VALUE "N".
           88 FIM-MDU01                                VALUE "S".
       01  WS-ACESSO-PERMITIDO             PIC X(01)   VALUE "S".
       01  WS-EMP00-VERIFICADA             PIC 9(03)   VALUE ZERO.
       01  WS-UNI15-VERIFICADA             PIC 9(04)   VALUE 9999.
       01  WS-PRIMEIRO-MODELO              PIC X(01)   VALUE "S".
       01  WS-MODELO-ATUAL.
           05 WS-MOD-TIP01                 PIC 9(04).
           05 WS-MOD-ORG01                 PIC 9(04).
           05 WS-MOD-INSTANCIA             PIC X(01).
           05 WS-MOD-VERSAO                PIC 9(03).
       01  WS-TITULO-MODELO                PIC X(40)   VALUE SPACES.
       01  WS-INSTANCIA-DESC               PIC X(13)   VALUE SPACES.
       01  WS-RESULTADO-DESC               PIC X(14)   VALUE SPACES.

       01  WS-MOD-USOS                     PIC 9(05)   VALUE ZERO.
       01  WS-MOD-GANHOS                   PIC 9(05)   VALUE ZERO.
       01  WS-MOD-PARCIAIS                 PIC 9(05)   VALUE ZERO.
       01  WS-MOD-PERDIDOS                 PIC 9(05)   VALUE ZERO.
       01  WS-MOD-PENDENTES                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-USOS                     PIC 9(05)   VALUE ZERO.
       01  WS-TOT-GANHOS                   PIC 9(05)   VALUE ZERO.
       01  WS-TOT-PARCIAIS                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-PERDIDOS                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-PENDENTES                PIC 9(05)   VALUE ZERO.
       01  WS-DECIDIDOS                    PIC 9(05)   VALUE ZERO.
       01  WS-PERC-EXITO                   PIC 9(03)V9(02) VALUE ZERO.

       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-TIPO-EDIT                    PIC ZZZ9.
       01  WS-ORGAO-EDIT                   PIC ZZZ9.
       01  WS-VERSAO-EDIT                  PIC ZZ9.
       01  WS-CONTADOR-EDIT                PIC ZZZZ9.
       01  WS-CONTADOR-EDIT2               PIC ZZZZ9.
       01  WS-CONTADOR-EDIT3               PIC ZZZZ9.
       01  WS-CONTADOR-EDIT4               PIC ZZZZ9.
       01  WS-CONTADOR-EDIT5               PIC ZZZZ9.
       01  WS-PERC-EDIT                    PIC ZZ9,99.

       LINKAGE                     SECTION.
       01  LNK-R052-DATA-INICIAL           PIC 9(08).
       01  LNK-R052-DATA-FINAL             PIC 9(08).
       01  LNK-R052-USUARIO                PIC 9(04).

       PROCEDURE DIVISION USING LNK-R052-DATA-INICIAL,
               LNK-R052-DATA-FINAL, LNK-R052-USUARIO.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-POSICIONAR-MDU01
           PERFORM 3000-PROCESSAR-MDU01 UNTIL FIM-MDU01
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-MDU01
           OPEN INPUT ARQ-MDL01
           OPEN INPUT ARQ-IFC01
           OPEN INPUT ARQ-IFR01
           OPEN OUTPUT REL-R052

           MOVE SPACES TO REL-R052-LINHA
           STRING "APROVEITAMENTO DOS MODELOS DE DEFESA/RECURSO - USO"
                  " DE " LNK-R052-DATA-INICIAL " A "
                  LNK-R052-DATA-FINAL
               DELIMITED BY SIZE INTO REL-R052-LINHA
           WRITE REL-R052-LINHA
           MOVE SPACES TO REL-R052-LINHA
           WRITE REL-R052-LINHA
           .

       2000-POSICIONAR-MDU01.
           MOVE LOW-VALUES TO ARQ-MDU01-MODELO
           START ARQ-MDU01 KEY IS NOT LESS THAN ARQ-MDU01-MODELO
               INVALID KEY
                   SET FIM-MDU01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2100-LER-MDU01
           END-START
           .

       2100-LER-MDU01.
           READ ARQ-MDU01 NEXT RECORD
               AT END
                   SET FIM-MDU01 TO TRUE
           END-READ
           .

       3000-PROCESSAR-MDU01.
           IF ARQ-MDU01-DATA-USO >= LNK-R052-DATA-INICIAL
            AND ARQ-MDU01-DATA-USO <= LNK-R052-DATA-FINAL
               MOVE ARQ-MDU01-IFC01 TO ARQ-IFC01-CODIGO
      *        infracao ja arquivada no historico nao sai; a unidade
      *        verificada e desfeita para a linha seguinte consultar
      *        de novo o P01-S188.
               READ ARQ-IFC01
                   INVALID KEY
                       MOVE "N"  TO WS-ACESSO-PERMITIDO
                       MOVE 9999 TO WS-UNI15-VERIFICADA
                   NOT INVALID KEY
                       PERFORM 3050-VERIFICAR-ACESSO
               END-READ
               IF WS-ACESSO-PERMITIDO = "S"
                   IF WS-PRIMEIRO-MODELO = "S"
                    OR ARQ-MDU01-MODELO NOT = WS-MODELO-ATUAL
                       PERFORM 3100-QUEBRAR-MODELO
                   END-IF
                   PERFORM 3200-IMPRIMIR-USO
               END-IF
           END-IF

           PERFORM 2100-LER-MDU01
           .

       3050-VERIFICAR-ACESSO.
           IF LNK-R052-USUARIO = ZERO
               MOVE "S" TO WS-ACESSO-PERMITIDO
           ELSE
               IF ARQ-IFC01-EMP00 NOT = WS-EMP00-VERIFICADA
                OR ARQ-IFC01-UNI15 NOT = WS-UNI15-VERIFICADA
                   MOVE ARQ-IFC01-EMP00 TO WS-EMP00-VERIFICADA
                   MOVE ARQ-IFC01-UNI15 TO WS-UNI15-VERIFICADA
                   CALL "P01-S188" USING LNK-R052-USUARIO,
                           WS-EMP00-VERIFICADA, WS-UNI15-VERIFICADA,
                           WS-ACESSO-PERMITIDO
               END-IF
           END-IF
           .

       3100-QUEBRAR-MODELO.
           IF WS-PRIMEIRO-MODELO = "N"
               PERFORM 3300-IMPRIMIR-TOTAL-MODELO
           END-IF
           MOVE "N" TO WS-PRIMEIRO-MODELO
           MOVE ARQ-MDU01-MODELO TO WS-MODELO-ATUAL
           MOVE ZERO TO WS-MOD-USOS WS-MOD-GANHOS WS-MOD-PARCIAIS
                        WS-MOD-PERDIDOS WS-MOD-PENDENTES

           MOVE WS-MOD-TIP01     TO ARQ-MDL01-TIP01
           MOVE WS-MOD-ORG01     TO ARQ-MDL01-ORG01
           MOVE WS-MOD-INSTANCIA TO ARQ-MDL01-INSTANCIA
           MOVE WS-MOD-VERSAO    TO ARQ-MDL01-VERSAO
           READ ARQ-MDL01
               INVALID KEY
                   MOVE "MODELO NAO CADASTRADO" TO WS-TITULO-MODELO
               NOT INVALID KEY
                   MOVE ARQ-MDL01-TITULO TO WS-TITULO-MODELO
           END-READ

           EVALUATE WS-MOD-INSTANCIA
               WHEN "1"
                   MOVE "DEFESA PREVIA" TO WS-INSTANCIA-DESC
               WHEN "2"
                   MOVE "JARI"          TO WS-INSTANCIA-DESC
               WHEN "3"
                   MOVE "CETRAN"        TO WS-INSTANCIA-DESC
               WHEN OTHER
                   MOVE SPACES          TO WS-INSTANCIA-DESC
           END-EVALUATE

           MOVE WS-MOD-TIP01  TO WS-TIPO-EDIT
           MOVE WS-MOD-ORG01  TO WS-ORGAO-EDIT
           MOVE WS-MOD-VERSAO TO WS-VERSAO-EDIT
           MOVE SPACES TO REL-R052-LINHA
           STRING "MODELO TIPO " WS-TIPO-EDIT " ORGAO " WS-ORGAO-EDIT
                  " " WS-INSTANCIA-DESC " VERSAO " WS-VERSAO-EDIT
                  " - " WS-TITULO-MODELO
               DELIMITED BY SIZE INTO REL-R052-LINHA
           WRITE REL-R052-LINHA
           MOVE SPACES TO REL-R052-LINHA
           STRING "  INFRACAO NOTIFICACAO     INSTANCIA     DATA USO"
                  " RESULTADO"
               DELIMITED BY SIZE INTO REL-R052-LINHA
           WRITE REL-R052-LINHA
           .

       3200-IMPRIMIR-USO.
           ADD 1 TO WS-MOD-USOS
           MOVE ARQ-MDU01-IFC01     TO ARQ-IFR01-IFC01
           MOVE ARQ-MDU01-INSTANCIA TO ARQ-IFR01-INSTANCIA
           READ ARQ-IFR01
               INVALID KEY
                   MOVE SPACES TO ARQ-IFR01-RESULT-COD
           END-READ

           EVALUATE TRUE
               WHEN ARQ-IFR01-DEFERIDO
                   MOVE "DEFERIDO"       TO WS-RESULTADO-DESC
                   ADD 1 TO WS-MOD-GANHOS
               WHEN ARQ-IFR01-CONV-ADVERT
                   MOVE "CONV.ADVERT."   TO WS-RESULTADO-DESC
                   ADD 1 TO WS-MOD-GANHOS
               WHEN ARQ-IFR01-INDEF-PARCIAL
                   MOVE "INDEF.PARCIAL"  TO WS-RESULTADO-DESC
                   ADD 1 TO WS-MOD-PARCIAIS
               WHEN ARQ-IFR01-INDEFERIDO
                   MOVE "INDEFERIDO"     TO WS-RESULTADO-DESC
                   ADD 1 TO WS-MOD-PERDIDOS
               WHEN OTHER
                   MOVE "PENDENTE"       TO WS-RESULTADO-DESC
                   ADD 1 TO WS-MOD-PENDENTES
           END-EVALUATE

           EVALUATE ARQ-MDU01-INSTANCIA
               WHEN "1"
                   MOVE "DEFESA PREVIA" TO WS-INSTANCIA-DESC
               WHEN "2"
                   MOVE "JARI"          TO WS-INSTANCIA-DESC
               WHEN "3"
                   MOVE "CETRAN"        TO WS-INSTANCIA-DESC
               WHEN OTHER
                   MOVE SPACES          TO WS-INSTANCIA-DESC
           END-EVALUATE

           MOVE ARQ-MDU01-IFC01 TO WS-CODIGO-EDIT
           MOVE SPACES TO REL-R052-LINHA
           STRING "  " WS-CODIGO-EDIT " " ARQ-IFC01-NOTIFICACAO " "
                  WS-INSTANCIA-DESC " " ARQ-MDU01-DATA-USO " "
                  WS-RESULTADO-DESC
               DELIMITED BY SIZE INTO REL-R052-LINHA
           WRITE REL-R052-LINHA
           .

       3300-IMPRIMIR-TOTAL-MODELO.
           ADD WS-MOD-USOS      TO WS-TOT-USOS
           ADD WS-MOD-GANHOS    TO WS-TOT-GANHOS
           ADD WS-MOD-PARCIAIS  TO WS-TOT-PARCIAIS
           ADD WS-MOD-PERDIDOS  TO WS-TOT-PERDIDOS
           ADD WS-MOD-PENDENTES TO WS-TOT-PENDENTES

           MOVE WS-MOD-USOS      TO WS-CONTADOR-EDIT
           MOVE WS-MOD-GANHOS    TO WS-CONTADOR-EDIT2
           MOVE WS-MOD-PARCIAIS  TO WS-CONTADOR-EDIT3
           MOVE WS-MOD-PERDIDOS  TO WS-CONTADOR-EDIT4
           MOVE WS-MOD-PENDENTES TO WS-CONTADOR-EDIT5
           COMPUTE WS-DECIDIDOS = WS-MOD-GANHOS + WS-MOD-PARCIAIS
                                + WS-MOD-PERDIDOS
           PERFORM 3400-CALCULAR-PERCENTUAL

           MOVE SPACES TO REL-R052-LINHA
           STRING "  TOTAL DO MODELO: " WS-CONTADOR-EDIT " USOS"
                  "  GANHOS " WS-CONTADOR-EDIT2
                  "  PARCIAIS " WS-CONTADOR-EDIT3
                  "  PERDIDOS " WS-CONTADOR-EDIT4
                  "  PENDENTES " WS-CONTADOR-EDIT5
                  "  EXITO " WS-PERC-EDIT "%"
               DELIMITED BY SIZE INTO REL-R052-LINHA
           WRITE REL-R052-LINHA
           MOVE SPACES TO REL-R052-LINHA
           WRITE REL-R052-LINHA
           .

      *    exito sobre os decididos: ganho conta inteiro e indeferido
      *    parcial conta meio, como na taxa do P01-B045.
       3400-CALCULAR-PERCENTUAL.
           MOVE ZERO TO WS-PERC-EXITO
           IF WS-DECIDIDOS > ZERO
               IF WS-PRIMEIRO-MODELO = "F"
                   COMPUTE WS-PERC-EXITO ROUNDED =
                       (WS-TOT-GANHOS + WS-TOT-PARCIAIS / 2) * 100
                       / WS-DECIDIDOS
               ELSE
                   COMPUTE WS-PERC-EXITO ROUNDED =
                       (WS-MOD-GANHOS + WS-MOD-PARCIAIS / 2) * 100
                       / WS-DECIDIDOS
               END-IF
           END-IF
           MOVE WS-PERC-EXITO TO WS-PERC-EDIT
           .

       8000-FINALIZAR.
           IF WS-PRIMEIRO-MODELO = "N"
               PERFORM 3300-IMPRIMIR-TOTAL-MODELO
           END-IF

           MOVE "F" TO WS-PRIMEIRO-MODELO
           MOVE WS-TOT-USOS      TO WS-CONTADOR-EDIT
           MOVE WS-TOT-GANHOS    TO WS-CONTADOR-EDIT2
           MOVE WS-TOT-PARCIAIS  TO WS-CONTADOR-EDIT3
           MOVE WS-TOT-PERDIDOS  TO WS-CONTADOR-EDIT4
           MOVE WS-TOT-PENDENTES TO WS-CONTADOR-EDIT5
           COMPUTE WS-DECIDIDOS = WS-TOT-GANHOS + WS-TOT-PARCIAIS
                                + WS-TOT-PERDIDOS
           PERFORM 3400-CALCULAR-PERCENTUAL

           MOVE SPACES TO REL-R052-LINHA
           STRING "TOTAL GERAL: " WS-CONTADOR-EDIT " USOS"
                  "  GANHOS " WS-CONTADOR-EDIT2
                  "  PARCIAIS " WS-CONTADOR-EDIT3
                  "  PERDIDOS " WS-CONTADOR-EDIT4
                  "  PENDENTES " WS-CONTADOR-EDIT5
                  "  EXITO " WS-PERC-EDIT "%"
               DELIMITED BY SIZE INTO REL-R052-LINHA
           WRITE REL-R052-LINHA

           CLOSE ARQ-MDU01 ARQ-MDL01 ARQ-IFC01 ARQ-IFR01 REL-R052
           .
      * Historico de alteracoes
      *   18/09/2026 - equipe.ti - relatorio novo de aproveitamento dos
      *                modelos de defesa/recurso por resultado.
      *   09/10/2026 - equipe.ti - infracao fora de ARQ-IFC01 nao
      *                deixa a verificacao de acesso presa para a linha
      *                seguinte.
