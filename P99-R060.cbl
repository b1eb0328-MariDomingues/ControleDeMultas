       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P99-R060.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 9 de outubro de 2026.
       REMARKS. Relatorio de divergencia de valor das infracoes em
           aberto (situacao diferente de "B" e "C" em ARQ-IFC01)
           contra a tabela oficial do CTB/RENAINF: para cada infracao
           o valor e comparado com o da tabela em vigor na data da
           infracao (ARQ-ENQ02) para o enquadramento oficial gravado
           nela pela carga; infracao sem enquadramento gravado
           (anterior ao catalogo ou digitada) usa o enquadramento do
           tipo interno em ARQ-ENQ01, tudo pelo P01-S204. Lista as
           infracoes cujo valor registrado difere do oficial, com a
           vigencia usada e a diferenca; no rodape conta tambem as
           infracoes de tipo sem enquadramento oficial e as de
           enquadramento sem tabela vigente na data, que nao tem como
           ser conferidas. Emitido ao fim de cada carga do catalogo
           (P01-B059) e avulso. Empresa zerada lista todas; respeita
           o acesso por empresa/unidade do usuario (arq-usu-emp via
           P01-S188) e usuario zerado e chamada batch, sem filtro.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-IFC01.sl".
           SELECT REL-R060
                  ASSIGN          TO         REL-R060-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-R060.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-IFC01.fd".
       FD  REL-R060
           LABEL RECORD STANDARD.
       01  REL-R060-LINHA                  PIC X(132).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-REL-R060                   PIC X(02).
       01  REL-R060-NOME                   PIC X(40)
               VALUE "REL-R060.TXT".

       01  WS-FIM-IFC01                    PIC X(01)   VALUE "N".
           88 FIM-IFC01                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-ACESSO-PERMITIDO             PIC X(01).

       01  WS-ENQ-OPERACAO                 PIC X(01).
       01  WS-ENQ-ENQUADRAMENTO            PIC 9(04).
       01  WS-ENQ-DESDOBRAMENTO            PIC 9(01).
       01  WS-ENQ-TIP01                    PIC 9(04).
       01  WS-ENQ-DATA                     PIC 9(08).
       01  WS-ENQ-VALOR                    PIC 9(07)V9(02).
       01  WS-ENQ-PONTOS-CNH               PIC 9(02).
       01  WS-ENQ-GRAVIDADE                PIC 9(01).
       01  WS-ENQ-VIGENCIA                 PIC 9(08).
       01  WS-ENQ-RETORNO                  PIC X(01).

       01  WS-DIFERENCA                    PIC S9(07)V9(02).
       01  WS-TOT-DIFERENCA                PIC S9(09)V9(02) VALUE ZERO.

       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-UNIDADE-EDIT                 PIC ZZZ9.
       01  WS-TIPO-EDIT                    PIC ZZZ9.
       01  WS-ENQUADRAMENTO-EDIT.
           05 WS-ENQ-EDIT-CODIGO           PIC 9(03).
           05 FILLER                       PIC X(01)   VALUE "-".
           05 WS-ENQ-EDIT-DESDOBRAMENTO    PIC 9(02).
       01  WS-VALOR-EDIT                   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-OFICIAL-EDIT                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-DIFERENCA-EDIT               PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-TOTAL-EDIT                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-CONTADOR-EDIT                PIC ZZZZ9.
       01  WS-TOT-CONFERIDAS               PIC 9(05)   VALUE ZERO.
       01  WS-TOT-DIVERGENTES              PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SEM-ENQUADRAMENTO        PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SEM-VIGENCIA             PIC 9(05)   VALUE ZERO.

       LINKAGE                     SECTION.
       01  LNK-R060-EMP00                  PIC 9(03).
       01  LNK-R060-USUARIO                PIC 9(04).

       PROCEDURE DIVISION USING LNK-R060-EMP00, LNK-R060-USUARIO.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-POSICIONAR-IFC01
           PERFORM 3000-PROCESSAR-IFC01 UNTIL FIM-IFC01
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-IFC01
           OPEN OUTPUT REL-R060

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

           MOVE SPACES TO REL-R060-LINHA
           STRING "INFRACOES EM ABERTO COM VALOR DIFERENTE DA TABELA "
                  "OFICIAL VIGENTE NA DATA - EMISSAO " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REL-R060-LINHA
           WRITE REL-R060-LINHA
           MOVE SPACES TO REL-R060-LINHA
           WRITE REL-R060-LINHA
           MOVE SPACES TO REL-R060-LINHA
           STRING "INFRACAO NOTIFICACAO     EMP  UNI DATA INFR TIPO "
                  "ENQUADR VIGENCIA  VALOR REGISTR.   VALOR OFICIAL "
                  "      DIFERENCA"
               DELIMITED BY SIZE INTO REL-R060-LINHA
           WRITE REL-R060-LINHA
           .

      *    empresa informada: chave empresa + data da infracao, so o
      *    trecho da empresa; zerada: arquivo todo pela chave primaria.
       2000-POSICIONAR-IFC01.
           IF LNK-R060-EMP00 = ZERO
               PERFORM 2100-LER-IFC01
           ELSE
               MOVE LNK-R060-EMP00 TO ARQ-IFC01-EMP00
               MOVE ZERO           TO ARQ-IFC01-DATA-INFRACAO
               START ARQ-IFC01 KEY IS NOT LESS THAN ARQ-IFC01-EMP-DATA
                   INVALID KEY
                       SET FIM-IFC01 TO TRUE
                   NOT INVALID KEY
                       PERFORM 2100-LER-IFC01
               END-START
           END-IF
           .

       2100-LER-IFC01.
           READ ARQ-IFC01 NEXT RECORD
               AT END
                   SET FIM-IFC01 TO TRUE
           END-READ
           .

       3000-PROCESSAR-IFC01.
           IF LNK-R060-EMP00 NOT = ZERO
            AND ARQ-IFC01-EMP00 NOT = LNK-R060-EMP00
               SET FIM-IFC01 TO TRUE
           ELSE
               IF ARQ-IFC01-SITUACAO NOT = "B"
                AND ARQ-IFC01-SITUACAO NOT = "C"
                   MOVE "S" TO WS-ACESSO-PERMITIDO
                   IF LNK-R060-USUARIO NOT = ZERO
                       CALL "P01-S188" USING LNK-R060-USUARIO,
                               ARQ-IFC01-EMP00, ARQ-IFC01-UNI15,
                               WS-ACESSO-PERMITIDO
                   END-IF
                   IF WS-ACESSO-PERMITIDO = "S"
                       PERFORM 3100-CONFERIR-VALOR
                   END-IF
               END-IF
               PERFORM 2100-LER-IFC01
           END-IF
           .

       3100-CONFERIR-VALOR.
           IF ARQ-IFC01-ENQUADRAMENTO IS NUMERIC
            AND ARQ-IFC01-DESDOBRAMENTO IS NUMERIC
            AND ARQ-IFC01-ENQUADRAMENTO NOT = ZERO
               MOVE "T"                     TO WS-ENQ-OPERACAO
               MOVE ARQ-IFC01-ENQUADRAMENTO TO WS-ENQ-ENQUADRAMENTO
               MOVE ARQ-IFC01-DESDOBRAMENTO TO WS-ENQ-DESDOBRAMENTO
               MOVE ZERO                    TO WS-ENQ-TIP01
           ELSE
               MOVE "V"                     TO WS-ENQ-OPERACAO
               MOVE ZERO                    TO WS-ENQ-ENQUADRAMENTO
               MOVE ZERO                    TO WS-ENQ-DESDOBRAMENTO
               MOVE ARQ-IFC01-TIP01         TO WS-ENQ-TIP01
           END-IF
           MOVE ARQ-IFC01-DATA-INFRACAO TO WS-ENQ-DATA
           CALL "P01-S204" USING WS-ENQ-OPERACAO,
                   WS-ENQ-ENQUADRAMENTO, WS-ENQ-DESDOBRAMENTO,
                   WS-ENQ-TIP01, WS-ENQ-DATA, WS-ENQ-VALOR,
                   WS-ENQ-PONTOS-CNH, WS-ENQ-GRAVIDADE,
                   WS-ENQ-VIGENCIA, WS-ENQ-RETORNO

           EVALUATE WS-ENQ-RETORNO
               WHEN "S"
                   ADD 1 TO WS-TOT-CONFERIDAS
                   IF ARQ-IFC01-VALOR NOT = WS-ENQ-VALOR
                       PERFORM 3200-IMPRIMIR-DIVERGENCIA
                   END-IF
               WHEN "V"
                   ADD 1 TO WS-TOT-SEM-VIGENCIA
               WHEN OTHER
                   ADD 1 TO WS-TOT-SEM-ENQUADRAMENTO
           END-EVALUATE
           .

       3200-IMPRIMIR-DIVERGENCIA.
           ADD 1 TO WS-TOT-DIVERGENTES
           COMPUTE WS-DIFERENCA = ARQ-IFC01-VALOR - WS-ENQ-VALOR
           ADD WS-DIFERENCA TO WS-TOT-DIFERENCA

      *    enquadramento no formato do DETRAN: 7455 / 0 sai 745-50.
           DIVIDE WS-ENQ-ENQUADRAMENTO BY 10
               GIVING WS-ENQ-EDIT-CODIGO
           COMPUTE WS-ENQ-EDIT-DESDOBRAMENTO =
               (WS-ENQ-ENQUADRAMENTO - WS-ENQ-EDIT-CODIGO * 10) * 10
               + WS-ENQ-DESDOBRAMENTO

           MOVE ARQ-IFC01-CODIGO        TO WS-CODIGO-EDIT
           MOVE ARQ-IFC01-UNI15         TO WS-UNIDADE-EDIT
           MOVE ARQ-IFC01-TIP01         TO WS-TIPO-EDIT
           MOVE ARQ-IFC01-VALOR         TO WS-VALOR-EDIT
           MOVE WS-ENQ-VALOR            TO WS-OFICIAL-EDIT
           MOVE WS-DIFERENCA            TO WS-DIFERENCA-EDIT
           MOVE SPACES TO REL-R060-LINHA
           STRING WS-CODIGO-EDIT " " ARQ-IFC01-NOTIFICACAO " "
                  ARQ-IFC01-EMP00 " " WS-UNIDADE-EDIT " "
                  ARQ-IFC01-DATA-INFRACAO " " WS-TIPO-EDIT " "
                  WS-ENQUADRAMENTO-EDIT "  " WS-ENQ-VIGENCIA " "
                  WS-VALOR-EDIT " " WS-OFICIAL-EDIT " "
                  WS-DIFERENCA-EDIT
               DELIMITED BY SIZE INTO REL-R060-LINHA
           WRITE REL-R060-LINHA
           .

       8000-FINALIZAR.
           MOVE SPACES TO REL-R060-LINHA
           WRITE REL-R060-LINHA
           MOVE WS-TOT-CONFERIDAS TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R060-LINHA
           STRING "EM ABERTO CONFERIDAS: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R060-LINHA
           WRITE REL-R060-LINHA
           MOVE WS-TOT-DIVERGENTES TO WS-CONTADOR-EDIT
           MOVE WS-TOT-DIFERENCA   TO WS-TOTAL-EDIT
           MOVE SPACES TO REL-R060-LINHA
           STRING "COM VALOR DIVERGENTE: " WS-CONTADOR-EDIT
                  "   DIFERENCA TOTAL: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REL-R060-LINHA
           WRITE REL-R060-LINHA
           MOVE WS-TOT-SEM-ENQUADRAMENTO TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R060-LINHA
           STRING "TIPO SEM ENQUADRAMENTO OFICIAL: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R060-LINHA
           WRITE REL-R060-LINHA
           MOVE WS-TOT-SEM-VIGENCIA TO WS-CONTADOR-EDIT
           MOVE SPACES TO REL-R060-LINHA
           STRING "SEM TABELA VIGENTE NA DATA: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO REL-R060-LINHA
           WRITE REL-R060-LINHA

           CLOSE ARQ-IFC01 REL-R060
           .
      * Historico de alteracoes
      *   09/10/2026 - equipe.ti - relatorio novo de infracoes em
      *                aberto com valor diferente da tabela oficial
      *                vigente na data da infracao.
      *   09/10/2026 - equipe.ti - conferencia pelo enquadramento
      *                gravado na infracao (operacao "T" do P01-S204);
      *                o do tipo interno so na infracao sem ele.
