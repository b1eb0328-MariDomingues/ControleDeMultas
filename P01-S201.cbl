       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S201.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 2 de outubro de 2026.
       REMARKS. Sub-rotina de recertificacao de uma linha da revisao
           trimestral de acessos (ARQ-REV01, gerada pelo P99-R059),
           chamada pela tela de revisao de acessos (P01-M178): o
           gestor marca a linha como revisada com o parecer "M"
           (manter o acesso) ou "R" (revogar - a retirada e feita
           depois na tela de usuarios). So usuario ativo com perfil de
           supervisor revisa, e nunca as linhas do proprio acesso. A
           linha ja revisada pode ter o parecer trocado; a marca, o
           revisor e a data ficam na linha e a mudanca na trilha
           ARQ-LOG123/ARQ-LOG23 via P01-S166, como evidencia da
           recertificacao para a auditoria.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-REV01.sl".
           COPY "arq-usu.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-REV01.fd".
           COPY "arq-usu.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-REV01                  PIC X(02).
       01  STAT-ARQ-USU                    PIC X(02).

       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-REVISOR-OK-SW                PIC X(01).
           88 WS-REVISOR-OK                            VALUE "S".

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-REV01".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01)   VALUE "A".
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       LINKAGE                     SECTION.
       01  LNK-S201-CICLO                  PIC 9(05).
       01  LNK-S201-USUARIO-REVISADO       PIC 9(04).
       01  LNK-S201-SEQ                    PIC 9(06).
       01  LNK-S201-PARECER                PIC X(01).
       01  LNK-S201-REVISOR                PIC 9(04).
       01  LNK-S201-RETORNO                PIC X(01).
       01  LNK-S201-MOTIVO                 PIC X(40).

       PROCEDURE DIVISION USING LNK-S201-CICLO,
               LNK-S201-USUARIO-REVISADO, LNK-S201-SEQ,
               LNK-S201-PARECER, LNK-S201-REVISOR, LNK-S201-RETORNO,
               LNK-S201-MOTIVO.

       0000-MAINLINE.
           MOVE "N"    TO LNK-S201-RETORNO
           MOVE SPACES TO LNK-S201-MOTIVO
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           IF LNK-S201-PARECER = "M" OR "R"
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM 2000-VALIDAR-REVISOR
               IF WS-REVISOR-OK
                   PERFORM 3000-MARCAR-LINHA
               END-IF
               PERFORM 9000-FECHAR-ARQUIVOS
           ELSE
               MOVE "PARECER DEVE SER M OU R" TO LNK-S201-MOTIVO
           END-IF
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN I-O   ARQ-REV01
           OPEN INPUT arq-usu
           .

       2000-VALIDAR-REVISOR.
           MOVE "N" TO WS-REVISOR-OK-SW

           IF LNK-S201-REVISOR = LNK-S201-USUARIO-REVISADO
               MOVE "REVISOR NAO RECERTIFICA O PROPRIO ACESSO"
                 TO LNK-S201-MOTIVO
           ELSE
               MOVE LNK-S201-REVISOR TO ARQ-USU-CODIGO
               READ arq-usu
                   INVALID KEY
                       MOVE "REVISOR NAO CADASTRADO"
                         TO LNK-S201-MOTIVO
                   NOT INVALID KEY
                       IF ARQ-USU-ATIVO = "S"
                        AND ARQ-USU-SUPERVISOR = "S"
                           MOVE "S" TO WS-REVISOR-OK-SW
                       ELSE
                           MOVE "REVISOR SEM PERFIL DE SUPERVISOR"
                             TO LNK-S201-MOTIVO
                       END-IF
               END-READ
           END-IF
           .

       3000-MARCAR-LINHA.
           MOVE LNK-S201-CICLO            TO ARQ-REV01-CICLO
           MOVE LNK-S201-USUARIO-REVISADO TO ARQ-REV01-USUARIO
           MOVE LNK-S201-SEQ              TO ARQ-REV01-SEQ
           READ ARQ-REV01
               INVALID KEY
                   MOVE "LINHA DE REVISAO NAO ENCONTRADA"
                     TO LNK-S201-MOTIVO
               NOT INVALID KEY
                   PERFORM 3100-GRAVAR-PARECER
           END-READ
           .

       3100-GRAVAR-PARECER.
           MOVE SPACES TO WS-LOG-CHAVE
           STRING ARQ-REV01-CICLO "/" ARQ-REV01-USUARIO "/"
                  ARQ-REV01-SEQ
               DELIMITED BY SIZE INTO WS-LOG-CHAVE
           MOVE 2 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-REV01-REVISADO"  TO WS-LOG-CAMPO (1)
           MOVE ARQ-REV01-REVISADO    TO WS-LOG-VALOR-ANT (1)
           MOVE "S"                   TO WS-LOG-VALOR-NOVO (1)
           MOVE "ARQ-REV01-PARECER"   TO WS-LOG-CAMPO (2)
           MOVE ARQ-REV01-PARECER     TO WS-LOG-VALOR-ANT (2)
           MOVE LNK-S201-PARECER      TO WS-LOG-VALOR-NOVO (2)

           MOVE "S"              TO ARQ-REV01-REVISADO
           MOVE LNK-S201-PARECER TO ARQ-REV01-PARECER
           MOVE LNK-S201-REVISOR TO ARQ-REV01-USU-REVISOU
           MOVE WS-DATA-HOJE     TO ARQ-REV01-DATA-REVISAO
           REWRITE ARQ-REV01-REG

           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, LNK-S201-REVISOR,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           MOVE "S" TO LNK-S201-RETORNO
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-REV01 arq-usu
           .
      * Historico de alteracoes
      *   02/10/2026 - equipe.ti - rotina nova de recertificacao das
      *                linhas da revisao trimestral de acessos
      *                (ARQ-REV01), com parecer e trilha.
