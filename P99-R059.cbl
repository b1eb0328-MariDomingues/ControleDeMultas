       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P99-R059.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 2 de outubro de 2026.
       REMARKS. Revisao trimestral de acessos com segregacao de
           funcoes. Na primeira emissao do trimestre a rotina gera em
           ARQ-REV01 o retrato de cada usuario de arq-usu: a conta
           (ativo, supervisor, bloqueado e ultimo acesso gravado pelo
           P01-S186), os programas liberados em arq-usu-prg, as
           empresas/unidades de arq-usu-emp, os conflitos com a tabela
           de pares incompativeis ARQ-SOD01 (P01-S200) e as violacoes
           achadas no historico do trimestre: pendencia de quatro
           olhos (ARQ-APR01, ARQ-MRG01, ARQ-ANO01) solicitada e
           decidida pelo mesmo usuario, e aprovador de ARQ-APR01 que
           depois alterou a mesma infracao (entrada da trilha
           ARQ-LOG123 em ARQ-IFC01 ou ARQ-PAG09 com data posterior a
           decisao - a efetivacao da propria aprovacao e do mesmo dia
           e nao conta). As emissoes seguintes do mesmo trimestre so
           reimprimem o retrato, agora com a marca de revisado, o
           parecer (manter/revogar), quem revisou e quando, gravados
           pelos gestores na tela P01-M178 (P01-S201) - e a evidencia
           da recertificacao para a auditoria. Ano e trimestre zerados
           tomam o ultimo trimestre fechado.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "arq-usu.sl".
           COPY "arq-usu-prg.sl".
           COPY "arq-usu-emp.sl".
           COPY "arq-prg.sl".
           COPY "ARQ-SOD01.sl".
           COPY "ARQ-REV01.sl".
           COPY "ARQ-APR01.sl".
           COPY "ARQ-MRG01.sl".
           COPY "ARQ-ANO01.sl".
           COPY "ARQ-LOG123.sl".
           SELECT REL-R059
                  ASSIGN          TO         REL-R059-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-R059.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "arq-usu.fd".
           COPY "arq-usu-prg.fd".
           COPY "arq-usu-emp.fd".
           COPY "arq-prg.fd".
           COPY "ARQ-SOD01.fd".
           COPY "ARQ-REV01.fd".
           COPY "ARQ-APR01.fd".
           COPY "ARQ-MRG01.fd".
           COPY "ARQ-ANO01.fd".
           COPY "ARQ-LOG123.fd".
       FD  REL-R059
           LABEL RECORD STANDARD.
       01  REL-R059-LINHA                  PIC X(132).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-USU                    PIC X(02).
       01  STAT-ARQ-USU-PRG                PIC X(02).
       01  STAT-ARQ-USU-EMP                PIC X(02).
       01  STAT-ARQ-PRG                    PIC X(02).
       01  STAT-ARQ-SOD01                  PIC X(02).
       01  STAT-ARQ-REV01                  PIC X(02).
       01  STAT-ARQ-APR01                  PIC X(02).
       01  STAT-ARQ-MRG01                  PIC X(02).
       01  STAT-ARQ-ANO01                  PIC X(02).
       01  STAT-ARQ-LOG123                 PIC X(02).
       01  STAT-REL-R059                   PIC X(02).
       01  REL-R059-NOME                   PIC X(40)
               VALUE "REL-R059.TXT".

       01  WS-FIM-USU                      PIC X(01)   VALUE "N".
           88 FIM-USU                                  VALUE "S".
       01  WS-FIM-ARQ                      PIC X(01).
           88 FIM-ARQ                                  VALUE "S".
       01  WS-FIM-APR01                    PIC X(01).
           88 FIM-APR01                                VALUE "S".
       01  WS-FIM-REV01                    PIC X(01).
           88 FIM-REV01                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO                  PIC 9(04).
           05 WS-HOJE-MES                  PIC 9(02).
           05 WS-HOJE-DIA                  PIC 9(02).
       01  WS-ANO                          PIC 9(04)   VALUE ZERO.
       01  WS-TRIMESTRE                    PIC 9(01)   VALUE ZERO.
       01  WS-CICLO                        PIC 9(05)   VALUE ZERO.
       01  WS-DATA-INICIO                  PIC 9(08)   VALUE ZERO.
       01  WS-DATA-FIM                     PIC 9(08)   VALUE ZERO.
       01  WS-CICLO-EXISTE                 PIC X(01).
       01  WS-SEQ-LINHA                    PIC 9(06)   VALUE ZERO.
       01  WS-USUARIO-ATUAL                PIC 9(04)   VALUE ZERO.
       01  WS-TEM-A                        PIC X(01).
       01  WS-TEM-B                        PIC X(01).
       01  WS-ACHOU-VIOLACAO               PIC X(01).

       01  WS-LINHA-USUARIO                PIC 9(04).
       01  WS-LINHA-TIPO                   PIC X(01).
       01  WS-LINHA-REFERENCIA             PIC X(20).
       01  WS-LINHA-DESCRICAO              PIC X(80).

       01  WS-QTD-PARES                    PIC 9(03)   VALUE ZERO.
       01  WS-PAR-IX                       PIC 9(03)   VALUE ZERO.
       01  WS-TAB-PARES.
           05 WS-PAR OCCURS 100 TIMES.
              10 WS-PAR-PROGRAMA-A         PIC X(08).
              10 WS-PAR-PROGRAMA-B         PIC X(08).
              10 WS-PAR-DESCRICAO          PIC X(60).

       01  WS-TOT-USUARIOS                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-LINHAS                   PIC 9(06)   VALUE ZERO.
       01  WS-TOT-CONFLITOS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-VIOLACOES                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-PENDENTES                PIC 9(06)   VALUE ZERO.
       01  WS-USU-EDIT                     PIC ZZZ9.
       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-CNT-EDIT                     PIC ZZZZZ9.
       01  WS-STATUS-REVISAO               PIC X(24).
       01  WS-ULTIMO-ACESSO                PIC X(08).

       LINKAGE                     SECTION.
       01  LNK-R059-ANO                    PIC 9(04).
       01  LNK-R059-TRIMESTRE              PIC 9(01).

       PROCEDURE DIVISION USING LNK-R059-ANO, LNK-R059-TRIMESTRE.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 1100-DEFINIR-TRIMESTRE
           PERFORM 1200-CARREGAR-PARES
           PERFORM 2000-VERIFICAR-CICLO
           IF WS-CICLO-EXISTE = "N"
               PERFORM 3000-GERAR-RETRATO
           END-IF
           PERFORM 4000-IMPRIMIR-REVISAO
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT arq-usu
           OPEN INPUT arq-usu-prg
           OPEN INPUT arq-usu-emp
           OPEN INPUT arq-prg
           OPEN INPUT ARQ-SOD01
           OPEN I-O   ARQ-REV01
           IF STAT-ARQ-REV01 = "35"
               OPEN OUTPUT ARQ-REV01
               CLOSE ARQ-REV01
               OPEN I-O ARQ-REV01
           END-IF
           OPEN INPUT ARQ-APR01
           OPEN INPUT ARQ-MRG01
           OPEN INPUT ARQ-ANO01
           OPEN INPUT ARQ-LOG123
           OPEN OUTPUT REL-R059

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           .

       1100-DEFINIR-TRIMESTRE.
           IF LNK-R059-ANO > ZERO
            AND LNK-R059-TRIMESTRE >= 1 AND LNK-R059-TRIMESTRE <= 4
               MOVE LNK-R059-ANO       TO WS-ANO
               MOVE LNK-R059-TRIMESTRE TO WS-TRIMESTRE
           ELSE
      *        ultimo trimestre fechado.
               MOVE WS-HOJE-ANO TO WS-ANO
               COMPUTE WS-TRIMESTRE = (WS-HOJE-MES - 1) / 3 + 1
               IF WS-TRIMESTRE = 1
                   SUBTRACT 1 FROM WS-ANO
                   MOVE 4 TO WS-TRIMESTRE
               ELSE
                   SUBTRACT 1 FROM WS-TRIMESTRE
               END-IF
           END-IF

           COMPUTE WS-CICLO = WS-ANO * 10 + WS-TRIMESTRE
           COMPUTE WS-DATA-INICIO = WS-ANO * 10000
                   + ((WS-TRIMESTRE - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-DATA-FIM = WS-ANO * 10000
                   + (WS-TRIMESTRE * 3) * 100 + 31

           MOVE SPACES TO REL-R059-LINHA
           STRING "REVISAO TRIMESTRAL DE ACESSOS E SEGREGACAO DE FUNCOE"
                  "S - " WS-ANO "/" WS-TRIMESTRE "T - DE "
                  WS-DATA-INICIO " A " WS-DATA-FIM
                  " - EMISSAO " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REL-R059-LINHA
           WRITE REL-R059-LINHA
           .

       1200-CARREGAR-PARES.
           MOVE "N" TO WS-FIM-ARQ
           MOVE LOW-VALUES TO ARQ-SOD01-CHAVE
           START ARQ-SOD01 KEY IS NOT LESS THAN ARQ-SOD01-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 1250-LER-PAR UNTIL FIM-ARQ
           .

       1250-LER-PAR.
           READ ARQ-SOD01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
            AND ARQ-SOD01-VIGENTE
            AND WS-QTD-PARES < 100
               ADD 1 TO WS-QTD-PARES
               MOVE ARQ-SOD01-PROGRAMA-A
                 TO WS-PAR-PROGRAMA-A (WS-QTD-PARES)
               MOVE ARQ-SOD01-PROGRAMA-B
                 TO WS-PAR-PROGRAMA-B (WS-QTD-PARES)
               MOVE ARQ-SOD01-DESCRICAO
                 TO WS-PAR-DESCRICAO (WS-QTD-PARES)
           END-IF
           .

       2000-VERIFICAR-CICLO.
           MOVE "N" TO WS-CICLO-EXISTE
           MOVE WS-CICLO TO ARQ-REV01-CICLO
           MOVE ZERO     TO ARQ-REV01-USUARIO
           MOVE ZERO     TO ARQ-REV01-SEQ
           START ARQ-REV01 KEY IS NOT LESS THAN ARQ-REV01-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-REV01 NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ARQ-REV01-CICLO = WS-CICLO
                               MOVE "S" TO WS-CICLO-EXISTE
                           END-IF
                   END-READ
           END-START
           .

       3000-GERAR-RETRATO.
           MOVE "N" TO WS-FIM-USU
           MOVE ZERO TO ARQ-USU-CODIGO
           START arq-usu KEY IS NOT LESS THAN ARQ-USU-CODIGO
               INVALID KEY
                   SET FIM-USU TO TRUE
           END-START
           PERFORM 3050-LER-USU
           PERFORM 3100-RETRATAR-USUARIO UNTIL FIM-USU

           PERFORM 3600-VIOLACOES-APR01
           PERFORM 3700-VIOLACOES-MRG01
           PERFORM 3750-VIOLACOES-ANO01
           PERFORM 3800-VIOLACOES-TRILHA
           .

       3050-LER-USU.
           IF NOT FIM-USU
               READ arq-usu NEXT RECORD
                   AT END
                       SET FIM-USU TO TRUE
               END-READ
           END-IF
           .

       3100-RETRATAR-USUARIO.
           MOVE ARQ-USU-CODIGO TO WS-USUARIO-ATUAL
           MOVE ARQ-USU-CODIGO TO WS-LINHA-USUARIO

           IF ARQ-USU-DATA-ULT-LOGIN IS NUMERIC
            AND ARQ-USU-DATA-ULT-LOGIN > ZERO
               MOVE ARQ-USU-DATA-ULT-LOGIN TO WS-ULTIMO-ACESSO
           ELSE
               MOVE "NUNCA" TO WS-ULTIMO-ACESSO
           END-IF
           MOVE "U" TO WS-LINHA-TIPO
           MOVE ARQ-USU-LOGIN TO WS-LINHA-REFERENCIA
           MOVE SPACES TO WS-LINHA-DESCRICAO
           STRING ARQ-USU-NOME
                  " ATIVO " ARQ-USU-ATIVO
                  " SUPERV " ARQ-USU-SUPERVISOR
                  " BLOQ " ARQ-USU-BLOQUEADO
                  " ULT ACESSO " WS-ULTIMO-ACESSO
               DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO
           PERFORM 3900-GRAVAR-LINHA

           PERFORM 3200-RETRATAR-PROGRAMAS
           PERFORM 3300-RETRATAR-EMPRESAS
           PERFORM 3400-CONFERIR-PAR
               VARYING WS-PAR-IX FROM 1 BY 1
               UNTIL WS-PAR-IX > WS-QTD-PARES

           PERFORM 3050-LER-USU
           .

       3200-RETRATAR-PROGRAMAS.
           MOVE "N" TO WS-FIM-ARQ
           MOVE WS-USUARIO-ATUAL TO ARQ-USU-PRG-USUARIO
           MOVE LOW-VALUES       TO ARQ-USU-PRG-PROGRAMA
           START arq-usu-prg KEY IS NOT LESS THAN ARQ-USU-PRG-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 3250-LER-USU-PRG UNTIL FIM-ARQ
           .

       3250-LER-USU-PRG.
           READ arq-usu-prg NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               IF ARQ-USU-PRG-USUARIO NOT = WS-USUARIO-ATUAL
                   SET FIM-ARQ TO TRUE
               ELSE
                   IF ARQ-USU-PRG-ACESSO NOT = "N"
                       PERFORM 3260-LINHA-PROGRAMA
                   END-IF
               END-IF
           END-IF
           .

       3260-LINHA-PROGRAMA.
           MOVE ARQ-USU-PRG-PROGRAMA TO ARQ-PRG-CODIGO
           READ arq-prg
               INVALID KEY
                   MOVE "PROGRAMA NAO CADASTRADO EM ARQ-PRG"
                     TO ARQ-PRG-DESCRICAO
           END-READ
           MOVE "P" TO WS-LINHA-TIPO
           MOVE ARQ-USU-PRG-PROGRAMA TO WS-LINHA-REFERENCIA
           MOVE SPACES TO WS-LINHA-DESCRICAO
           STRING ARQ-PRG-DESCRICAO " ACESSO " ARQ-USU-PRG-ACESSO
               DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO
           PERFORM 3900-GRAVAR-LINHA
           .

       3300-RETRATAR-EMPRESAS.
           MOVE "N" TO WS-FIM-ARQ
           MOVE WS-USUARIO-ATUAL TO ARQ-USU-EMP-USUARIO
           MOVE ZERO             TO ARQ-USU-EMP-EMP00
           MOVE ZERO             TO ARQ-USU-EMP-UNI15
           START arq-usu-emp KEY IS NOT LESS THAN ARQ-USU-EMP-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 3350-LER-USU-EMP UNTIL FIM-ARQ
           .

       3350-LER-USU-EMP.
           READ arq-usu-emp NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               IF ARQ-USU-EMP-USUARIO NOT = WS-USUARIO-ATUAL
                   SET FIM-ARQ TO TRUE
               ELSE
                   MOVE "E" TO WS-LINHA-TIPO
                   MOVE SPACES TO WS-LINHA-REFERENCIA
                   STRING "EMP " ARQ-USU-EMP-EMP00
                          " UNI " ARQ-USU-EMP-UNI15
                       DELIMITED BY SIZE INTO WS-LINHA-REFERENCIA
                   MOVE SPACES TO WS-LINHA-DESCRICAO
                   IF ARQ-USU-EMP-UNI15 = ZERO
                       STRING "TODAS AS UNIDADES DA EMPRESA - ACESSO "
                              ARQ-USU-EMP-ACESSO
                           DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO
                   ELSE
                       STRING "ACESSO " ARQ-USU-EMP-ACESSO
                           DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO
                   END-IF
                   PERFORM 3900-GRAVAR-LINHA
               END-IF
           END-IF
           .

       3400-CONFERIR-PAR.
           MOVE "N" TO WS-TEM-A
           MOVE "N" TO WS-TEM-B
           MOVE WS-USUARIO-ATUAL           TO ARQ-USU-PRG-USUARIO
           MOVE WS-PAR-PROGRAMA-A (WS-PAR-IX) TO ARQ-USU-PRG-PROGRAMA
           READ arq-usu-prg
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ARQ-USU-PRG-ACESSO NOT = "N"
                       MOVE "S" TO WS-TEM-A
                   END-IF
           END-READ
           IF WS-TEM-A = "S"
               MOVE WS-PAR-PROGRAMA-B (WS-PAR-IX)
                 TO ARQ-USU-PRG-PROGRAMA
               READ arq-usu-prg
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ARQ-USU-PRG-ACESSO NOT = "N"
                           MOVE "S" TO WS-TEM-B
                       END-IF
               END-READ
           END-IF

           IF WS-TEM-A = "S" AND WS-TEM-B = "S"
               MOVE "C" TO WS-LINHA-TIPO
               MOVE SPACES TO WS-LINHA-REFERENCIA
               STRING WS-PAR-PROGRAMA-A (WS-PAR-IX) "/"
                      WS-PAR-PROGRAMA-B (WS-PAR-IX)
                   DELIMITED BY SIZE INTO WS-LINHA-REFERENCIA
               MOVE SPACES TO WS-LINHA-DESCRICAO
               STRING "CONFLITO: " WS-PAR-DESCRICAO (WS-PAR-IX)
                   DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO
               PERFORM 3900-GRAVAR-LINHA
               ADD 1 TO WS-TOT-CONFLITOS
           END-IF
           .

       3600-VIOLACOES-APR01.
           MOVE "N" TO WS-FIM-ARQ
           MOVE ZERO TO ARQ-APR01-SEQ
           START ARQ-APR01 KEY IS NOT LESS THAN ARQ-APR01-SEQ
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 3650-LER-APR01 UNTIL FIM-ARQ
           .

       3650-LER-APR01.
           READ ARQ-APR01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
            AND ARQ-APR01-USU-DECIDIU NOT = ZERO
            AND ARQ-APR01-USU-DECIDIU = ARQ-APR01-USU-SOLICITOU
            AND ARQ-APR01-DATA-DECIDIU >= WS-DATA-INICIO
            AND ARQ-APR01-DATA-DECIDIU <= WS-DATA-FIM
               MOVE ARQ-APR01-USU-DECIDIU TO WS-LINHA-USUARIO
               MOVE "V" TO WS-LINHA-TIPO
               MOVE SPACES TO WS-LINHA-REFERENCIA
               STRING "ARQ-APR01 " ARQ-APR01-SEQ
                   DELIMITED BY SIZE INTO WS-LINHA-REFERENCIA
               MOVE ARQ-APR01-IFC01 TO WS-CODIGO-EDIT
               MOVE SPACES TO WS-LINHA-DESCRICAO
               STRING "SOLICITOU E DECIDIU A MESMA PENDENCIA - INFRACAO"
                      WS-CODIGO-EDIT " EM " ARQ-APR01-DATA-DECIDIU
                   DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO
               PERFORM 3900-GRAVAR-LINHA
               ADD 1 TO WS-TOT-VIOLACOES
           END-IF
           .

       3700-VIOLACOES-MRG01.
           MOVE "N" TO WS-FIM-ARQ
           MOVE ZERO TO ARQ-MRG01-SEQ
           START ARQ-MRG01 KEY IS NOT LESS THAN ARQ-MRG01-SEQ
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 3710-LER-MRG01 UNTIL FIM-ARQ
           .

       3710-LER-MRG01.
           READ ARQ-MRG01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
            AND ARQ-MRG01-USU-DECIDIU NOT = ZERO
            AND ARQ-MRG01-USU-DECIDIU = ARQ-MRG01-USU-SOLICITOU
            AND ARQ-MRG01-DATA-DECIDIU >= WS-DATA-INICIO
            AND ARQ-MRG01-DATA-DECIDIU <= WS-DATA-FIM
               MOVE ARQ-MRG01-USU-DECIDIU TO WS-LINHA-USUARIO
               MOVE "V" TO WS-LINHA-TIPO
               MOVE SPACES TO WS-LINHA-REFERENCIA
               STRING "ARQ-MRG01 " ARQ-MRG01-SEQ
                   DELIMITED BY SIZE INTO WS-LINHA-REFERENCIA
               MOVE SPACES TO WS-LINHA-DESCRICAO
               STRING "SOLICITOU E DECIDIU A MESMA FUSAO DE MOTORISTAS"
                      " EM " ARQ-MRG01-DATA-DECIDIU
                   DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO
               PERFORM 3900-GRAVAR-LINHA
               ADD 1 TO WS-TOT-VIOLACOES
           END-IF
           .

       3750-VIOLACOES-ANO01.
           MOVE "N" TO WS-FIM-ARQ
           MOVE ZERO TO ARQ-ANO01-SEQ
           START ARQ-ANO01 KEY IS NOT LESS THAN ARQ-ANO01-SEQ
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 3760-LER-ANO01 UNTIL FIM-ARQ
           .

       3760-LER-ANO01.
           READ ARQ-ANO01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
            AND ARQ-ANO01-USU-DECIDIU NOT = ZERO
            AND ARQ-ANO01-USU-DECIDIU = ARQ-ANO01-USU-SOLICITOU
            AND ARQ-ANO01-DATA-DECIDIU >= WS-DATA-INICIO
            AND ARQ-ANO01-DATA-DECIDIU <= WS-DATA-FIM
               MOVE ARQ-ANO01-USU-DECIDIU TO WS-LINHA-USUARIO
               MOVE "V" TO WS-LINHA-TIPO
               MOVE SPACES TO WS-LINHA-REFERENCIA
               STRING "ARQ-ANO01 " ARQ-ANO01-SEQ
                   DELIMITED BY SIZE INTO WS-LINHA-REFERENCIA
               MOVE SPACES TO WS-LINHA-DESCRICAO
               STRING "SOLICITOU E DECIDIU A MESMA ANONIMIZACAO"
                      " EM " ARQ-ANO01-DATA-DECIDIU
                   DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO
               PERFORM 3900-GRAVAR-LINHA
               ADD 1 TO WS-TOT-VIOLACOES
           END-IF
           .

       3800-VIOLACOES-TRILHA.
      *    aprovador que volta depois a mexer na infracao que ele
      *    mesmo aprovou: a trilha do trimestre e cruzada com as
      *    decisoes de ARQ-APR01 da mesma infracao.
           MOVE "N" TO WS-FIM-ARQ
           MOVE ZERO TO ARQ-LOG123-SEQ
           START ARQ-LOG123 KEY IS NOT LESS THAN ARQ-LOG123-SEQ
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 3810-LER-LOG123 UNTIL FIM-ARQ
           .

       3810-LER-LOG123.
           READ ARQ-LOG123 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
            AND (ARQ-LOG123-ARQUIVO = "ARQ-IFC01"
             OR  ARQ-LOG123-ARQUIVO = "ARQ-PAG09")
            AND ARQ-LOG123-USUARIO NOT = ZERO
            AND ARQ-LOG123-DATA >= WS-DATA-INICIO
            AND ARQ-LOG123-DATA <= WS-DATA-FIM
            AND ARQ-LOG123-CHAVE (1:8) IS NUMERIC
               PERFORM 3820-CRUZAR-APR01
           END-IF
           .

       3820-CRUZAR-APR01.
           MOVE "N" TO WS-ACHOU-VIOLACAO
           MOVE "N" TO WS-FIM-APR01
           MOVE ARQ-LOG123-CHAVE (1:8) TO ARQ-APR01-IFC01
           START ARQ-APR01 KEY IS EQUAL TO ARQ-APR01-IFC01
               INVALID KEY
                   SET FIM-APR01 TO TRUE
           END-START
           PERFORM 3830-LER-DECISAO UNTIL FIM-APR01

           IF WS-ACHOU-VIOLACAO = "S"
               MOVE ARQ-LOG123-USUARIO TO WS-LINHA-USUARIO
               MOVE "V" TO WS-LINHA-TIPO
               MOVE SPACES TO WS-LINHA-REFERENCIA
               STRING "ARQ-LOG123 " ARQ-LOG123-SEQ
                   DELIMITED BY SIZE INTO WS-LINHA-REFERENCIA
               MOVE SPACES TO WS-LINHA-DESCRICAO
               STRING "APROVOU A PENDENCIA " ARQ-APR01-SEQ
                      " EM " ARQ-APR01-DATA-DECIDIU
                      " E ALTEROU " ARQ-LOG123-ARQUIVO
                      " " ARQ-LOG123-CHAVE (1:11)
                      " EM " ARQ-LOG123-DATA
                   DELIMITED BY SIZE INTO WS-LINHA-DESCRICAO
               PERFORM 3900-GRAVAR-LINHA
               ADD 1 TO WS-TOT-VIOLACOES
           END-IF
           .

       3830-LER-DECISAO.
           READ ARQ-APR01 NEXT RECORD
               AT END
                   SET FIM-APR01 TO TRUE
           END-READ
           IF NOT FIM-APR01
               IF ARQ-APR01-IFC01 NOT = ARQ-LOG123-CHAVE (1:8)
                   SET FIM-APR01 TO TRUE
               ELSE
                   IF ARQ-APR01-USU-DECIDIU = ARQ-LOG123-USUARIO
                    AND ARQ-APR01-DATA-DECIDIU > ZERO
                    AND ARQ-APR01-DATA-DECIDIU < ARQ-LOG123-DATA
                       MOVE "S" TO WS-ACHOU-VIOLACAO
                       SET FIM-APR01 TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       3900-GRAVAR-LINHA.
           ADD 1 TO WS-SEQ-LINHA
           MOVE WS-CICLO            TO ARQ-REV01-CICLO
           MOVE WS-LINHA-USUARIO    TO ARQ-REV01-USUARIO
           MOVE WS-SEQ-LINHA        TO ARQ-REV01-SEQ
           MOVE WS-LINHA-TIPO       TO ARQ-REV01-TIPO
           MOVE WS-LINHA-REFERENCIA TO ARQ-REV01-REFERENCIA
           MOVE WS-LINHA-DESCRICAO  TO ARQ-REV01-DESCRICAO
           MOVE WS-DATA-HOJE        TO ARQ-REV01-DATA-GERACAO
           MOVE "N"                 TO ARQ-REV01-REVISADO
           MOVE SPACE               TO ARQ-REV01-PARECER
           MOVE ZERO                TO ARQ-REV01-USU-REVISOU
           MOVE ZERO                TO ARQ-REV01-DATA-REVISAO
           WRITE ARQ-REV01-REG
           .

       4000-IMPRIMIR-REVISAO.
           MOVE "N" TO WS-FIM-REV01
           MOVE 9999 TO WS-USUARIO-ATUAL
           MOVE WS-CICLO TO ARQ-REV01-CICLO
           MOVE ZERO     TO ARQ-REV01-USUARIO
           MOVE ZERO     TO ARQ-REV01-SEQ
           START ARQ-REV01 KEY IS NOT LESS THAN ARQ-REV01-CHAVE
               INVALID KEY
                   SET FIM-REV01 TO TRUE
           END-START
           PERFORM 4100-LER-REV01
           PERFORM 4200-IMPRIMIR-LINHA UNTIL FIM-REV01
           .

       4100-LER-REV01.
           IF NOT FIM-REV01
               READ ARQ-REV01 NEXT RECORD
                   AT END
                       SET FIM-REV01 TO TRUE
               END-READ
           END-IF
           IF NOT FIM-REV01
               IF ARQ-REV01-CICLO NOT = WS-CICLO
                   SET FIM-REV01 TO TRUE
               END-IF
           END-IF
           .

       4200-IMPRIMIR-LINHA.
           IF ARQ-REV01-USUARIO NOT = WS-USUARIO-ATUAL
               PERFORM 4300-CABECALHO-USUARIO
           END-IF

           IF ARQ-REV01-JA-REVISADO
               MOVE ARQ-REV01-USU-REVISOU TO WS-USU-EDIT
               MOVE SPACES TO WS-STATUS-REVISAO
               STRING ARQ-REV01-PARECER " " ARQ-REV01-DATA-REVISAO
                      " POR " WS-USU-EDIT
                   DELIMITED BY SIZE INTO WS-STATUS-REVISAO
           ELSE
               MOVE "PENDENTE" TO WS-STATUS-REVISAO
               ADD 1 TO WS-TOT-PENDENTES
           END-IF

           MOVE SPACES TO REL-R059-LINHA
           STRING "  " ARQ-REV01-TIPO
                  " " ARQ-REV01-REFERENCIA
                  " " ARQ-REV01-DESCRICAO
                  " " WS-STATUS-REVISAO
               DELIMITED BY SIZE INTO REL-R059-LINHA
           WRITE REL-R059-LINHA
           ADD 1 TO WS-TOT-LINHAS

           PERFORM 4100-LER-REV01
           .

       4300-CABECALHO-USUARIO.
           MOVE ARQ-REV01-USUARIO TO WS-USUARIO-ATUAL
           ADD 1 TO WS-TOT-USUARIOS
           MOVE ARQ-REV01-USUARIO TO ARQ-USU-CODIGO
           READ arq-usu
               INVALID KEY
                   MOVE SPACES TO ARQ-USU-NOME
                   MOVE SPACES TO ARQ-USU-LOGIN
           END-READ
           MOVE ARQ-REV01-USUARIO TO WS-USU-EDIT
           MOVE SPACES TO REL-R059-LINHA
           WRITE REL-R059-LINHA
           MOVE SPACES TO REL-R059-LINHA
           STRING "USUARIO " WS-USU-EDIT " " ARQ-USU-LOGIN
                  " " ARQ-USU-NOME
               DELIMITED BY SIZE INTO REL-R059-LINHA
           WRITE REL-R059-LINHA
           .

       8000-FINALIZAR.
           MOVE SPACES TO REL-R059-LINHA
           WRITE REL-R059-LINHA
           MOVE SPACES TO REL-R059-LINHA
           STRING "TIPOS: U CONTA  P PROGRAMA  E EMPRESA/UNIDADE  "
                  "C CONFLITO DE FUNCOES  V VIOLACAO NO HISTORICO  - "
                  "PARECER: M MANTER  R REVOGAR"
               DELIMITED BY SIZE INTO REL-R059-LINHA
           WRITE REL-R059-LINHA
           MOVE WS-TOT-USUARIOS TO WS-CNT-EDIT
           MOVE SPACES TO REL-R059-LINHA
           STRING "USUARIOS: " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-R059-LINHA
           WRITE REL-R059-LINHA
           MOVE WS-TOT-LINHAS TO WS-CNT-EDIT
           MOVE SPACES TO REL-R059-LINHA
           STRING "LINHAS: " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-R059-LINHA
           WRITE REL-R059-LINHA
           MOVE WS-TOT-PENDENTES TO WS-CNT-EDIT
           MOVE SPACES TO REL-R059-LINHA
           STRING "PENDENTES DE REVISAO: " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-R059-LINHA
           WRITE REL-R059-LINHA
           IF WS-CICLO-EXISTE = "N"
               MOVE WS-TOT-CONFLITOS TO WS-CNT-EDIT
               MOVE SPACES TO REL-R059-LINHA
               STRING "CONFLITOS GERADOS NESTA EMISSAO: " WS-CNT-EDIT
                   DELIMITED BY SIZE INTO REL-R059-LINHA
               WRITE REL-R059-LINHA
               MOVE WS-TOT-VIOLACOES TO WS-CNT-EDIT
               MOVE SPACES TO REL-R059-LINHA
               STRING "VIOLACOES GERADAS NESTA EMISSAO: " WS-CNT-EDIT
                   DELIMITED BY SIZE INTO REL-R059-LINHA
               WRITE REL-R059-LINHA
           END-IF

           CLOSE arq-usu arq-usu-prg arq-usu-emp arq-prg ARQ-SOD01
                 ARQ-REV01 ARQ-APR01 ARQ-MRG01 ARQ-ANO01 ARQ-LOG123
                 REL-R059
           .
      * Historico de alteracoes
      *   02/10/2026 - equipe.ti - relatorio novo de revisao
      *                trimestral de acessos com segregacao de funcoes
      *                (retrato em ARQ-REV01, conflitos de ARQ-SOD01 e
      *                violacoes do historico de quatro olhos).
      *   09/10/2026 - equipe.ti - ARQ-REV01 criado vazio na primeira
      *                execucao, para a foto do primeiro trimestre.
