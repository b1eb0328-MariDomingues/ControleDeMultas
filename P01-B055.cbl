       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B055.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 2 de outubro de 2026.
       REMARKS. Verificacao noturna da integridade da trilha de
           auditoria: sela antes o que ainda estiver sem selo (telas
           que gravaram durante o dia) chamando o P01-S202 e percorre
           a corrente inteira em ordem de sequencial, intercalando o
           log vivo ARQ-LOG123/ARQ-LOG23 com o historico ARQ-LOG123H/
           ARQ-LOG23H do P01-B023. Para cada entrada recalcula o
           checksum de cada item e o checksum encadeado (P01-S203) e
           aponta no REL-B055: lacuna de sequencial, sequencial
           duplicado, entrada sem selo, item alterado (conteudo nao
           bate com o checksum do item) e quebra da corrente
           (cabecalho alterado, item incluido ou apagado, ou checksum
           da entrada anterior trocado); confere ainda o ultimo elo
           com o selo corrente, o que pega entrada apagada no fim do
           log. Item de ARQ-MOT01 ou ARQ-MED01 (a chave comeca pelo
           motorista) com valor "ANONIMIZADO" em campo pessoal nao e
           alteracao quando o motorista tem pedido efetivado em
           ARQ-ANO01 (anonimizacao LGPD do P01-B054): o checksum
           original do item continua valendo na corrente e a linha so
           e contada a parte. O ultimo elo de cada dia
           (sequencial e checksum, integro ou quebrado) fica em
           ARQ-SEL01 para o resumo matinal P01-B021 imprimir como
           ancora externa. Roda na janela antes do P01-B021.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-LOG123.sl".
           COPY "ARQ-LOG23.sl".
           COPY "ARQ-LOG123H.sl".
           COPY "ARQ-LOG23H.sl".
           COPY "ARQ-SEL01.sl".
           COPY "ARQ-ANO01.sl".
           SELECT REL-B055
                  ASSIGN          TO         REL-B055-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-B055.
           SELECT LOG-B055
                  ASSIGN          TO         LOG-B055-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B055.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-LOG123.fd".
           COPY "ARQ-LOG23.fd".
           COPY "ARQ-LOG123H.fd".
           COPY "ARQ-LOG23H.fd".
           COPY "ARQ-SEL01.fd".
           COPY "ARQ-ANO01.fd".
       FD  REL-B055
           LABEL RECORD STANDARD.
       01  REL-B055-LINHA                  PIC X(132).
       FD  LOG-B055
           LABEL RECORD STANDARD.
       01  LOG-B055-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-LOG123                 PIC X(02).
       01  STAT-ARQ-LOG23                  PIC X(02).
       01  STAT-ARQ-LOG123H                PIC X(02).
       01  STAT-ARQ-LOG23H                 PIC X(02).
       01  STAT-ARQ-SEL01                  PIC X(02).
       01  STAT-ARQ-ANO01                  PIC X(02).
       01  STAT-REL-B055                   PIC X(02).
       01  STAT-LOG-B055                   PIC X(02).
       01  REL-B055-NOME                   PIC X(40)
               VALUE "REL-B055.TXT".
       01  LOG-B055-NOME                   PIC X(40)
               VALUE "LOG-B055.TXT".

       01  WS-FIM-VIVO                     PIC X(01)   VALUE "N".
           88 FIM-VIVO                                 VALUE "S".
       01  WS-FIM-HIST                     PIC X(01)   VALUE "N".
           88 FIM-HIST                                 VALUE "S".
       01  WS-FIM-ITEM                     PIC X(01).
           88 FIM-ITEM                                 VALUE "S".
       01  WS-FIM-ANO01                    PIC X(01).
           88 FIM-ANO01                                VALUE "S".
       01  WS-DATA-HORA.
           05 WS-DH-DATA                   PIC 9(08).
           05 WS-DH-HORA                   PIC 9(06).

      *    entrada corrente, vinda do vivo ou do historico.
       01  WS-ENT-ORIGEM                   PIC X(04).
       01  WS-ENT-CABECALHO                PIC X(59).
       01  WS-ENT-CAB-R REDEFINES WS-ENT-CABECALHO.
           05 WS-ENT-SEQ                   PIC 9(08).
           05 WS-ENT-ARQUIVO               PIC X(12).
           05 WS-ENT-CHAVE                 PIC X(20).
           05 WS-ENT-OPERACAO              PIC X(01).
           05 WS-ENT-USUARIO               PIC 9(04).
           05 WS-ENT-DATA                  PIC 9(08).
           05 WS-ENT-HORA                  PIC 9(06).
       01  WS-ENT-CHECKSUM                 PIC 9(18).
       01  WS-ENT-PROBLEMA                 PIC X(01).

      *    item corrente, vindo do vivo ou do historico.
       01  WS-ITEM-CONTEUDO                PIC X(121).
       01  WS-ITEM-R REDEFINES WS-ITEM-CONTEUDO.
           05 WS-ITEM-SEQ                  PIC 9(08).
           05 WS-ITEM-NUM                  PIC 9(03).
           05 WS-ITEM-CAMPO                PIC X(30).
           05 WS-ITEM-VALOR-ANT            PIC X(40).
           05 WS-ITEM-VALOR-NOVO           PIC X(40).
       01  WS-ITEM-CHECKSUM                PIC 9(18).
       01  WS-ITEM-LGPD                    PIC X(01).

       01  WS-SEQ-ANTERIOR                 PIC 9(08)   VALUE ZERO.
       01  WS-CHECKSUM-ANTERIOR            PIC 9(18)   VALUE ZERO.
       01  WS-SEQ-ESPERADO                 PIC 9(08)   VALUE ZERO.
       01  WS-SEQ-ATE                      PIC 9(08)   VALUE ZERO.
       01  WS-MOT01-BUSCA                  PIC 9(06)   VALUE ZERO.

       01  WS-DIA-ATUAL                    PIC 9(08)   VALUE ZERO.
       01  WS-DIA-ULT-SEQ                  PIC 9(08)   VALUE ZERO.
       01  WS-DIA-CHECKSUM                 PIC 9(18)   VALUE ZERO.
       01  WS-DIA-QTD                      PIC 9(07)   VALUE ZERO.
       01  WS-DIA-PROBLEMAS                PIC 9(07)   VALUE ZERO.
       01  WS-DIA-SITUACAO                 PIC X(01).
       01  WS-ANCORA-EXISTE                PIC X(01).

       01  WS-ESTADO.
           05 WS-SOMA-A                    PIC 9(09).
           05 WS-SOMA-B                    PIC 9(09).
       01  WS-CHECKSUM REDEFINES WS-ESTADO PIC 9(18).
       01  WS-ESTADO-ITEM.
           05 WS-SOMA-ITEM-A               PIC 9(09).
           05 WS-SOMA-ITEM-B               PIC 9(09).
       01  WS-CHECKSUM-ITEM REDEFINES WS-ESTADO-ITEM
                                           PIC 9(18).
       01  WS-TEXTO                        PIC X(150).
       01  WS-TAMANHO                      PIC 9(03).

       01  WS-TOT-ENTRADAS                 PIC 9(08)   VALUE ZERO.
       01  WS-TOT-HISTORICO                PIC 9(08)   VALUE ZERO.
       01  WS-TOT-ITENS                    PIC 9(08)   VALUE ZERO.
       01  WS-TOT-LACUNAS                  PIC 9(06)   VALUE ZERO.
       01  WS-TOT-DUPLICADOS               PIC 9(06)   VALUE ZERO.
       01  WS-TOT-SEM-SELO                 PIC 9(06)   VALUE ZERO.
       01  WS-TOT-ITENS-ALTERADOS          PIC 9(06)   VALUE ZERO.
       01  WS-TOT-QUEBRAS                  PIC 9(06)   VALUE ZERO.
       01  WS-TOT-LGPD                     PIC 9(06)   VALUE ZERO.
       01  WS-TOT-PROBLEMAS                PIC 9(06)   VALUE ZERO.
       01  WS-SEQ-EDIT                     PIC ZZZZZZZ9.
       01  WS-SEQ-EDIT2                    PIC ZZZZZZZ9.
       01  WS-CNT-EDIT                     PIC ZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL "P01-S202"
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-POSICIONAR
           PERFORM 3000-VERIFICAR-PROXIMA
               UNTIL FIM-VIVO AND FIM-HIST
           IF WS-DIA-ATUAL > ZERO
               PERFORM 6000-GRAVAR-ANCORA
           END-IF
           PERFORM 7000-CONFERIR-SELO-CORRENTE
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-LOG123
           OPEN INPUT ARQ-LOG23
           OPEN INPUT ARQ-LOG123H
           OPEN INPUT ARQ-LOG23H
           OPEN I-O   ARQ-SEL01
           OPEN INPUT ARQ-ANO01
           OPEN OUTPUT REL-B055
           OPEN OUTPUT LOG-B055

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA

           MOVE "INICIO DA VERIFICACAO DA TRILHA DE AUDITORIA"
             TO LOG-B055-REG
           WRITE LOG-B055-REG

           MOVE SPACES TO REL-B055-LINHA
           STRING "VERIFICACAO DA TRILHA DE AUDITORIA (ARQ-LOG123/"
                  "ARQ-LOG23 E HISTORICO) - " WS-DH-DATA
               DELIMITED BY SIZE INTO REL-B055-LINHA
           WRITE REL-B055-LINHA
           MOVE SPACES TO REL-B055-LINHA
           WRITE REL-B055-LINHA
           .

       2000-POSICIONAR.
           MOVE ZERO TO ARQ-LOG123-SEQ
           START ARQ-LOG123 KEY IS NOT LESS THAN ARQ-LOG123-SEQ
               INVALID KEY
                   SET FIM-VIVO TO TRUE
           END-START
           PERFORM 2100-LER-VIVO

           MOVE ZERO TO ARQ-LOG123H-SEQ
           START ARQ-LOG123H KEY IS NOT LESS THAN ARQ-LOG123H-SEQ
               INVALID KEY
                   SET FIM-HIST TO TRUE
           END-START
           PERFORM 2200-LER-HIST
           .

       2100-LER-VIVO.
           IF NOT FIM-VIVO
               READ ARQ-LOG123 NEXT RECORD
                   AT END
                       SET FIM-VIVO TO TRUE
               END-READ
           END-IF
           .

       2200-LER-HIST.
           IF NOT FIM-HIST
               READ ARQ-LOG123H NEXT RECORD
                   AT END
                       SET FIM-HIST TO TRUE
               END-READ
           END-IF
           .

       3000-VERIFICAR-PROXIMA.
      *    mesma intercalacao da selagem (P01-S202): menor sequencial
      *    primeiro e, no empate, o vivo antes do historico.
           IF NOT FIM-VIVO
            AND (FIM-HIST OR ARQ-LOG123-SEQ <= ARQ-LOG123H-SEQ)
               MOVE "VIVO"                TO WS-ENT-ORIGEM
               MOVE ARQ-LOG123-REG (1:59) TO WS-ENT-CABECALHO
               MOVE ARQ-LOG123-CHECKSUM   TO WS-ENT-CHECKSUM
               PERFORM 3100-VERIFICAR-ENTRADA
               PERFORM 2100-LER-VIVO
           ELSE
               MOVE "HIST"                 TO WS-ENT-ORIGEM
               MOVE ARQ-LOG123H-REG (1:59) TO WS-ENT-CABECALHO
               MOVE ARQ-LOG123H-CHECKSUM   TO WS-ENT-CHECKSUM
               ADD 1 TO WS-TOT-HISTORICO
               PERFORM 3100-VERIFICAR-ENTRADA
               PERFORM 2200-LER-HIST
           END-IF
           .

       3100-VERIFICAR-ENTRADA.
           ADD 1 TO WS-TOT-ENTRADAS
           MOVE "N" TO WS-ENT-PROBLEMA

           IF WS-ENT-DATA NOT = WS-DIA-ATUAL
               IF WS-DIA-ATUAL > ZERO
                   PERFORM 6000-GRAVAR-ANCORA
               END-IF
               MOVE WS-ENT-DATA TO WS-DIA-ATUAL
               MOVE ZERO TO WS-DIA-QTD
               MOVE ZERO TO WS-DIA-PROBLEMAS
           END-IF

           PERFORM 3200-CONFERIR-SEQUENCIAL

           IF WS-ENT-CHECKSUM = ZERO
               ADD 1 TO WS-TOT-SEM-SELO
               MOVE "S" TO WS-ENT-PROBLEMA
               MOVE "ENTRADA SEM SELO" TO WS-TEXTO
               PERFORM 5000-IMPRIMIR-OCORRENCIA
           END-IF

           MOVE ZERO TO WS-ESTADO
           MOVE WS-ENT-CABECALHO TO WS-TEXTO
           MOVE 59 TO WS-TAMANHO
           CALL "P01-S203" USING WS-ESTADO, WS-TEXTO, WS-TAMANHO
           MOVE WS-CHECKSUM-ANTERIOR TO WS-TEXTO
           MOVE 18 TO WS-TAMANHO
           CALL "P01-S203" USING WS-ESTADO, WS-TEXTO, WS-TAMANHO

           IF WS-ENT-ORIGEM = "VIVO"
               PERFORM 3300-ITENS-VIVO
           ELSE
               PERFORM 3400-ITENS-HIST
           END-IF

           IF WS-ENT-CHECKSUM NOT = ZERO
            AND WS-CHECKSUM NOT = WS-ENT-CHECKSUM
               ADD 1 TO WS-TOT-QUEBRAS
               MOVE "S" TO WS-ENT-PROBLEMA
               MOVE "QUEBRA DA CORRENTE" TO WS-TEXTO
               PERFORM 5000-IMPRIMIR-OCORRENCIA
           END-IF

           ADD 1 TO WS-DIA-QTD
           IF WS-ENT-PROBLEMA = "S"
               ADD 1 TO WS-DIA-PROBLEMAS
           END-IF
           MOVE WS-ENT-SEQ      TO WS-DIA-ULT-SEQ
           MOVE WS-ENT-CHECKSUM TO WS-DIA-CHECKSUM

           MOVE WS-ENT-SEQ      TO WS-SEQ-ANTERIOR
           MOVE WS-ENT-CHECKSUM TO WS-CHECKSUM-ANTERIOR
           .

       3200-CONFERIR-SEQUENCIAL.
           IF WS-TOT-ENTRADAS > 1
            AND WS-ENT-SEQ = WS-SEQ-ANTERIOR
               ADD 1 TO WS-TOT-DUPLICADOS
               MOVE "S" TO WS-ENT-PROBLEMA
               MOVE "SEQUENCIAL DUPLICADO NO VIVO E NO HISTORICO"
                 TO WS-TEXTO
               PERFORM 5000-IMPRIMIR-OCORRENCIA
           ELSE
               ADD 1 TO WS-SEQ-ANTERIOR GIVING WS-SEQ-ESPERADO
               IF WS-ENT-SEQ > WS-SEQ-ESPERADO
                   ADD 1 TO WS-TOT-LACUNAS
                   ADD 1 TO WS-TOT-PROBLEMAS
                   MOVE "S" TO WS-ENT-PROBLEMA
                   SUBTRACT 1 FROM WS-ENT-SEQ GIVING WS-SEQ-ATE
                   MOVE WS-SEQ-ESPERADO TO WS-SEQ-EDIT
                   MOVE WS-SEQ-ATE      TO WS-SEQ-EDIT2
                   MOVE SPACES TO REL-B055-LINHA
                   STRING "  LACUNA DE SEQUENCIAL - FALTAM "
                          WS-SEQ-EDIT " A " WS-SEQ-EDIT2
                       DELIMITED BY SIZE INTO REL-B055-LINHA
                   WRITE REL-B055-LINHA
               END-IF
           END-IF
           .

       3300-ITENS-VIVO.
           MOVE "N" TO WS-FIM-ITEM
           MOVE WS-ENT-SEQ TO ARQ-LOG23-SEQ
           MOVE ZERO       TO ARQ-LOG23-ITEM
           START ARQ-LOG23 KEY IS NOT LESS THAN ARQ-LOG23-CHAVE
               INVALID KEY
                   SET FIM-ITEM TO TRUE
           END-START
           PERFORM 3310-LER-ITEM-VIVO UNTIL FIM-ITEM
           .

       3310-LER-ITEM-VIVO.
           READ ARQ-LOG23 NEXT RECORD
               AT END
                   SET FIM-ITEM TO TRUE
           END-READ
           IF NOT FIM-ITEM
               IF ARQ-LOG23-SEQ NOT = WS-ENT-SEQ
                   SET FIM-ITEM TO TRUE
               ELSE
                   MOVE ARQ-LOG23-REG (1:121) TO WS-ITEM-CONTEUDO
                   MOVE ARQ-LOG23-CHECKSUM    TO WS-ITEM-CHECKSUM
                   PERFORM 3500-VERIFICAR-ITEM
               END-IF
           END-IF
           .

       3400-ITENS-HIST.
           MOVE "N" TO WS-FIM-ITEM
           MOVE WS-ENT-SEQ TO ARQ-LOG23H-SEQ
           MOVE ZERO       TO ARQ-LOG23H-ITEM
           START ARQ-LOG23H KEY IS NOT LESS THAN ARQ-LOG23H-CHAVE
               INVALID KEY
                   SET FIM-ITEM TO TRUE
           END-START
           PERFORM 3410-LER-ITEM-HIST UNTIL FIM-ITEM
           .

       3410-LER-ITEM-HIST.
           READ ARQ-LOG23H NEXT RECORD
               AT END
                   SET FIM-ITEM TO TRUE
           END-READ
           IF NOT FIM-ITEM
               IF ARQ-LOG23H-SEQ NOT = WS-ENT-SEQ
                   SET FIM-ITEM TO TRUE
               ELSE
                   MOVE ARQ-LOG23H-REG (1:121) TO WS-ITEM-CONTEUDO
                   MOVE ARQ-LOG23H-CHECKSUM    TO WS-ITEM-CHECKSUM
                   PERFORM 3500-VERIFICAR-ITEM
               END-IF
           END-IF
           .

       3500-VERIFICAR-ITEM.
           ADD 1 TO WS-TOT-ITENS
           MOVE ZERO TO WS-ESTADO-ITEM
           MOVE WS-ITEM-CONTEUDO TO WS-TEXTO
           MOVE 121 TO WS-TAMANHO
           CALL "P01-S203" USING WS-ESTADO-ITEM, WS-TEXTO, WS-TAMANHO

           IF WS-CHECKSUM-ITEM NOT = WS-ITEM-CHECKSUM
               PERFORM 3600-CONFERIR-ANONIMIZACAO
               IF WS-ITEM-LGPD = "S"
                   ADD 1 TO WS-TOT-LGPD
               ELSE
                   ADD 1 TO WS-TOT-ITENS-ALTERADOS
                   MOVE "S" TO WS-ENT-PROBLEMA
                   MOVE SPACES TO WS-TEXTO
                   STRING "ITEM " WS-ITEM-NUM " ALTERADO - "
                          WS-ITEM-CAMPO
                       DELIMITED BY SIZE INTO WS-TEXTO
                   PERFORM 5000-IMPRIMIR-OCORRENCIA
               END-IF
           END-IF

      *    a corrente usa o checksum guardado no item: o que muda o
      *    conteudo aparece acima, sem derrubar os elos seguintes.
           MOVE WS-ITEM-CHECKSUM TO WS-TEXTO
           MOVE 18 TO WS-TAMANHO
           CALL "P01-S203" USING WS-ESTADO, WS-TEXTO, WS-TAMANHO
           .

      *    campos pessoais: a mesma lista do 5480-CLASSIFICAR-CAMPO
      *    do P01-B054, que grava o "ANONIMIZADO" na trilha.
       3600-CONFERIR-ANONIMIZACAO.
           MOVE "N" TO WS-ITEM-LGPD
           IF (WS-ENT-ARQUIVO = "ARQ-MOT01" OR "ARQ-MED01")
            AND WS-ENT-CHAVE (1:6) IS NUMERIC
            AND (WS-ITEM-CAMPO = "ARQ-MOT01-NOME"
                              OR "ARQ-MOT01-CNH"
                              OR "ARQ-MOT01-CNH-VALIDADE"
                              OR "ARQ-MOT01-EMAIL"
                              OR "ARQ-MOT01-CELULAR"
                              OR "ARQ-MED01-OBSERVACAO")
            AND (WS-ITEM-VALOR-ANT  = "ANONIMIZADO"
             OR  WS-ITEM-VALOR-NOVO = "ANONIMIZADO")
               MOVE WS-ENT-CHAVE (1:6) TO WS-MOT01-BUSCA
               PERFORM 3700-PROCURAR-EFETIVACAO
           END-IF
           .

       3700-PROCURAR-EFETIVACAO.
           MOVE "N" TO WS-FIM-ANO01
           MOVE WS-MOT01-BUSCA TO ARQ-ANO01-MOT01
           START ARQ-ANO01 KEY IS EQUAL TO ARQ-ANO01-MOT01
               INVALID KEY
                   SET FIM-ANO01 TO TRUE
           END-START
           PERFORM 3710-LER-ANO01 UNTIL FIM-ANO01
           .

       3710-LER-ANO01.
           READ ARQ-ANO01 NEXT RECORD
               AT END
                   SET FIM-ANO01 TO TRUE
           END-READ
           IF NOT FIM-ANO01
               IF ARQ-ANO01-MOT01 NOT = WS-MOT01-BUSCA
                   SET FIM-ANO01 TO TRUE
               ELSE
                   IF ARQ-ANO01-EFETIVADO
                       MOVE "S" TO WS-ITEM-LGPD
                       SET FIM-ANO01 TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       5000-IMPRIMIR-OCORRENCIA.
           ADD 1 TO WS-TOT-PROBLEMAS
           MOVE WS-ENT-SEQ TO WS-SEQ-EDIT
           MOVE SPACES TO REL-B055-LINHA
           STRING "  SEQ " WS-SEQ-EDIT " " WS-ENT-ORIGEM
                  " " WS-ENT-DATA " " WS-ENT-HORA
                  " " WS-ENT-ARQUIVO " " WS-ENT-CHAVE
                  " " WS-TEXTO (1:50)
               DELIMITED BY SIZE INTO REL-B055-LINHA
           WRITE REL-B055-LINHA
           .

       6000-GRAVAR-ANCORA.
      *    ultimo elo do dia: so volta a ser impresso no resumo
      *    matinal quando muda (dia novo, entrada nova ou quebra).
           IF WS-DIA-PROBLEMAS > ZERO
               MOVE "Q" TO WS-DIA-SITUACAO
           ELSE
               MOVE "I" TO WS-DIA-SITUACAO
           END-IF

           MOVE "N" TO WS-ANCORA-EXISTE
           MOVE WS-DIA-ATUAL TO ARQ-SEL01-DATA
           READ ARQ-SEL01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ANCORA-EXISTE
           END-READ

           IF WS-ANCORA-EXISTE = "S"
               IF ARQ-SEL01-ULT-SEQ NOT = WS-DIA-ULT-SEQ
                OR ARQ-SEL01-CHECKSUM NOT = WS-DIA-CHECKSUM
                OR ARQ-SEL01-QTD-REGISTROS NOT = WS-DIA-QTD
                OR ARQ-SEL01-SITUACAO NOT = WS-DIA-SITUACAO
                   MOVE "N" TO ARQ-SEL01-IMPRESSO
               END-IF
               PERFORM 6100-MOVER-ANCORA
               REWRITE ARQ-SEL01-REG
           ELSE
               MOVE WS-DIA-ATUAL TO ARQ-SEL01-DATA
               MOVE "N" TO ARQ-SEL01-IMPRESSO
               PERFORM 6100-MOVER-ANCORA
               WRITE ARQ-SEL01-REG
           END-IF
           .

       6100-MOVER-ANCORA.
           MOVE WS-DIA-ULT-SEQ  TO ARQ-SEL01-ULT-SEQ
           MOVE WS-DIA-CHECKSUM TO ARQ-SEL01-CHECKSUM
           MOVE WS-DIA-QTD      TO ARQ-SEL01-QTD-REGISTROS
           MOVE WS-DIA-SITUACAO TO ARQ-SEL01-SITUACAO
           MOVE WS-DH-DATA      TO ARQ-SEL01-DATA-VERIFICACAO
           MOVE WS-DH-HORA      TO ARQ-SEL01-HORA-VERIFICACAO
           .

       7000-CONFERIR-SELO-CORRENTE.
      *    o selo corrente (data zero) guarda o ultimo elo selado;
      *    se a corrente termina antes dele, entradas do fim do log
      *    foram apagadas.
           MOVE ZERO TO ARQ-SEL01-DATA
           READ ARQ-SEL01
               INVALID KEY
                   MOVE ZERO TO ARQ-SEL01-ULT-SEQ
                   MOVE ZERO TO ARQ-SEL01-CHECKSUM
           END-READ
           IF ARQ-SEL01-ULT-SEQ NOT = WS-SEQ-ANTERIOR
            OR ARQ-SEL01-CHECKSUM NOT = WS-CHECKSUM-ANTERIOR
               ADD 1 TO WS-TOT-QUEBRAS
               ADD 1 TO WS-TOT-PROBLEMAS
               MOVE ARQ-SEL01-ULT-SEQ TO WS-SEQ-EDIT
               MOVE WS-SEQ-ANTERIOR   TO WS-SEQ-EDIT2
               MOVE SPACES TO REL-B055-LINHA
               STRING "  SELO CORRENTE NAO BATE COM O FIM DA CORRENTE "
                      "- SELO NA SEQ " WS-SEQ-EDIT
                      ", CORRENTE TERMINA NA SEQ " WS-SEQ-EDIT2
                   DELIMITED BY SIZE INTO REL-B055-LINHA
               WRITE REL-B055-LINHA
           END-IF
           .

       8000-FINALIZAR.
           MOVE SPACES TO REL-B055-LINHA
           WRITE REL-B055-LINHA
           MOVE WS-TOT-ENTRADAS TO WS-CNT-EDIT
           MOVE SPACES TO REL-B055-LINHA
           STRING "ENTRADAS VERIFICADAS: " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B055-LINHA
           WRITE REL-B055-LINHA
           MOVE WS-TOT-HISTORICO TO WS-CNT-EDIT
           MOVE SPACES TO REL-B055-LINHA
           STRING "  DO HISTORICO: " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B055-LINHA
           WRITE REL-B055-LINHA
           MOVE WS-TOT-ITENS TO WS-CNT-EDIT
           MOVE SPACES TO REL-B055-LINHA
           STRING "ITENS VERIFICADOS: " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B055-LINHA
           WRITE REL-B055-LINHA
           MOVE WS-TOT-LACUNAS TO WS-CNT-EDIT
           MOVE SPACES TO REL-B055-LINHA
           STRING "LACUNAS DE SEQUENCIAL: " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B055-LINHA
           WRITE REL-B055-LINHA
           MOVE WS-TOT-DUPLICADOS TO WS-CNT-EDIT
           MOVE SPACES TO REL-B055-LINHA
           STRING "SEQUENCIAIS DUPLICADOS: " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B055-LINHA
           WRITE REL-B055-LINHA
           MOVE WS-TOT-SEM-SELO TO WS-CNT-EDIT
           MOVE SPACES TO REL-B055-LINHA
           STRING "ENTRADAS SEM SELO: " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B055-LINHA
           WRITE REL-B055-LINHA
           MOVE WS-TOT-ITENS-ALTERADOS TO WS-CNT-EDIT
           MOVE SPACES TO REL-B055-LINHA
           STRING "ITENS ALTERADOS: " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B055-LINHA
           WRITE REL-B055-LINHA
           MOVE WS-TOT-QUEBRAS TO WS-CNT-EDIT
           MOVE SPACES TO REL-B055-LINHA
           STRING "QUEBRAS DA CORRENTE: " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B055-LINHA
           WRITE REL-B055-LINHA
           MOVE WS-TOT-LGPD TO WS-CNT-EDIT
           MOVE SPACES TO REL-B055-LINHA
           STRING "ITENS ANONIMIZADOS (LGPD) ACEITOS: " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B055-LINHA
           WRITE REL-B055-LINHA
           MOVE WS-SEQ-ANTERIOR TO WS-SEQ-EDIT
           MOVE SPACES TO REL-B055-LINHA
           STRING "ULTIMO ELO: SEQ " WS-SEQ-EDIT
                  " CHECKSUM " WS-CHECKSUM-ANTERIOR
               DELIMITED BY SIZE INTO REL-B055-LINHA
           WRITE REL-B055-LINHA
           MOVE SPACES TO REL-B055-LINHA
           IF WS-TOT-PROBLEMAS = ZERO
               MOVE "CORRENTE INTEGRA" TO REL-B055-LINHA
           ELSE
               MOVE "*** CORRENTE COM OCORRENCIAS - VER ACIMA ***"
                 TO REL-B055-LINHA
           END-IF
           WRITE REL-B055-LINHA

           MOVE WS-TOT-ENTRADAS  TO WS-CNT-EDIT
           MOVE WS-TOT-PROBLEMAS TO WS-SEQ-EDIT
           MOVE SPACES TO LOG-B055-REG
           STRING "ENTRADAS: " WS-CNT-EDIT
                  " OCORRENCIAS: " WS-SEQ-EDIT
               DELIMITED BY SIZE INTO LOG-B055-REG
           WRITE LOG-B055-REG

           CLOSE ARQ-LOG123 ARQ-LOG23 ARQ-LOG123H ARQ-LOG23H ARQ-SEL01
                 ARQ-ANO01 REL-B055 LOG-B055
           .
      * Historico de alteracoes
      *   02/10/2026 - equipe.ti - rotina nova de verificacao da
      *                corrente de checksums da trilha de auditoria,
      *                com ancora diaria em ARQ-SEL01.
      *   09/10/2026 - equipe.ti - observacao de medida disciplinar
      *                (ARQ-MED01) anonimizada tambem nao e alteracao.
