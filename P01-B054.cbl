       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B054.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 2 de outubro de 2026.
       REMARKS. Anonimizacao supervisionada dos dados pessoais de
           motorista desligado (LGPD), no mesmo molde da fusao do
           P01-B035. Primeiro varre ARQ-MOT01 e abre pedido em
           ARQ-ANO01 (usuario zero = rotina) para cada motorista
           desligado ha mais anos que o prazo de guarda da empresa
           (ARQ-PAR01-ANOS-RETENCAO, 5 anos quando zerado), contado de
           ARQ-MOT01-DATA-DESLIGAMENTO, com o acerto de desligamento
           do P99-R048 ja liquidado (ARQ-MOT01-EM-ACERTO diferente de
           "S") e sem processo judicial aberto em ARQ-IFP01 para
           nenhuma infracao vinculada a ele. Motorista desligado antes
           da data passar a ser gravada pelo P01-B040 tem a data
           recuperada da trilha (entrada de ARQ-MOT01-ATIVO para "N"),
           procurada tambem no historico ARQ-LOG123H/ARQ-LOG23H para
           onde o P01-B023 move as entradas antigas.
           Depois processa os pedidos: pendente ("P", aberto aqui ou
           pela tela via P01-S199) roda em modo SIMULACAO, imprimindo
           no REL-B054 quantos registros de cada arquivo serao
           apagados, e fica "S" para o supervisor aprovar; aprovado
           ("A") e efetivado - nome, CNH, validade, e-mail, celular e
           aceite de mensagens em ARQ-MOT01, nome em ARQ-DEB15,
           celular e texto em ARQ-MSG09, posicao em ARQ-EVT01,
           observacao em ARQ-CNH01 e em ARQ-MED01 (medidas
           disciplinares), salario de referencia em ARQ-ADF01, o
           conteudo dos extratos mensais gerados pelo P01-B048
           (arquivos listados em ARQ-EXT01, regravados so com o
           aviso da anonimizacao) e os valores desses campos
           pessoais em ARQ-LOG23 e no historico ARQ-LOG23H - e fica
           "E". Codigos, chaves, datas, valores de multa, pontos e
           vinculos sao mantidos, para as estatisticas e para a
           propria trilha continuarem fechando. Pedido que deixou de
           ser elegivel e recusado ("R") com o motivo. A anonimizacao
           de cada motorista vai para ARQ-LOG123/ARQ-LOG23 via
           P01-S166, sem repetir os dados apagados. O item de
           ARQ-LOG23 reescrito conserva o checksum do conteudo
           original gravado pela selagem (P01-S202): a verificacao
           P01-B055 reconhece o "ANONIMIZADO" pelo pedido efetivado e
           a corrente da trilha continua fechando.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-ANO01.sl".
           COPY "ARQ-MOT01.sl".
           COPY "ARQ-IFM01.sl".
           COPY "ARQ-IFP01.sl".
           COPY "ARQ-CNH01.sl".
           COPY "ARQ-EVT01.sl".
           COPY "ARQ-ADF01.sl".
           COPY "ARQ-DEB15.sl".
           COPY "ARQ-MSG09.sl".
           COPY "ARQ-LOG123.sl".
           COPY "ARQ-LOG23.sl".
           COPY "arq-par01.sl".
           COPY "ARQ-MED01.sl".
           COPY "ARQ-EXT01.sl".
           COPY "ARQ-LOG123H.sl".
           COPY "ARQ-LOG23H.sl".
           SELECT EXT-B054
                  ASSIGN          TO         EXT-B054-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-EXT-B054.
           SELECT REL-B054
                  ASSIGN          TO         REL-B054-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-B054.
           SELECT LOG-B054
                  ASSIGN          TO         LOG-B054-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B054.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-ANO01.fd".
           COPY "ARQ-MOT01.fd".
           COPY "ARQ-IFM01.fd".
           COPY "ARQ-IFP01.fd".
           COPY "ARQ-CNH01.fd".
           COPY "ARQ-EVT01.fd".
           COPY "ARQ-ADF01.fd".
           COPY "ARQ-DEB15.fd".
           COPY "ARQ-MSG09.fd".
           COPY "ARQ-LOG123.fd".
           COPY "ARQ-LOG23.fd".
           COPY "arq-par01.fd".
           COPY "ARQ-MED01.fd".
           COPY "ARQ-EXT01.fd".
           COPY "ARQ-LOG123H.fd".
           COPY "ARQ-LOG23H.fd".
      *    extrato mensal do motorista gerado pelo P01-B048
       FD  EXT-B054
           LABEL RECORD STANDARD.
       01  EXT-B054-LINHA                  PIC X(100).
       FD  REL-B054
           LABEL RECORD STANDARD.
       01  REL-B054-LINHA                  PIC X(132).
       FD  LOG-B054
           LABEL RECORD STANDARD.
       01  LOG-B054-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-ANO01                  PIC X(02).
       01  STAT-ARQ-MOT01                  PIC X(02).
       01  STAT-ARQ-IFM01                  PIC X(02).
       01  STAT-ARQ-IFP01                  PIC X(02).
       01  STAT-ARQ-CNH01                  PIC X(02).
       01  STAT-ARQ-EVT01                  PIC X(02).
       01  STAT-ARQ-ADF01                  PIC X(02).
       01  STAT-ARQ-DEB15                  PIC X(02).
       01  STAT-ARQ-MSG09                  PIC X(02).
       01  STAT-ARQ-LOG123                 PIC X(02).
       01  STAT-ARQ-LOG23                  PIC X(02).
       01  STAT-ARQ-PAR01                  PIC X(02).
       01  STAT-ARQ-MED01                  PIC X(02).
       01  STAT-ARQ-EXT01                  PIC X(02).
       01  STAT-ARQ-LOG123H                PIC X(02).
       01  STAT-ARQ-LOG23H                 PIC X(02).
       01  STAT-EXT-B054                   PIC X(02).
       01  STAT-REL-B054                   PIC X(02).
       01  EXT-B054-NOME                   PIC X(40).
       01  STAT-LOG-B054                   PIC X(02).
       01  REL-B054-NOME                   PIC X(40)
               VALUE "REL-B054.TXT".
       01  LOG-B054-NOME                   PIC X(40)
               VALUE "LOG-B054.TXT".

       01  WS-FIM-MOT01                    PIC X(01)   VALUE "N".
           88 FIM-MOT01                                VALUE "S".
       01  WS-FIM-ANO01                    PIC X(01)   VALUE "N".
           88 FIM-ANO01                                VALUE "S".
       01  WS-FIM-ARQ                      PIC X(01).
           88 FIM-ARQ                                  VALUE "S".
       01  WS-FIM-LOG23                    PIC X(01).
           88 FIM-LOG23                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08).
       01  WS-DATA-LIMITE                  PIC 9(08)   VALUE ZERO.
       01  WS-ANOS-RETENCAO                PIC 9(02)   VALUE ZERO.
       01  WS-ELEGIVEL                     PIC X(01).
       01  WS-MOTIVO                       PIC X(40).
       01  WS-TEM-PEDIDO                   PIC X(01).
       01  WS-PROXIMO-SEQ                  PIC 9(08)   VALUE ZERO.
       01  WS-MOT01-BUSCA                  PIC 9(06)   VALUE ZERO.
       01  WS-CAMPO-PESSOAL                PIC X(01).
       01  WS-CAMPO-TRILHA                 PIC X(30).
       01  WS-ITEM-DESATIVOU               PIC X(01).

       01  WS-QTD-PEDIDOS                  PIC 9(03)   VALUE ZERO.
       01  WS-PED-IX                       PIC 9(03)   VALUE ZERO.
       01  WS-ACHOU-IX                     PIC 9(03)   VALUE ZERO.
       01  WS-TAB-PEDIDOS.
           05 WS-PED OCCURS 200 TIMES.
              10 WS-PED-SEQ                PIC 9(08).
              10 WS-PED-MOT01              PIC 9(06).
              10 WS-PED-MODO               PIC X(01).
                 88 WS-PED-SIMULACAO                   VALUE "S".
                 88 WS-PED-EFETIVACAO                  VALUE "E".
              10 WS-PED-DESLIGAMENTO       PIC 9(08).
              10 WS-PED-NOME               PIC X(40).
              10 WS-PED-USUARIO            PIC 9(04).
              10 WS-PED-CNT-MOT01          PIC 9(05).
              10 WS-PED-CNT-CNH01          PIC 9(05).
              10 WS-PED-CNT-EVT01          PIC 9(05).
              10 WS-PED-CNT-ADF01          PIC 9(05).
              10 WS-PED-CNT-DEB15          PIC 9(05).
              10 WS-PED-CNT-MSG09          PIC 9(05).
              10 WS-PED-CNT-LOG23          PIC 9(05).
              10 WS-PED-CNT-MED01          PIC 9(05).
              10 WS-PED-CNT-EXT01          PIC 9(05).
              10 WS-PED-CNT-LOG23H         PIC 9(05).

      *    datas de desligamento recuperadas da trilha: a trilha so
      *    e gravada depois de fechada a varredura de ARQ-LOG123.
       01  WS-QTD-RECUPERADOS              PIC 9(03)   VALUE ZERO.
       01  WS-REC-IX                       PIC 9(03)   VALUE ZERO.
       01  WS-TAB-RECUPERADOS.
           05 WS-REC OCCURS 200 TIMES.
              10 WS-REC-MOT01              PIC 9(06).
              10 WS-REC-DATA               PIC 9(08).

       01  WS-TOT-ABERTOS                  PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SIMULADOS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-EFETIVADOS               PIC 9(05)   VALUE ZERO.
       01  WS-TOT-RECUSADOS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ADIADOS                  PIC 9(05)   VALUE ZERO.
       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-MOT01-EDIT                   PIC ZZZZZ9.
       01  WS-CNT-EDIT                     PIC ZZZZ9.
       01  WS-QTD-REGISTROS                PIC 9(07)   VALUE ZERO.

       01  WS-LOG-ARQUIVO                  PIC X(12).
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01).
       01  WS-LOG-USUARIO                  PIC 9(04)   VALUE ZERO.
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 1500-RECUPERAR-DESLIGAMENTOS
           PERFORM 2000-ABRIR-PEDIDOS-VENCIDOS
           PERFORM 3000-COLETAR-PEDIDOS
           IF WS-QTD-PEDIDOS > ZERO
               PERFORM 4000-TRATAR-MOTORISTA
                   VARYING WS-PED-IX FROM 1 BY 1
                   UNTIL WS-PED-IX > WS-QTD-PEDIDOS
               PERFORM 5000-VARRER-ARQUIVOS
               PERFORM 6000-CONCLUIR-PEDIDO
                   VARYING WS-PED-IX FROM 1 BY 1
                   UNTIL WS-PED-IX > WS-QTD-PEDIDOS
           END-IF
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN I-O   ARQ-ANO01
           OPEN I-O   ARQ-MOT01
           OPEN INPUT ARQ-IFM01
           OPEN INPUT ARQ-IFP01
           OPEN I-O   ARQ-CNH01
           OPEN I-O   ARQ-EVT01
           OPEN I-O   ARQ-ADF01
           OPEN I-O   ARQ-DEB15
           OPEN I-O   ARQ-MSG09
           OPEN INPUT arq-par01
      *    medidas disciplinares e extratos podem ainda nao existir
      *    (P01-B047 e P01-B048 nunca rodaram).
           OPEN I-O   ARQ-MED01
           OPEN INPUT ARQ-EXT01
           OPEN OUTPUT REL-B054
           OPEN OUTPUT LOG-B054

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

           MOVE "ANONIMIZACAO LGPD DE MOTORISTAS DESLIGADOS - SIMULACAO/
      -         "EFETIVACAO" TO REL-B054-LINHA
           WRITE REL-B054-LINHA

           MOVE "INICIO DA ANONIMIZACAO LGPD" TO LOG-B054-REG
           WRITE LOG-B054-REG
           .

       1500-RECUPERAR-DESLIGAMENTOS.
      *    motorista desligado antes de ARQ-MOT01-DATA-DESLIGAMENTO
      *    existir: a data sai da entrada da trilha que levou
      *    ARQ-MOT01-ATIVO para "N" (a ultima, se houver mais de uma).
      *    o historico e lido antes do log vivo, que tem as entradas
      *    mais novas.
           OPEN INPUT ARQ-LOG123
           OPEN INPUT ARQ-LOG23
           OPEN INPUT ARQ-LOG123H
           OPEN INPUT ARQ-LOG23H
           IF STAT-ARQ-LOG123H NOT = "35"
            AND STAT-ARQ-LOG23H NOT = "35"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM 1560-LER-LOG123H
               PERFORM 1610-AVALIAR-LOG123H UNTIL FIM-ARQ
           END-IF
           PERFORM 9100-FECHAR-HISTORICO

           MOVE "N" TO WS-FIM-ARQ
           PERFORM 1550-LER-LOG123
           PERFORM 1600-AVALIAR-LOG123 UNTIL FIM-ARQ
           CLOSE ARQ-LOG123 ARQ-LOG23

           PERFORM 1800-GRAVAR-RECUPERADO
               VARYING WS-REC-IX FROM 1 BY 1
               UNTIL WS-REC-IX > WS-QTD-RECUPERADOS
           .

       1550-LER-LOG123.
           READ ARQ-LOG123 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           .

       1560-LER-LOG123H.
           READ ARQ-LOG123H NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           .

       1600-AVALIAR-LOG123.
           IF ARQ-LOG123-ARQUIVO = "ARQ-MOT01"
            AND ARQ-LOG123-OPERACAO = "A"
            AND ARQ-LOG123-CHAVE (1:6) IS NUMERIC
               MOVE "N" TO WS-ITEM-DESATIVOU
               PERFORM 1650-LER-ITENS-DESATIVACAO
               IF WS-ITEM-DESATIVOU = "S"
                   PERFORM 1700-CONFERIR-SEM-DATA
               END-IF
           END-IF
           PERFORM 1550-LER-LOG123
           .

       1650-LER-ITENS-DESATIVACAO.
           MOVE "N" TO WS-FIM-LOG23
           MOVE ARQ-LOG123-SEQ TO ARQ-LOG23-SEQ
           MOVE ZERO           TO ARQ-LOG23-ITEM
           START ARQ-LOG23 KEY IS NOT LESS THAN ARQ-LOG23-CHAVE
               INVALID KEY
                   SET FIM-LOG23 TO TRUE
           END-START
           PERFORM 1660-LER-ITEM-DESATIVACAO UNTIL FIM-LOG23
           .

       1660-LER-ITEM-DESATIVACAO.
           READ ARQ-LOG23 NEXT RECORD
               AT END
                   SET FIM-LOG23 TO TRUE
           END-READ
           IF NOT FIM-LOG23
               IF ARQ-LOG23-SEQ NOT = ARQ-LOG123-SEQ
                   SET FIM-LOG23 TO TRUE
               ELSE
                   IF ARQ-LOG23-CAMPO = "ARQ-MOT01-ATIVO"
                    AND ARQ-LOG23-VALOR-NOVO = "N"
                       MOVE "S" TO WS-ITEM-DESATIVOU
                   END-IF
               END-IF
           END-IF
           .

      *    a entrada do historico tem o mesmo layout da viva e e
      *    conferida pela mesma rotina.
       1610-AVALIAR-LOG123H.
           IF ARQ-LOG123H-ARQUIVO = "ARQ-MOT01"
            AND ARQ-LOG123H-OPERACAO = "A"
            AND ARQ-LOG123H-CHAVE (1:6) IS NUMERIC
               MOVE "N" TO WS-ITEM-DESATIVOU
               PERFORM 1670-LER-ITENS-DESATIV-HIST
               IF WS-ITEM-DESATIVOU = "S"
                   MOVE ARQ-LOG123H-REG TO ARQ-LOG123-REG
                   PERFORM 1700-CONFERIR-SEM-DATA
               END-IF
           END-IF
           PERFORM 1560-LER-LOG123H
           .

       1670-LER-ITENS-DESATIV-HIST.
           MOVE "N" TO WS-FIM-LOG23
           MOVE ARQ-LOG123H-SEQ TO ARQ-LOG23H-SEQ
           MOVE ZERO            TO ARQ-LOG23H-ITEM
           START ARQ-LOG23H KEY IS NOT LESS THAN ARQ-LOG23H-CHAVE
               INVALID KEY
                   SET FIM-LOG23 TO TRUE
           END-START
           PERFORM 1680-LER-ITEM-DESATIV-HIST UNTIL FIM-LOG23
           .

       1680-LER-ITEM-DESATIV-HIST.
           READ ARQ-LOG23H NEXT RECORD
               AT END
                   SET FIM-LOG23 TO TRUE
           END-READ
           IF NOT FIM-LOG23
               IF ARQ-LOG23H-SEQ NOT = ARQ-LOG123H-SEQ
                   SET FIM-LOG23 TO TRUE
               ELSE
                   IF ARQ-LOG23H-CAMPO = "ARQ-MOT01-ATIVO"
                    AND ARQ-LOG23H-VALOR-NOVO = "N"
                       MOVE "S" TO WS-ITEM-DESATIVOU
                   END-IF
               END-IF
           END-IF
           .

       1700-CONFERIR-SEM-DATA.
           MOVE ARQ-LOG123-CHAVE (1:6) TO ARQ-MOT01-CODIGO
           READ ARQ-MOT01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ARQ-MOT01-ATIVO NOT = "S"
                    AND (ARQ-MOT01-DATA-DESLIGAMENTO IS NOT NUMERIC
                     OR ARQ-MOT01-DATA-DESLIGAMENTO = ZERO)
                       PERFORM 1750-GUARDAR-RECUPERADO
                   END-IF
           END-READ
           .

       1750-GUARDAR-RECUPERADO.
           MOVE ARQ-MOT01-CODIGO TO WS-MOT01-BUSCA
           MOVE ZERO TO WS-ACHOU-IX
           PERFORM 1760-COMPARAR-RECUPERADO
               VARYING WS-REC-IX FROM 1 BY 1
               UNTIL WS-REC-IX > WS-QTD-RECUPERADOS
                  OR WS-ACHOU-IX > ZERO
           IF WS-ACHOU-IX > ZERO
               MOVE ARQ-LOG123-DATA TO WS-REC-DATA (WS-ACHOU-IX)
           ELSE
               IF WS-QTD-RECUPERADOS < 200
                   ADD 1 TO WS-QTD-RECUPERADOS
                   MOVE ARQ-MOT01-CODIGO
                     TO WS-REC-MOT01 (WS-QTD-RECUPERADOS)
                   MOVE ARQ-LOG123-DATA
                     TO WS-REC-DATA (WS-QTD-RECUPERADOS)
               END-IF
           END-IF
           .

       1760-COMPARAR-RECUPERADO.
           IF WS-REC-MOT01 (WS-REC-IX) = WS-MOT01-BUSCA
               MOVE WS-REC-IX TO WS-ACHOU-IX
           END-IF
           .

       1800-GRAVAR-RECUPERADO.
           MOVE WS-REC-MOT01 (WS-REC-IX) TO ARQ-MOT01-CODIGO
           READ ARQ-MOT01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-REC-DATA (WS-REC-IX)
                     TO ARQ-MOT01-DATA-DESLIGAMENTO
                   IF ARQ-MOT01-ANONIMIZADO NOT = "S"
                       MOVE "N" TO ARQ-MOT01-ANONIMIZADO
                       MOVE ZERO TO ARQ-MOT01-DATA-ANONIMIZ
                   END-IF
                   REWRITE ARQ-MOT01-REG

                   MOVE "ARQ-MOT01" TO WS-LOG-ARQUIVO
                   MOVE SPACES TO WS-LOG-CHAVE
                   MOVE ARQ-MOT01-CODIGO TO WS-LOG-CHAVE
                   MOVE "A" TO WS-LOG-OPERACAO
                   MOVE ZERO TO WS-LOG-USUARIO
                   MOVE 1 TO WS-LOG-QTD-ITENS
                   MOVE "ARQ-MOT01-DATA-DESLIGAMENTO"
                     TO WS-LOG-CAMPO (1)
                   MOVE SPACES TO WS-LOG-VALOR-ANT (1)
                   MOVE WS-REC-DATA (WS-REC-IX)
                     TO WS-LOG-VALOR-NOVO (1)
                   PERFORM 7600-GRAVAR-TRILHA
           END-READ
           .

       2000-ABRIR-PEDIDOS-VENCIDOS.
           MOVE "N" TO WS-FIM-MOT01
           MOVE ZERO TO ARQ-MOT01-CODIGO
           START ARQ-MOT01 KEY IS NOT LESS THAN ARQ-MOT01-CODIGO
               INVALID KEY
                   SET FIM-MOT01 TO TRUE
           END-START
           PERFORM 2050-LER-MOT01
           PERFORM 2100-AVALIAR-MOTORISTA UNTIL FIM-MOT01
           .

       2050-LER-MOT01.
           IF NOT FIM-MOT01
               READ ARQ-MOT01 NEXT RECORD
                   AT END
                       SET FIM-MOT01 TO TRUE
               END-READ
           END-IF
           .

       2100-AVALIAR-MOTORISTA.
           IF ARQ-MOT01-ATIVO NOT = "S"
            AND NOT ARQ-MOT01-DADOS-ANONIMIZADOS
               PERFORM 2500-VERIFICAR-ELEGIVEL
               IF WS-ELEGIVEL = "S"
                   PERFORM 2200-VERIFICAR-PEDIDO
                   IF WS-TEM-PEDIDO = "N"
                       PERFORM 2300-ABRIR-PEDIDO
                   END-IF
               END-IF
           END-IF
           PERFORM 2050-LER-MOT01
           .

       2200-VERIFICAR-PEDIDO.
      *    qualquer pedido anterior do motorista basta: recusa do
      *    supervisor vale como guarda justificada e um novo pedido
      *    so pela tela (P01-S199).
           MOVE "N" TO WS-TEM-PEDIDO
           MOVE ARQ-MOT01-CODIGO TO ARQ-ANO01-MOT01
           READ ARQ-ANO01 KEY IS ARQ-ANO01-MOT01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-PEDIDO
           END-READ
           .

       2300-ABRIR-PEDIDO.
           PERFORM 2400-OBTER-PROXIMO-SEQ
           ADD 1 TO WS-PROXIMO-SEQ

           MOVE WS-PROXIMO-SEQ   TO ARQ-ANO01-SEQ
           MOVE ARQ-MOT01-CODIGO TO ARQ-ANO01-MOT01
           MOVE ARQ-MOT01-DATA-DESLIGAMENTO
             TO ARQ-ANO01-DATA-DESLIGAMENTO
           MOVE "P"              TO ARQ-ANO01-STATUS
           MOVE ZERO             TO ARQ-ANO01-USU-SOLICITOU
           MOVE WS-DATA-HOJE     TO ARQ-ANO01-DATA-SOLICITOU
           MOVE ZERO             TO ARQ-ANO01-USU-DECIDIU
           MOVE ZERO             TO ARQ-ANO01-DATA-DECIDIU
           MOVE ZERO             TO ARQ-ANO01-DATA-EFETIVOU
           MOVE ZERO             TO ARQ-ANO01-QTD-REGISTROS
           MOVE SPACES           TO ARQ-ANO01-MOTIVO
           WRITE ARQ-ANO01-REG
           ADD 1 TO WS-TOT-ABERTOS

           MOVE "ARQ-ANO01" TO WS-LOG-ARQUIVO
           MOVE SPACES TO WS-LOG-CHAVE
           MOVE WS-PROXIMO-SEQ TO WS-LOG-CHAVE
           MOVE "I" TO WS-LOG-OPERACAO
           MOVE ZERO TO WS-LOG-USUARIO
           MOVE 1 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-ANO01-MOT01" TO WS-LOG-CAMPO (1)
           MOVE SPACES            TO WS-LOG-VALOR-ANT (1)
           MOVE ARQ-MOT01-CODIGO  TO WS-LOG-VALOR-NOVO (1)
           PERFORM 7600-GRAVAR-TRILHA
           .

       2400-OBTER-PROXIMO-SEQ.
           MOVE HIGH-VALUE TO ARQ-ANO01-SEQ
           START ARQ-ANO01 KEY IS LESS THAN ARQ-ANO01-SEQ
               INVALID KEY
                   MOVE ZERO TO WS-PROXIMO-SEQ
               NOT INVALID KEY
                   READ ARQ-ANO01 NEXT RECORD
                       AT END
                           MOVE ZERO TO WS-PROXIMO-SEQ
                       NOT AT END
                           MOVE ARQ-ANO01-SEQ TO WS-PROXIMO-SEQ
                   END-READ
           END-START
           .

       2500-VERIFICAR-ELEGIVEL.
      *    trabalha sobre o registro corrente de ARQ-MOT01 e nao
      *    mexe na posicao da leitura sequencial dele.
           MOVE "S"    TO WS-ELEGIVEL
           MOVE SPACES TO WS-MOTIVO

           IF ARQ-MOT01-ATIVO = "S"
               MOVE "N" TO WS-ELEGIVEL
               MOVE "MOTORISTA ATIVO" TO WS-MOTIVO
           END-IF

           IF WS-ELEGIVEL = "S"
               IF ARQ-MOT01-DATA-DESLIGAMENTO IS NOT NUMERIC
                OR ARQ-MOT01-DATA-DESLIGAMENTO = ZERO
                   MOVE "N" TO WS-ELEGIVEL
                   MOVE "SEM DATA DE DESLIGAMENTO" TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-ELEGIVEL = "S"
               PERFORM 2550-OBTER-DATA-LIMITE
               IF ARQ-MOT01-DATA-DESLIGAMENTO > WS-DATA-LIMITE
                   MOVE "N" TO WS-ELEGIVEL
                   MOVE "PRAZO DE GUARDA NAO VENCIDO" TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-ELEGIVEL = "S"
               IF ARQ-MOT01-EM-ACERTO = "S"
                   MOVE "N" TO WS-ELEGIVEL
                   MOVE "ACERTO DE DESLIGAMENTO NAO LIQUIDADO"
                     TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-ELEGIVEL = "S"
               PERFORM 2600-VERIFICAR-PROCESSO
           END-IF
           .

       2550-OBTER-DATA-LIMITE.
           MOVE ZERO TO WS-ANOS-RETENCAO
           MOVE ARQ-MOT01-EMP00 TO ARQ-PAR01-EMP00
           READ arq-par01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ARQ-PAR01-ANOS-RETENCAO IS NUMERIC
                       MOVE ARQ-PAR01-ANOS-RETENCAO
                         TO WS-ANOS-RETENCAO
                   END-IF
           END-READ
           IF WS-ANOS-RETENCAO = ZERO
               MOVE 5 TO WS-ANOS-RETENCAO
           END-IF
           COMPUTE WS-DATA-LIMITE =
                   WS-DATA-HOJE - (WS-ANOS-RETENCAO * 10000)
           .

       2600-VERIFICAR-PROCESSO.
      *    processo judicial aberto de qualquer infracao vinculada ao
      *    motorista segura os dados: podem ser prova na acao.
           MOVE "N" TO WS-FIM-ARQ
           MOVE ARQ-MOT01-CODIGO TO ARQ-IFM01-MOT01
           START ARQ-IFM01 KEY IS EQUAL TO ARQ-IFM01-MOT01
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 2650-LER-VINCULO UNTIL FIM-ARQ
           .

       2650-LER-VINCULO.
           READ ARQ-IFM01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               IF ARQ-IFM01-MOT01 NOT = ARQ-MOT01-CODIGO
                   SET FIM-ARQ TO TRUE
               ELSE
                   MOVE ARQ-IFM01-IFC01 TO ARQ-IFP01-IFC01
                   READ ARQ-IFP01
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ARQ-IFP01-STATUS = "A"
                               MOVE "N" TO WS-ELEGIVEL
                               MOVE "PROCESSO JUDICIAL ABERTO"
                                 TO WS-MOTIVO
                               SET FIM-ARQ TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF
           .

       3000-COLETAR-PEDIDOS.
           MOVE "N" TO WS-FIM-ANO01
           MOVE ZERO TO ARQ-ANO01-SEQ
           START ARQ-ANO01 KEY IS NOT LESS THAN ARQ-ANO01-SEQ
               INVALID KEY
                   SET FIM-ANO01 TO TRUE
           END-START
           PERFORM 3050-LER-ANO01
           PERFORM 3100-AVALIAR-PEDIDO UNTIL FIM-ANO01
           .

       3050-LER-ANO01.
           IF NOT FIM-ANO01
               READ ARQ-ANO01 NEXT RECORD
                   AT END
                       SET FIM-ANO01 TO TRUE
               END-READ
           END-IF
           .

       3100-AVALIAR-PEDIDO.
           IF ARQ-ANO01-PENDENTE OR ARQ-ANO01-APROVADO
               IF WS-QTD-PEDIDOS < 200
                   PERFORM 3200-CONFERIR-PEDIDO
               ELSE
      *            o que nao coube na tabela fica para a proxima
      *            rodada, no mesmo estado.
                   ADD 1 TO WS-TOT-ADIADOS
               END-IF
           END-IF
           PERFORM 3050-LER-ANO01
           .

       3200-CONFERIR-PEDIDO.
      *    a elegibilidade e refeita: entre a abertura (ou a
      *    aprovacao) e esta rodada pode ter surgido processo, acerto
      *    ou readmissao.
           MOVE ARQ-ANO01-MOT01 TO ARQ-MOT01-CODIGO
           READ ARQ-MOT01
               INVALID KEY
                   MOVE "N" TO WS-ELEGIVEL
                   MOVE "MOTORISTA NAO CADASTRADO" TO WS-MOTIVO
               NOT INVALID KEY
                   IF ARQ-MOT01-DADOS-ANONIMIZADOS
                       MOVE "N" TO WS-ELEGIVEL
                       MOVE "MOTORISTA JA ANONIMIZADO" TO WS-MOTIVO
                   ELSE
                       PERFORM 2500-VERIFICAR-ELEGIVEL
                   END-IF
           END-READ

           IF WS-ELEGIVEL = "S"
               ADD 1 TO WS-QTD-PEDIDOS
               INITIALIZE WS-PED (WS-QTD-PEDIDOS)
               MOVE ARQ-ANO01-SEQ   TO WS-PED-SEQ (WS-QTD-PEDIDOS)
               MOVE ARQ-ANO01-MOT01 TO WS-PED-MOT01 (WS-QTD-PEDIDOS)
               MOVE ARQ-MOT01-DATA-DESLIGAMENTO
                 TO WS-PED-DESLIGAMENTO (WS-QTD-PEDIDOS)
               MOVE ARQ-MOT01-NOME  TO WS-PED-NOME (WS-QTD-PEDIDOS)
               MOVE ARQ-ANO01-USU-DECIDIU
                 TO WS-PED-USUARIO (WS-QTD-PEDIDOS)
               IF ARQ-ANO01-APROVADO
                   MOVE "E" TO WS-PED-MODO (WS-QTD-PEDIDOS)
               ELSE
                   MOVE "S" TO WS-PED-MODO (WS-QTD-PEDIDOS)
               END-IF
           ELSE
               PERFORM 3300-RECUSAR-PEDIDO
           END-IF
           .

       3300-RECUSAR-PEDIDO.
           MOVE "ARQ-ANO01" TO WS-LOG-ARQUIVO
           MOVE SPACES TO WS-LOG-CHAVE
           MOVE ARQ-ANO01-SEQ TO WS-LOG-CHAVE
           MOVE "A" TO WS-LOG-OPERACAO
           MOVE ZERO TO WS-LOG-USUARIO
           MOVE 2 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-ANO01-STATUS" TO WS-LOG-CAMPO (1)
           MOVE ARQ-ANO01-STATUS   TO WS-LOG-VALOR-ANT (1)
           MOVE "R"                TO WS-LOG-VALOR-NOVO (1)
           MOVE "ARQ-ANO01-MOTIVO" TO WS-LOG-CAMPO (2)
           MOVE SPACES             TO WS-LOG-VALOR-ANT (2)
           MOVE WS-MOTIVO          TO WS-LOG-VALOR-NOVO (2)

           MOVE "R"          TO ARQ-ANO01-STATUS
           MOVE WS-DATA-HOJE TO ARQ-ANO01-DATA-DECIDIU
           MOVE WS-MOTIVO    TO ARQ-ANO01-MOTIVO
           REWRITE ARQ-ANO01-REG
           PERFORM 7600-GRAVAR-TRILHA
           ADD 1 TO WS-TOT-RECUSADOS

           MOVE ARQ-ANO01-SEQ TO WS-CODIGO-EDIT
           MOVE SPACES TO LOG-B054-REG
           STRING "PEDIDO " WS-CODIGO-EDIT " RECUSADO - " WS-MOTIVO
               DELIMITED BY SIZE INTO LOG-B054-REG
           WRITE LOG-B054-REG
           .

       4000-TRATAR-MOTORISTA.
           PERFORM 4100-TRATAR-CNH01
           PERFORM 4200-TRATAR-EVT01
           PERFORM 4300-TRATAR-ADF01
           IF STAT-ARQ-MED01 NOT = "35"
               PERFORM 4350-TRATAR-MED01
           END-IF
           PERFORM 4400-TRATAR-MOT01
           .

       4100-TRATAR-CNH01.
           MOVE "N" TO WS-FIM-ARQ
           MOVE WS-PED-MOT01 (WS-PED-IX) TO ARQ-CNH01-MOT01
           MOVE ZERO                     TO ARQ-CNH01-SEQ
           START ARQ-CNH01 KEY IS NOT LESS THAN ARQ-CNH01-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 4150-LER-CNH01 UNTIL FIM-ARQ
           .

       4150-LER-CNH01.
           READ ARQ-CNH01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               IF ARQ-CNH01-MOT01 NOT = WS-PED-MOT01 (WS-PED-IX)
                   SET FIM-ARQ TO TRUE
               ELSE
                   IF ARQ-CNH01-OBSERVACAO NOT = SPACES
                       ADD 1 TO WS-PED-CNT-CNH01 (WS-PED-IX)
                       IF WS-PED-EFETIVACAO (WS-PED-IX)
                           MOVE SPACES TO ARQ-CNH01-OBSERVACAO
                           REWRITE ARQ-CNH01-REG
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       4200-TRATAR-EVT01.
      *    a posicao exata e o dado pessoal da telemetria; placa,
      *    cidade, tipo e velocidade ficam para as estatisticas.
           MOVE "N" TO WS-FIM-ARQ
           MOVE WS-PED-MOT01 (WS-PED-IX) TO ARQ-EVT01-MOT01
           START ARQ-EVT01 KEY IS EQUAL TO ARQ-EVT01-MOT01
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 4250-LER-EVT01 UNTIL FIM-ARQ
           .

       4250-LER-EVT01.
           READ ARQ-EVT01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               IF ARQ-EVT01-MOT01 NOT = WS-PED-MOT01 (WS-PED-IX)
                   SET FIM-ARQ TO TRUE
               ELSE
                   IF ARQ-EVT01-LATITUDE  NOT = SPACES
                    OR ARQ-EVT01-LONGITUDE NOT = SPACES
                       ADD 1 TO WS-PED-CNT-EVT01 (WS-PED-IX)
                       IF WS-PED-EFETIVACAO (WS-PED-IX)
                           MOVE SPACES TO ARQ-EVT01-LATITUDE
                           MOVE SPACES TO ARQ-EVT01-LONGITUDE
                           REWRITE ARQ-EVT01-REG
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       4300-TRATAR-ADF01.
           MOVE WS-PED-MOT01 (WS-PED-IX) TO ARQ-ADF01-MOT01
           READ ARQ-ADF01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ARQ-ADF01-SALARIO-REF > ZERO
                       ADD 1 TO WS-PED-CNT-ADF01 (WS-PED-IX)
                       IF WS-PED-EFETIVACAO (WS-PED-IX)
                           MOVE ZERO TO ARQ-ADF01-SALARIO-REF
                           REWRITE ARQ-ADF01-REG
                       END-IF
                   END-IF
           END-READ
           .

       4350-TRATAR-MED01.
           MOVE "N" TO WS-FIM-ARQ
           MOVE WS-PED-MOT01 (WS-PED-IX) TO ARQ-MED01-MOT01
           MOVE ZERO                     TO ARQ-MED01-SEQ
           START ARQ-MED01 KEY IS NOT LESS THAN ARQ-MED01-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 4360-LER-MED01 UNTIL FIM-ARQ
           .

       4360-LER-MED01.
           READ ARQ-MED01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               IF ARQ-MED01-MOT01 NOT = WS-PED-MOT01 (WS-PED-IX)
                   SET FIM-ARQ TO TRUE
               ELSE
                   IF ARQ-MED01-OBSERVACAO NOT = SPACES
                       ADD 1 TO WS-PED-CNT-MED01 (WS-PED-IX)
                       IF WS-PED-EFETIVACAO (WS-PED-IX)
                           MOVE SPACES TO ARQ-MED01-OBSERVACAO
                           REWRITE ARQ-MED01-REG
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       4400-TRATAR-MOT01.
      *    o codigo, a empresa, a unidade, a categoria e os pontos
      *    continuam: sao a base das estatisticas de multas.
           MOVE 1 TO WS-PED-CNT-MOT01 (WS-PED-IX)
           IF WS-PED-EFETIVACAO (WS-PED-IX)
               MOVE WS-PED-MOT01 (WS-PED-IX) TO ARQ-MOT01-CODIGO
               READ ARQ-MOT01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "MOTORISTA ANONIMIZADO" TO ARQ-MOT01-NOME
                       MOVE "ANONIMIZADO"  TO ARQ-MOT01-CNH
                       MOVE ZERO           TO ARQ-MOT01-CNH-VALIDADE
                       MOVE SPACES         TO ARQ-MOT01-EMAIL
                       MOVE SPACES         TO ARQ-MOT01-CELULAR
                       MOVE "N"            TO ARQ-MOT01-CONSENTE-MSG
                       MOVE "S"            TO ARQ-MOT01-ANONIMIZADO
                       MOVE WS-DATA-HOJE   TO ARQ-MOT01-DATA-ANONIMIZ
                       REWRITE ARQ-MOT01-REG
               END-READ
           END-IF
           .

       5000-VARRER-ARQUIVOS.
      *    ARQ-DEB15, ARQ-MSG09, ARQ-EXT01 e a trilha nao tem chave
      *    por motorista: uma varredura so para todos os pedidos.
           MOVE "N" TO WS-FIM-ARQ
           MOVE ZERO TO ARQ-DEB15-IFC01
           START ARQ-DEB15 KEY IS NOT LESS THAN ARQ-DEB15-IFC01
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 5100-LER-DEB15 UNTIL FIM-ARQ

           MOVE "N" TO WS-FIM-ARQ
           MOVE ZERO TO ARQ-MSG09-SEQ
           START ARQ-MSG09 KEY IS NOT LESS THAN ARQ-MSG09-SEQ
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START
           PERFORM 5200-LER-MSG09 UNTIL FIM-ARQ

           IF STAT-ARQ-EXT01 NOT = "35"
               MOVE "N" TO WS-FIM-ARQ
               MOVE ZERO TO ARQ-EXT01-COMPETENCIA
               MOVE ZERO TO ARQ-EXT01-MOT01
               START ARQ-EXT01 KEY IS NOT LESS THAN ARQ-EXT01-CHAVE
                   INVALID KEY
                       SET FIM-ARQ TO TRUE
               END-START
               PERFORM 5250-LER-EXT01 UNTIL FIM-ARQ
           END-IF

           OPEN INPUT ARQ-LOG123
           OPEN I-O   ARQ-LOG23
           MOVE "N" TO WS-FIM-ARQ
           PERFORM 1550-LER-LOG123
           PERFORM 5300-TRATAR-LOG123 UNTIL FIM-ARQ
           CLOSE ARQ-LOG123 ARQ-LOG23

           OPEN INPUT ARQ-LOG123H
           OPEN I-O   ARQ-LOG23H
           IF STAT-ARQ-LOG123H NOT = "35"
            AND STAT-ARQ-LOG23H NOT = "35"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM 1560-LER-LOG123H
               PERFORM 5350-TRATAR-LOG123H UNTIL FIM-ARQ
           END-IF
           PERFORM 9100-FECHAR-HISTORICO
           .

       5100-LER-DEB15.
           READ ARQ-DEB15 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               MOVE ARQ-DEB15-MOT01 TO WS-MOT01-BUSCA
               PERFORM 5900-LOCALIZAR-PEDIDO
               IF WS-ACHOU-IX > ZERO
                   ADD 1 TO WS-PED-CNT-DEB15 (WS-ACHOU-IX)
                   IF WS-PED-EFETIVACAO (WS-ACHOU-IX)
                       MOVE "MOTORISTA ANONIMIZADO"
                         TO ARQ-DEB15-NOME-MOTORISTA
                       REWRITE ARQ-DEB15-REG
                   END-IF
               END-IF
           END-IF
           .

       5200-LER-MSG09.
           READ ARQ-MSG09 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               MOVE ARQ-MSG09-MOT01 TO WS-MOT01-BUSCA
               PERFORM 5900-LOCALIZAR-PEDIDO
               IF WS-ACHOU-IX > ZERO
                   ADD 1 TO WS-PED-CNT-MSG09 (WS-ACHOU-IX)
                   IF WS-PED-EFETIVACAO (WS-ACHOU-IX)
                       MOVE SPACES TO ARQ-MSG09-CELULAR
                       MOVE SPACES TO ARQ-MSG09-TEXTO
                       REWRITE ARQ-MSG09-REG
                   END-IF
               END-IF
           END-IF
           .

      *    o arquivo de extrato e regravado so com o aviso; o indice
      *    em ARQ-EXT01 fica, sem dado pessoal, para o P99-R055.
       5250-LER-EXT01.
           READ ARQ-EXT01 NEXT RECORD
               AT END
                   SET FIM-ARQ TO TRUE
           END-READ
           IF NOT FIM-ARQ
               MOVE ARQ-EXT01-MOT01 TO WS-MOT01-BUSCA
               PERFORM 5900-LOCALIZAR-PEDIDO
               IF WS-ACHOU-IX > ZERO
                AND ARQ-EXT01-NOME-ARQUIVO NOT = SPACES
                   ADD 1 TO WS-PED-CNT-EXT01 (WS-ACHOU-IX)
                   IF WS-PED-EFETIVACAO (WS-ACHOU-IX)
                       PERFORM 5260-REGRAVAR-EXTRATO
                   END-IF
               END-IF
           END-IF
           .

       5260-REGRAVAR-EXTRATO.
           MOVE ARQ-EXT01-NOME-ARQUIVO TO EXT-B054-NOME
           OPEN OUTPUT EXT-B054
           IF STAT-EXT-B054 = "00"
               MOVE SPACES TO EXT-B054-LINHA
               STRING "EXTRATO MENSAL DA COMPETENCIA "
                      ARQ-EXT01-COMPETENCIA
                      " - MOTORISTA ANONIMIZADO (LGPD)"
                   DELIMITED BY SIZE INTO EXT-B054-LINHA
               WRITE EXT-B054-LINHA
               CLOSE EXT-B054
           ELSE
               MOVE SPACES TO LOG-B054-REG
               STRING "EXTRATO NAO REGRAVADO - " EXT-B054-NOME
                      " STATUS " STAT-EXT-B054
                   DELIMITED BY SIZE INTO LOG-B054-REG
               WRITE LOG-B054-REG
           END-IF
           .

       5300-TRATAR-LOG123.
           IF (ARQ-LOG123-ARQUIVO = "ARQ-MOT01" OR "ARQ-MED01")
            AND ARQ-LOG123-CHAVE (1:6) IS NUMERIC
               MOVE ARQ-LOG123-CHAVE (1:6) TO WS-MOT01-BUSCA
               PERFORM 5900-LOCALIZAR-PEDIDO
               IF WS-ACHOU-IX > ZERO
                   PERFORM 5400-TRATAR-ITENS-LOG23
               END-IF
           END-IF
           PERFORM 1550-LER-LOG123
           .

       5350-TRATAR-LOG123H.
           IF (ARQ-LOG123H-ARQUIVO = "ARQ-MOT01" OR "ARQ-MED01")
            AND ARQ-LOG123H-CHAVE (1:6) IS NUMERIC
               MOVE ARQ-LOG123H-CHAVE (1:6) TO WS-MOT01-BUSCA
               PERFORM 5900-LOCALIZAR-PEDIDO
               IF WS-ACHOU-IX > ZERO
                   PERFORM 5410-TRATAR-ITENS-LOG23H
               END-IF
           END-IF
           PERFORM 1560-LER-LOG123H
           .

       5400-TRATAR-ITENS-LOG23.
           MOVE "N" TO WS-FIM-LOG23
           MOVE ARQ-LOG123-SEQ TO ARQ-LOG23-SEQ
           MOVE ZERO           TO ARQ-LOG23-ITEM
           START ARQ-LOG23 KEY IS NOT LESS THAN ARQ-LOG23-CHAVE
               INVALID KEY
                   SET FIM-LOG23 TO TRUE
           END-START
           PERFORM 5450-LER-ITEM-LOG23 UNTIL FIM-LOG23
           .

       5450-LER-ITEM-LOG23.
           READ ARQ-LOG23 NEXT RECORD
               AT END
                   SET FIM-LOG23 TO TRUE
           END-READ
           IF NOT FIM-LOG23
               IF ARQ-LOG23-SEQ NOT = ARQ-LOG123-SEQ
                   SET FIM-LOG23 TO TRUE
               ELSE
                   PERFORM 5500-ANONIMIZAR-ITEM
               END-IF
           END-IF
           .

       5410-TRATAR-ITENS-LOG23H.
           MOVE "N" TO WS-FIM-LOG23
           MOVE ARQ-LOG123H-SEQ TO ARQ-LOG23H-SEQ
           MOVE ZERO            TO ARQ-LOG23H-ITEM
           START ARQ-LOG23H KEY IS NOT LESS THAN ARQ-LOG23H-CHAVE
               INVALID KEY
                   SET FIM-LOG23 TO TRUE
           END-START
           PERFORM 5460-LER-ITEM-LOG23H UNTIL FIM-LOG23
           .

       5460-LER-ITEM-LOG23H.
           READ ARQ-LOG23H NEXT RECORD
               AT END
                   SET FIM-LOG23 TO TRUE
           END-READ
           IF NOT FIM-LOG23
               IF ARQ-LOG23H-SEQ NOT = ARQ-LOG123H-SEQ
                   SET FIM-LOG23 TO TRUE
               ELSE
                   PERFORM 5510-ANONIMIZAR-ITEM-HIST
               END-IF
           END-IF
           .

      *    so o valor dos campos pessoais: o nome do campo, a data e
      *    o usuario da alteracao continuam na trilha.
       5480-CLASSIFICAR-CAMPO.
           MOVE "N" TO WS-CAMPO-PESSOAL
           IF WS-CAMPO-TRILHA = "ARQ-MOT01-NOME"
                             OR "ARQ-MOT01-CNH"
                             OR "ARQ-MOT01-CNH-VALIDADE"
                             OR "ARQ-MOT01-EMAIL"
                             OR "ARQ-MOT01-CELULAR"
                             OR "ARQ-MED01-OBSERVACAO"
               MOVE "S" TO WS-CAMPO-PESSOAL
           END-IF
           .

       5500-ANONIMIZAR-ITEM.
           MOVE ARQ-LOG23-CAMPO TO WS-CAMPO-TRILHA
           PERFORM 5480-CLASSIFICAR-CAMPO
           IF WS-CAMPO-PESSOAL = "S"
            AND (ARQ-LOG23-VALOR-ANT  NOT = SPACES
             OR  ARQ-LOG23-VALOR-NOVO NOT = SPACES)
               ADD 1 TO WS-PED-CNT-LOG23 (WS-ACHOU-IX)
               IF WS-PED-EFETIVACAO (WS-ACHOU-IX)
                   IF ARQ-LOG23-VALOR-ANT NOT = SPACES
                       MOVE "ANONIMIZADO" TO ARQ-LOG23-VALOR-ANT
                   END-IF
                   IF ARQ-LOG23-VALOR-NOVO NOT = SPACES
                       MOVE "ANONIMIZADO" TO ARQ-LOG23-VALOR-NOVO
                   END-IF
                   REWRITE ARQ-LOG23-REG
               END-IF
           END-IF
           .

       5510-ANONIMIZAR-ITEM-HIST.
           MOVE ARQ-LOG23H-CAMPO TO WS-CAMPO-TRILHA
           PERFORM 5480-CLASSIFICAR-CAMPO
           IF WS-CAMPO-PESSOAL = "S"
            AND (ARQ-LOG23H-VALOR-ANT  NOT = SPACES
             OR  ARQ-LOG23H-VALOR-NOVO NOT = SPACES)
               ADD 1 TO WS-PED-CNT-LOG23H (WS-ACHOU-IX)
               IF WS-PED-EFETIVACAO (WS-ACHOU-IX)
                   IF ARQ-LOG23H-VALOR-ANT NOT = SPACES
                       MOVE "ANONIMIZADO" TO ARQ-LOG23H-VALOR-ANT
                   END-IF
                   IF ARQ-LOG23H-VALOR-NOVO NOT = SPACES
                       MOVE "ANONIMIZADO" TO ARQ-LOG23H-VALOR-NOVO
                   END-IF
                   REWRITE ARQ-LOG23H-REG
               END-IF
           END-IF
           .

       5900-LOCALIZAR-PEDIDO.
           MOVE ZERO TO WS-ACHOU-IX
           PERFORM 5950-COMPARAR-PEDIDO
               VARYING WS-PED-IX FROM 1 BY 1
               UNTIL WS-PED-IX > WS-QTD-PEDIDOS
                  OR WS-ACHOU-IX > ZERO
           .

       5950-COMPARAR-PEDIDO.
           IF WS-PED-MOT01 (WS-PED-IX) = WS-MOT01-BUSCA
               MOVE WS-PED-IX TO WS-ACHOU-IX
           END-IF
           .

       6000-CONCLUIR-PEDIDO.
           COMPUTE WS-QTD-REGISTROS = WS-PED-CNT-MOT01 (WS-PED-IX)
                   + WS-PED-CNT-CNH01 (WS-PED-IX)
                   + WS-PED-CNT-EVT01 (WS-PED-IX)
                   + WS-PED-CNT-ADF01 (WS-PED-IX)
                   + WS-PED-CNT-DEB15 (WS-PED-IX)
                   + WS-PED-CNT-MSG09 (WS-PED-IX)
                   + WS-PED-CNT-LOG23 (WS-PED-IX)
                   + WS-PED-CNT-MED01 (WS-PED-IX)
                   + WS-PED-CNT-EXT01 (WS-PED-IX)
                   + WS-PED-CNT-LOG23H (WS-PED-IX)
           PERFORM 6100-IMPRIMIR-RESUMO

           MOVE WS-PED-SEQ (WS-PED-IX) TO ARQ-ANO01-SEQ
           READ ARQ-ANO01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-PED-SIMULACAO (WS-PED-IX)
                       MOVE "S" TO ARQ-ANO01-STATUS
                       MOVE WS-QTD-REGISTROS
                         TO ARQ-ANO01-QTD-REGISTROS
                       REWRITE ARQ-ANO01-REG
                       ADD 1 TO WS-TOT-SIMULADOS
                   ELSE
                       PERFORM 6500-CONCLUIR-EFETIVACAO
                   END-IF
           END-READ
           .

       6100-IMPRIMIR-RESUMO.
           MOVE SPACES TO REL-B054-LINHA
           WRITE REL-B054-LINHA
           MOVE WS-PED-SEQ (WS-PED-IX)   TO WS-CODIGO-EDIT
           MOVE WS-PED-MOT01 (WS-PED-IX) TO WS-MOT01-EDIT
           MOVE SPACES TO REL-B054-LINHA
      *    o nome so aparece na simulacao, para o supervisor conferir
      *    quem sera apagado; depois da efetivacao ele nao existe mais.
           IF WS-PED-SIMULACAO (WS-PED-IX)
               STRING "SIMULACAO  PEDIDO " WS-CODIGO-EDIT
                      "  MOTORISTA " WS-MOT01-EDIT
                      " " WS-PED-NOME (WS-PED-IX)
                      " DESLIGADO EM "
                      WS-PED-DESLIGAMENTO (WS-PED-IX)
                   DELIMITED BY SIZE INTO REL-B054-LINHA
           ELSE
               STRING "EFETIVACAO PEDIDO " WS-CODIGO-EDIT
                      "  MOTORISTA " WS-MOT01-EDIT
                      " DESLIGADO EM "
                      WS-PED-DESLIGAMENTO (WS-PED-IX)
                   DELIMITED BY SIZE INTO REL-B054-LINHA
           END-IF
           WRITE REL-B054-LINHA

           MOVE WS-PED-CNT-MOT01 (WS-PED-IX) TO WS-CNT-EDIT
           MOVE SPACES TO REL-B054-LINHA
           STRING "  ARQ-MOT01 (CADASTRO):      " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B054-LINHA
           WRITE REL-B054-LINHA
           MOVE WS-PED-CNT-CNH01 (WS-PED-IX) TO WS-CNT-EDIT
           MOVE SPACES TO REL-B054-LINHA
           STRING "  ARQ-CNH01 (EVENTOS CNH):   " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B054-LINHA
           WRITE REL-B054-LINHA
           MOVE WS-PED-CNT-EVT01 (WS-PED-IX) TO WS-CNT-EDIT
           MOVE SPACES TO REL-B054-LINHA
           STRING "  ARQ-EVT01 (TELEMETRIA):    " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B054-LINHA
           WRITE REL-B054-LINHA
           MOVE WS-PED-CNT-ADF01 (WS-PED-IX) TO WS-CNT-EDIT
           MOVE SPACES TO REL-B054-LINHA
           STRING "  ARQ-ADF01 (AUTORIZACAO):   " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B054-LINHA
           WRITE REL-B054-LINHA
           MOVE WS-PED-CNT-DEB15 (WS-PED-IX) TO WS-CNT-EDIT
           MOVE SPACES TO REL-B054-LINHA
           STRING "  ARQ-DEB15 (NOTAS DEBITO):  " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B054-LINHA
           WRITE REL-B054-LINHA
           MOVE WS-PED-CNT-MSG09 (WS-PED-IX) TO WS-CNT-EDIT
           MOVE SPACES TO REL-B054-LINHA
           STRING "  ARQ-MSG09 (MENSAGENS):     " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B054-LINHA
           WRITE REL-B054-LINHA
           MOVE WS-PED-CNT-LOG23 (WS-PED-IX) TO WS-CNT-EDIT
           MOVE SPACES TO REL-B054-LINHA
           STRING "  ARQ-LOG23 (ITENS TRILHA):  " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B054-LINHA
           WRITE REL-B054-LINHA
           MOVE WS-PED-CNT-LOG23H (WS-PED-IX) TO WS-CNT-EDIT
           MOVE SPACES TO REL-B054-LINHA
           STRING "  ARQ-LOG23H (HIST. TRILHA): " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B054-LINHA
           WRITE REL-B054-LINHA
           MOVE WS-PED-CNT-MED01 (WS-PED-IX) TO WS-CNT-EDIT
           MOVE SPACES TO REL-B054-LINHA
           STRING "  ARQ-MED01 (MEDIDAS):       " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B054-LINHA
           WRITE REL-B054-LINHA
           MOVE WS-PED-CNT-EXT01 (WS-PED-IX) TO WS-CNT-EDIT
           MOVE SPACES TO REL-B054-LINHA
           STRING "  ARQ-EXT01 (EXTRATOS):      " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REL-B054-LINHA
           WRITE REL-B054-LINHA
           .

       6500-CONCLUIR-EFETIVACAO.
           MOVE "E"              TO ARQ-ANO01-STATUS
           MOVE WS-DATA-HOJE     TO ARQ-ANO01-DATA-EFETIVOU
           MOVE WS-QTD-REGISTROS TO ARQ-ANO01-QTD-REGISTROS
           REWRITE ARQ-ANO01-REG
           ADD 1 TO WS-TOT-EFETIVADOS

      *    a entrada da trilha registra que houve a anonimizacao, por
      *    qual pedido e quanto foi apagado - nunca o dado apagado.
           MOVE "ARQ-MOT01" TO WS-LOG-ARQUIVO
           MOVE SPACES TO WS-LOG-CHAVE
           MOVE WS-PED-MOT01 (WS-PED-IX) TO WS-LOG-CHAVE
           MOVE "A" TO WS-LOG-OPERACAO
           MOVE WS-PED-USUARIO (WS-PED-IX) TO WS-LOG-USUARIO
           MOVE 3 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-MOT01-ANONIMIZADO" TO WS-LOG-CAMPO (1)
           MOVE "N"                     TO WS-LOG-VALOR-ANT (1)
           MOVE "S"                     TO WS-LOG-VALOR-NOVO (1)
           MOVE "ARQ-ANO01-SEQ"         TO WS-LOG-CAMPO (2)
           MOVE SPACES                  TO WS-LOG-VALOR-ANT (2)
           MOVE WS-PED-SEQ (WS-PED-IX)  TO WS-LOG-VALOR-NOVO (2)
           MOVE "ARQ-ANO01-QTD-REGISTROS" TO WS-LOG-CAMPO (3)
           MOVE SPACES                  TO WS-LOG-VALOR-ANT (3)
           MOVE WS-QTD-REGISTROS        TO WS-LOG-VALOR-NOVO (3)
           PERFORM 7600-GRAVAR-TRILHA

           MOVE WS-PED-SEQ (WS-PED-IX) TO WS-CODIGO-EDIT
           MOVE SPACES TO LOG-B054-REG
           STRING "PEDIDO " WS-CODIGO-EDIT " EFETIVADO"
               DELIMITED BY SIZE INTO LOG-B054-REG
           WRITE LOG-B054-REG
           .

       7600-GRAVAR-TRILHA.
           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, WS-LOG-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       9100-FECHAR-HISTORICO.
           IF STAT-ARQ-LOG123H NOT = "35"
               CLOSE ARQ-LOG123H
           END-IF
           IF STAT-ARQ-LOG23H NOT = "35"
               CLOSE ARQ-LOG23H
           END-IF
           .

       8000-FINALIZAR.
           MOVE SPACES TO LOG-B054-REG
           STRING "DATAS RECUPERADAS: " WS-QTD-RECUPERADOS
                  " ABERTOS: " WS-TOT-ABERTOS
                  " SIMULADOS: " WS-TOT-SIMULADOS
                  " EFETIVADOS: " WS-TOT-EFETIVADOS
                  " RECUSADOS: " WS-TOT-RECUSADOS
                  " ADIADOS: " WS-TOT-ADIADOS
               DELIMITED BY SIZE INTO LOG-B054-REG
           WRITE LOG-B054-REG

           CLOSE ARQ-ANO01 ARQ-MOT01 ARQ-IFM01 ARQ-IFP01 ARQ-CNH01
                 ARQ-EVT01 ARQ-ADF01 ARQ-DEB15 ARQ-MSG09 arq-par01
                 REL-B054 LOG-B054
           IF STAT-ARQ-MED01 NOT = "35"
               CLOSE ARQ-MED01
           END-IF
           IF STAT-ARQ-EXT01 NOT = "35"
               CLOSE ARQ-EXT01
           END-IF
           .
      * Historico de alteracoes
      *   02/10/2026 - equipe.ti - rotina nova de anonimizacao LGPD
      *                supervisionada de motorista desligado (simulacao
      *                e efetivacao dos pedidos de ARQ-ANO01), com a
      *                data de desligamento recuperada da trilha para
      *                os desligados antigos.
      *   09/10/2026 - equipe.ti - anonimiza tambem o historico da
      *                trilha (ARQ-LOG123H/ARQ-LOG23H), a observacao
      *                das medidas de ARQ-MED01 e os arquivos de
      *                extrato de ARQ-EXT01; a data de desligamento
      *                tambem e recuperada do historico.
