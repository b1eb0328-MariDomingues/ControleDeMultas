       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B057.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 9 de outubro de 2026.
       REMARKS. Rotina batch de extracao diaria para o BI corporativo
           (data warehouse). Em vez de o BI copiar os arquivos
           indexados inteiros, a rotina percorre a trilha de auditoria
           (ARQ-LOG123 e o historico ARQ-LOG123H, intercalados pela
           sequencia) a partir da ultima sequencia ja exportada,
           guardada em ARQ-CTL07 no job "P01B057", e monta a lista
           de infracoes, motoristas e veiculos alterados no periodo.
           Para cada infracao da lista saem o registro de ARQ-IFC01
           e o conjunto atual de seus registros em ARQ-IFM01,
           ARQ-PAG09, ARQ-BAI09, ARQ-IFR01 e ARQ-RAT04 (o BI troca o
           conjunto da infracao inteiro, o que cobre inclusao,
           alteracao e exclusao de registro dependente); infracao que
           nao existe mais nem no historico ARQ-IFC01H sai como
           exclusao ("E") e infracao arquivada pelo P01-B023 nao sai.
           Motorista e veiculo saem pelo registro atual ou como
           exclusao. A coluna de operacao do registro principal
           (infracao, motorista, veiculo) vem da propria trilha
           (ARQ-LOG123-OPERACAO): "I" quando a inclusao do registro
           esta no lote, "A" quando ele so foi alterado e "E" quando
           nao existe mais; os dependentes da infracao saem "A", o
           conjunto atual inteiro. Cada arquivo sai em texto
           delimitado por ";" com o nome BI-<arquivo>-<lote>.TXT e um
           arquivo de
           controle BI-CTL-<lote>.TXT com quantidade de registros,
           exclusoes e total de valor por arquivo, para a conciliacao
           da carga do BI. Sem checkpoint em ARQ-CTL07 (primeira
           carga ou carga forcada pelo P01-B058) a extracao e
           completa: todos os registros dos oito arquivos, operacao
           "C". A sequencia so avanca no fim da execucao, entao uma
           reexecucao apos queda refaz o mesmo lote, sem duplicar
           nem pular alteracao. Lista cheia encerra o lote na ultima
           sequencia inteira e o restante sai na execucao seguinte.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-LOG123.sl".
           COPY "ARQ-LOG123H.sl".
           COPY "ARQ-CTL07.sl".
           COPY "ARQ-IFC01.sl".
           COPY "ARQ-IFC01H.sl".
           COPY "ARQ-IFM01.sl".
           COPY "ARQ-PAG09.sl".
           COPY "ARQ-BAI09.sl".
           COPY "ARQ-IFR01.sl".
           COPY "ARQ-RAT04.sl".
           COPY "ARQ-MOT01.sl".
           COPY "ARQ-VEI01.sl".
           SELECT EXT-B057
                  ASSIGN          TO         EXT-B057-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-EXT-B057.
           SELECT LOG-B057
                  ASSIGN          TO         LOG-B057-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B057.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-LOG123.fd".
           COPY "ARQ-LOG123H.fd".
           COPY "ARQ-CTL07.fd".
           COPY "ARQ-IFC01.fd".
           COPY "ARQ-IFC01H.fd".
           COPY "ARQ-IFM01.fd".
           COPY "ARQ-PAG09.fd".
           COPY "ARQ-BAI09.fd".
           COPY "ARQ-IFR01.fd".
           COPY "ARQ-RAT04.fd".
           COPY "ARQ-MOT01.fd".
           COPY "ARQ-VEI01.fd".
       FD  EXT-B057
           LABEL RECORD STANDARD.
       01  EXT-B057-LINHA                  PIC X(300).
       FD  LOG-B057
           LABEL RECORD STANDARD.
       01  LOG-B057-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-LOG123                 PIC X(02).
       01  STAT-ARQ-LOG123H                PIC X(02).
       01  STAT-ARQ-CTL07                  PIC X(02).
       01  STAT-ARQ-IFC01                  PIC X(02).
       01  STAT-ARQ-IFC01H                 PIC X(02).
       01  STAT-ARQ-IFM01                  PIC X(02).
       01  STAT-ARQ-PAG09                  PIC X(02).
       01  STAT-ARQ-BAI09                  PIC X(02).
       01  STAT-ARQ-IFR01                  PIC X(02).
       01  STAT-ARQ-RAT04                  PIC X(02).
       01  STAT-ARQ-MOT01                  PIC X(02).
       01  STAT-ARQ-VEI01                  PIC X(02).
       01  STAT-EXT-B057                   PIC X(02).
       01  STAT-LOG-B057                   PIC X(02).
       01  EXT-B057-NOME                   PIC X(40).
       01  LOG-B057-NOME                   PIC X(40)
               VALUE "LOG-B057.TXT".

       01  WS-NOME-JOB                     PIC X(08)  VALUE "P01B057".
       01  WS-DATA-HOJE                    PIC 9(08)  VALUE ZERO.
       01  WS-HORA-AGORA                   PIC 9(06)  VALUE ZERO.
       01  WS-MODO                         PIC X(01)  VALUE "I".
           88 MODO-COMPLETO                           VALUE "C".
           88 MODO-INCREMENTAL                        VALUE "I".
       01  WS-LOTE                         PIC X(09)  VALUE SPACES.
       01  WS-SEQ-INICIAL                  PIC 9(08)  VALUE ZERO.
       01  WS-SEQ-FINAL                    PIC 9(08)  VALUE ZERO.
       01  WS-TOT-TRILHA                   PIC 9(08)  VALUE ZERO.
       01  WS-IFC01H-SW                    PIC X(01)  VALUE "N".
           88 IFC01H-ABERTO                           VALUE "S".

      *    intercalacao da trilha viva com o historico, como na
      *    selagem (P01-S202).
       01  WS-FIM-VIVO                     PIC X(01)  VALUE "N".
           88 FIM-VIVO                                VALUE "S".
       01  WS-FIM-HIST                     PIC X(01)  VALUE "N".
           88 FIM-HIST                                VALUE "S".
       01  WS-TRL-SEQ                      PIC 9(08)  VALUE ZERO.
       01  WS-TRL-ARQUIVO                  PIC X(12)  VALUE SPACES.
       01  WS-TRL-CHAVE                    PIC X(20)  VALUE SPACES.
       01  WS-TRL-OPERACAO                 PIC X(01)  VALUE SPACES.
       01  WS-COD-AUX                      PIC 9(06)  VALUE ZERO.

      *    lista das entidades alteradas no lote: "I" infracao,
      *    "M" motorista, "V" veiculo.
       01  WS-LISTA-SW                     PIC X(01)  VALUE "N".
           88 LISTA-CHEIA                             VALUE "S".
       01  WS-MAX-ENT                      PIC 9(05)  VALUE 5000.
       01  WS-QTD-ENT                      PIC 9(05)  VALUE ZERO.
       01  WS-ENT-IX                       PIC 9(05)  VALUE ZERO.
       01  WS-ACHOU-ENT                    PIC X(01)  VALUE "N".
       01  WS-ACHOU-IX                     PIC 9(05)  VALUE ZERO.
       01  WS-NOVA-INCLUSAO                PIC X(01)  VALUE "N".
       01  WS-NOVA-TIPO                    PIC X(01)  VALUE SPACES.
       01  WS-NOVA-CODIGO                  PIC 9(08)  VALUE ZERO.
       01  WS-TAB-ENT.
           05 WS-ENT OCCURS 5000 TIMES.
              10 WS-ENT-TIPO               PIC X(01).
              10 WS-ENT-CODIGO             PIC 9(08).
      *          "S" = inclusao do registro principal dentro do lote.
              10 WS-ENT-INCLUSAO           PIC X(01).

      *    controle por arquivo extraido, na ordem de saida.
       01  WS-ARQ-IX                       PIC 9(02)  VALUE ZERO.
       01  WS-TAB-CTL.
           05 WS-CTL OCCURS 8 TIMES.
              10 WS-CTL-ARQUIVO            PIC X(09).
              10 WS-CTL-SIGLA              PIC X(05).
              10 WS-CTL-CAMPO              PIC X(14).
              10 WS-CTL-NOME               PIC X(40).
              10 WS-CTL-QTD                PIC 9(08).
              10 WS-CTL-EXCL               PIC 9(08).
              10 WS-CTL-TOTAL              PIC 9(11)V9(02).

       01  WS-OPERACAO                     PIC X(01)  VALUE SPACES.
       01  WS-FIM-ARQ                      PIC X(01)  VALUE "N".
           88 FIM-ARQ                                 VALUE "S".
       01  WS-IFC01-ATUAL                  PIC 9(08)  VALUE ZERO.
       01  WS-SITUACAO-IFC01               PIC X(01)  VALUE SPACES.
           88 IFC01-VIVA                              VALUE "V".
           88 IFC01-ARQUIVADA                         VALUE "H".
           88 IFC01-EXCLUIDA                          VALUE "E".

       01  WS-VALOR-EDIT                   PIC Z(06)9,99.
       01  WS-VALOR2-EDIT                  PIC Z(06)9,99.
       01  WS-VALOR3-EDIT                  PIC Z(06)9,99.
       01  WS-PERC-EDIT                    PIC ZZ9,99.
       01  WS-TOTAL-EDIT                   PIC Z(10)9,99.
       01  WS-QTD-EDIT                     PIC Z(07)9.
       01  WS-EXCL-EDIT                    PIC Z(07)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 1100-OBTER-CHECKPOINT
           PERFORM 1200-MONTAR-CONTROLE
           PERFORM 2000-LER-TRILHA
           PERFORM 3000-EXTRAIR-ARQUIVO
               VARYING WS-ARQ-IX FROM 1 BY 1
               UNTIL WS-ARQ-IX > 8
           PERFORM 4000-GRAVAR-CONTROLE
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-LOG123
           OPEN INPUT ARQ-LOG123H
           OPEN INPUT ARQ-IFC01
           OPEN INPUT ARQ-IFC01H
           IF STAT-ARQ-IFC01H = "00"
               SET IFC01H-ABERTO TO TRUE
           END-IF
           OPEN INPUT ARQ-IFM01
           OPEN INPUT ARQ-PAG09
           OPEN INPUT ARQ-BAI09
           OPEN INPUT ARQ-IFR01
           OPEN INPUT ARQ-RAT04
           OPEN INPUT ARQ-MOT01
           OPEN INPUT ARQ-VEI01
           OPEN I-O   ARQ-CTL07
           OPEN OUTPUT LOG-B057

           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-HORA-AGORA
           .

      *    sem registro do job (ou zerado pelo P01-B058) a carga e
      *    completa; com registro, o lote comeca na sequencia seguinte
      *    a ultima exportada, mesmo se a execucao anterior caiu no
      *    meio (status "A"), ja que a sequencia so avanca no fim.
       1100-OBTER-CHECKPOINT.
           MOVE WS-NOME-JOB TO ARQ-CTL07-JOB
           READ ARQ-CTL07
               INVALID KEY
                   MOVE WS-NOME-JOB TO ARQ-CTL07-JOB
                   MOVE ZERO        TO ARQ-CTL07-ULTIMA-CHAVE
                   MOVE WS-DATA-HOJE TO ARQ-CTL07-DATA-EXECUCAO
                   MOVE "A"         TO ARQ-CTL07-STATUS
                   WRITE ARQ-CTL07-REG
               NOT INVALID KEY
                   MOVE WS-DATA-HOJE TO ARQ-CTL07-DATA-EXECUCAO
                   MOVE "A"          TO ARQ-CTL07-STATUS
                   REWRITE ARQ-CTL07-REG
           END-READ

           IF ARQ-CTL07-ULTIMA-CHAVE = ZERO
               SET MODO-COMPLETO TO TRUE
               MOVE SPACES TO WS-LOTE
               STRING "C" WS-DATA-HOJE
                   DELIMITED BY SIZE INTO WS-LOTE
           ELSE
               SET MODO-INCREMENTAL TO TRUE
               COMPUTE WS-SEQ-INICIAL = ARQ-CTL07-ULTIMA-CHAVE + 1
               MOVE SPACES TO WS-LOTE
               STRING "I" WS-SEQ-INICIAL
                   DELIMITED BY SIZE INTO WS-LOTE
           END-IF
           MOVE ARQ-CTL07-ULTIMA-CHAVE TO WS-SEQ-FINAL
           .

       1200-MONTAR-CONTROLE.
           INITIALIZE WS-TAB-CTL
           MOVE "ARQ-IFC01"      TO WS-CTL-ARQUIVO (1)
           MOVE "VALOR"          TO WS-CTL-CAMPO (1)
           MOVE "ARQ-IFM01"      TO WS-CTL-ARQUIVO (2)
           MOVE "PONTOS"         TO WS-CTL-CAMPO (2)
           MOVE "ARQ-PAG09"      TO WS-CTL-ARQUIVO (3)
           MOVE "VALOR-PARCELA"  TO WS-CTL-CAMPO (3)
           MOVE "ARQ-BAI09"      TO WS-CTL-ARQUIVO (4)
           MOVE "VALOR-BAIXA"    TO WS-CTL-CAMPO (4)
           MOVE "ARQ-IFR01"      TO WS-CTL-ARQUIVO (5)
           MOVE "VALOR-DECIDIDO" TO WS-CTL-CAMPO (5)
           MOVE "ARQ-RAT04"      TO WS-CTL-ARQUIVO (6)
           MOVE "VALOR-RATEIO"   TO WS-CTL-CAMPO (6)
           MOVE "ARQ-MOT01"      TO WS-CTL-ARQUIVO (7)
           MOVE "PONTOS-CNH"     TO WS-CTL-CAMPO (7)
           MOVE "ARQ-VEI01"      TO WS-CTL-ARQUIVO (8)
           MOVE SPACES           TO WS-CTL-CAMPO (8)
           PERFORM 1250-NOMEAR-ARQUIVO
               VARYING WS-ARQ-IX FROM 1 BY 1
               UNTIL WS-ARQ-IX > 8
           .

       1250-NOMEAR-ARQUIVO.
           MOVE WS-CTL-ARQUIVO (WS-ARQ-IX) (5:5)
               TO WS-CTL-SIGLA (WS-ARQ-IX)
           MOVE SPACES TO WS-CTL-NOME (WS-ARQ-IX)
           STRING "BI-" WS-CTL-SIGLA (WS-ARQ-IX) "-" WS-LOTE ".TXT"
               DELIMITED BY SIZE INTO WS-CTL-NOME (WS-ARQ-IX)
           .

      *    ------------------------------------------------------------
      *    leitura da trilha a partir da ultima sequencia exportada
      *    ------------------------------------------------------------
       2000-LER-TRILHA.
           MOVE "N" TO WS-FIM-VIVO
           MOVE ARQ-CTL07-ULTIMA-CHAVE TO ARQ-LOG123-SEQ
           START ARQ-LOG123 KEY IS GREATER THAN ARQ-LOG123-SEQ
               INVALID KEY
                   SET FIM-VIVO TO TRUE
           END-START
           PERFORM 2100-LER-VIVO

           MOVE "N" TO WS-FIM-HIST
           IF STAT-ARQ-LOG123H = "35"
               SET FIM-HIST TO TRUE
           ELSE
               MOVE ARQ-CTL07-ULTIMA-CHAVE TO ARQ-LOG123H-SEQ
               START ARQ-LOG123H KEY IS GREATER THAN ARQ-LOG123H-SEQ
                   INVALID KEY
                       SET FIM-HIST TO TRUE
               END-START
               PERFORM 2200-LER-HIST
           END-IF

           PERFORM 2300-PROXIMA-ENTRADA
               UNTIL (FIM-VIVO AND FIM-HIST) OR LISTA-CHEIA

           MOVE SPACES TO LOG-B057-REG
           IF MODO-COMPLETO
               STRING "CARGA COMPLETA - LOTE " WS-LOTE
                      " - TRILHA ATE A SEQUENCIA " WS-SEQ-FINAL
                   DELIMITED BY SIZE INTO LOG-B057-REG
           ELSE
               STRING "CARGA INCREMENTAL - LOTE " WS-LOTE
                      " - SEQUENCIAS " WS-SEQ-INICIAL " A "
                      WS-SEQ-FINAL
                   DELIMITED BY SIZE INTO LOG-B057-REG
           END-IF
           WRITE LOG-B057-REG
           IF LISTA-CHEIA
               MOVE SPACES TO LOG-B057-REG
               STRING "LISTA DE ALTERACOES CHEIA - O RESTANTE DA "
                      "TRILHA SAI NA PROXIMA EXECUCAO"
                   DELIMITED BY SIZE INTO LOG-B057-REG
               WRITE LOG-B057-REG
           END-IF
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

       2300-PROXIMA-ENTRADA.
           IF NOT FIM-VIVO
            AND (FIM-HIST OR ARQ-LOG123-SEQ <= ARQ-LOG123H-SEQ)
               MOVE ARQ-LOG123-SEQ     TO WS-TRL-SEQ
               MOVE ARQ-LOG123-ARQUIVO TO WS-TRL-ARQUIVO
               MOVE ARQ-LOG123-CHAVE   TO WS-TRL-CHAVE
               MOVE ARQ-LOG123-OPERACAO TO WS-TRL-OPERACAO
               PERFORM 2400-REGISTRAR-ENTRADA
               IF NOT LISTA-CHEIA
                   PERFORM 2100-LER-VIVO
               END-IF
           ELSE
               MOVE ARQ-LOG123H-SEQ     TO WS-TRL-SEQ
               MOVE ARQ-LOG123H-ARQUIVO TO WS-TRL-ARQUIVO
               MOVE ARQ-LOG123H-CHAVE   TO WS-TRL-CHAVE
               MOVE ARQ-LOG123H-OPERACAO TO WS-TRL-OPERACAO
               PERFORM 2400-REGISTRAR-ENTRADA
               IF NOT LISTA-CHEIA
                   PERFORM 2200-LER-HIST
               END-IF
           END-IF
           .

      *    a carga completa so precisa saber ate onde a trilha vai;
      *    a incremental guarda a entidade da entrada na lista.
       2400-REGISTRAR-ENTRADA.
           MOVE SPACES TO WS-NOVA-TIPO
           MOVE "N"    TO WS-NOVA-INCLUSAO
           IF MODO-INCREMENTAL
               EVALUATE WS-TRL-ARQUIVO
                   WHEN "ARQ-IFC01"
                   WHEN "ARQ-IFM01"
                   WHEN "ARQ-PAG09"
                   WHEN "ARQ-BAI09"
                   WHEN "ARQ-IFR01"
                   WHEN "ARQ-RAT04"
                   WHEN "ARQ-PRP04"
                       IF WS-TRL-CHAVE (1:8) IS NUMERIC
                           MOVE "I" TO WS-NOVA-TIPO
                           MOVE WS-TRL-CHAVE (1:8) TO WS-NOVA-CODIGO
                           IF WS-TRL-ARQUIVO = "ARQ-IFC01"
                            AND WS-TRL-OPERACAO = "I"
                               MOVE "S" TO WS-NOVA-INCLUSAO
                           END-IF
                       END-IF
                   WHEN "ARQ-MOT01"
                       IF WS-TRL-CHAVE (1:6) IS NUMERIC
                           MOVE "M" TO WS-NOVA-TIPO
                           MOVE WS-TRL-CHAVE (1:6) TO WS-COD-AUX
                           MOVE WS-COD-AUX TO WS-NOVA-CODIGO
                           IF WS-TRL-OPERACAO = "I"
                               MOVE "S" TO WS-NOVA-INCLUSAO
                           END-IF
                       END-IF
                   WHEN "ARQ-VEI01"
                       IF WS-TRL-CHAVE (1:6) IS NUMERIC
                           MOVE "V" TO WS-NOVA-TIPO
                           MOVE WS-TRL-CHAVE (1:6) TO WS-COD-AUX
                           MOVE WS-COD-AUX TO WS-NOVA-CODIGO
                           IF WS-TRL-OPERACAO = "I"
                               MOVE "S" TO WS-NOVA-INCLUSAO
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF

           IF WS-NOVA-TIPO NOT = SPACES
               PERFORM 2500-INCLUIR-NA-LISTA
           END-IF
           IF NOT LISTA-CHEIA
               MOVE WS-TRL-SEQ TO WS-SEQ-FINAL
               ADD 1 TO WS-TOT-TRILHA
           END-IF
           .

       2500-INCLUIR-NA-LISTA.
           MOVE "N" TO WS-ACHOU-ENT
           PERFORM 2550-PROCURAR-NA-LISTA
               VARYING WS-ENT-IX FROM 1 BY 1
               UNTIL WS-ENT-IX > WS-QTD-ENT
                  OR WS-ACHOU-ENT = "S"
           IF WS-ACHOU-ENT = "N"
               IF WS-QTD-ENT < WS-MAX-ENT
                   ADD 1 TO WS-QTD-ENT
                   MOVE WS-NOVA-TIPO   TO WS-ENT-TIPO (WS-QTD-ENT)
                   MOVE WS-NOVA-CODIGO TO WS-ENT-CODIGO (WS-QTD-ENT)
                   MOVE WS-NOVA-INCLUSAO
                                       TO WS-ENT-INCLUSAO (WS-QTD-ENT)
               ELSE
                   SET LISTA-CHEIA TO TRUE
               END-IF
           ELSE
               IF WS-NOVA-INCLUSAO = "S"
                   MOVE "S" TO WS-ENT-INCLUSAO (WS-ACHOU-IX)
               END-IF
           END-IF
           .

       2550-PROCURAR-NA-LISTA.
           IF WS-ENT-TIPO (WS-ENT-IX) = WS-NOVA-TIPO
              AND WS-ENT-CODIGO (WS-ENT-IX) = WS-NOVA-CODIGO
               MOVE "S" TO WS-ACHOU-ENT
               MOVE WS-ENT-IX TO WS-ACHOU-IX
           END-IF
           .

      *    ------------------------------------------------------------
      *    extracao de um arquivo: cabecalho e registros do lote
      *    ------------------------------------------------------------
       3000-EXTRAIR-ARQUIVO.
           MOVE WS-CTL-NOME (WS-ARQ-IX) TO EXT-B057-NOME
           OPEN OUTPUT EXT-B057
           MOVE SPACES TO EXT-B057-LINHA
           EVALUATE WS-ARQ-IX
               WHEN 1
                   STRING "OPERACAO;CODIGO;NOTIFICACAO;DATA-INFRACAO;"
                          "HORA-INFRACAO;TIP01;VEI01;MOT01;EMP00;"
                          "UNI15;CID01;FOR15;VALOR;SITUACAO;"
                          "DATA-LANCTO;ORIGEM;ORG01"
                       DELIMITED BY SIZE INTO EXT-B057-LINHA
               WHEN 2
                   STRING "OPERACAO;IFC01;MOT01;TIP01;CONFIRMADA;"
                          "DATA-CONFIRM;PONTOS"
                       DELIMITED BY SIZE INTO EXT-B057-LINHA
               WHEN 3
                   STRING "OPERACAO;IFC01;PARCELA;VENCIMENTO;"
                          "VALOR-PARCELA;DATA-PGTO;VALOR-PAGO;"
                          "VALOR-DESCONTO;DATA-LIMITE-DESC;FORMA;"
                          "STATUS-PARCELA;TIPO-BARRAS;SIT-BARRAS"
                       DELIMITED BY SIZE INTO EXT-B057-LINHA
               WHEN 4
                   STRING "OPERACAO;IFC01;DATA-BAIXA;VALOR-BAIXA;"
                          "MOTIVO"
                       DELIMITED BY SIZE INTO EXT-B057-LINHA
               WHEN 5
                   STRING "OPERACAO;IFC01;INSTANCIA;DATA-PROTOCOLO;"
                          "DATA-PRAZO;STATUS;RESULT-COD;"
                          "VALOR-DECIDIDO;NUM-PROTOCOLO;"
                          "DATA-DECISAO;DATA-PRAZO-PROX;"
                          "DECISAO-FINAL"
                       DELIMITED BY SIZE INTO EXT-B057-LINHA
               WHEN 6
                   STRING "OPERACAO;IFC01;PRO01;CRITERIO;PERCENTUAL;"
                          "VALOR-RATEIO;FATURADO;DATA-FATURA"
                       DELIMITED BY SIZE INTO EXT-B057-LINHA
               WHEN 7
                   STRING "OPERACAO;CODIGO;NOME;CNH-CATEGORIA;EMP00;"
                          "FOR15;UNI15;ATIVO;PONTOS-CNH;"
                          "RISCO-SUSPENSO;DATA-DESLIGAMENTO;"
                          "ANONIMIZADO"
                       DELIMITED BY SIZE INTO EXT-B057-LINHA
               WHEN 8
                   STRING "OPERACAO;CODIGO;PLACA;MODELO;EMP00;"
                          "SITUACAO;DATA-TRANSFER;RENAVAM;CHASSI"
                       DELIMITED BY SIZE INTO EXT-B057-LINHA
           END-EVALUATE
           WRITE EXT-B057-LINHA

           IF MODO-COMPLETO
               MOVE "C" TO WS-OPERACAO
               PERFORM 3100-EXTRAIR-COMPLETO
           ELSE
               MOVE "A" TO WS-OPERACAO
               PERFORM 3500-EXTRAIR-ENTIDADE
                   VARYING WS-ENT-IX FROM 1 BY 1
                   UNTIL WS-ENT-IX > WS-QTD-ENT
           END-IF
           CLOSE EXT-B057
           .

      *    carga completa: o arquivo inteiro pela chave principal.
       3100-EXTRAIR-COMPLETO.
           MOVE "N" TO WS-FIM-ARQ
           EVALUATE WS-ARQ-IX
               WHEN 1
                   MOVE ZERO TO ARQ-IFC01-CODIGO
                   START ARQ-IFC01 KEY IS NOT LESS THAN
                         ARQ-IFC01-CODIGO
                       INVALID KEY
                           SET FIM-ARQ TO TRUE
                   END-START
               WHEN 2
                   MOVE LOW-VALUES TO ARQ-IFM01-CHAVE
                   START ARQ-IFM01 KEY IS NOT LESS THAN
                         ARQ-IFM01-CHAVE
                       INVALID KEY
                           SET FIM-ARQ TO TRUE
                   END-START
               WHEN 3
                   MOVE LOW-VALUES TO ARQ-PAG09-CHAVE
                   START ARQ-PAG09 KEY IS NOT LESS THAN
                         ARQ-PAG09-CHAVE
                       INVALID KEY
                           SET FIM-ARQ TO TRUE
                   END-START
               WHEN 4
                   MOVE ZERO TO ARQ-BAI09-IFC01
                   START ARQ-BAI09 KEY IS NOT LESS THAN
                         ARQ-BAI09-IFC01
                       INVALID KEY
                           SET FIM-ARQ TO TRUE
                   END-START
               WHEN 5
                   MOVE LOW-VALUES TO ARQ-IFR01-CHAVE
                   START ARQ-IFR01 KEY IS NOT LESS THAN
                         ARQ-IFR01-CHAVE
                       INVALID KEY
                           SET FIM-ARQ TO TRUE
                   END-START
               WHEN 6
                   MOVE LOW-VALUES TO ARQ-RAT04-CHAVE
                   START ARQ-RAT04 KEY IS NOT LESS THAN
                         ARQ-RAT04-CHAVE
                       INVALID KEY
                           SET FIM-ARQ TO TRUE
                   END-START
               WHEN 7
                   MOVE ZERO TO ARQ-MOT01-CODIGO
                   START ARQ-MOT01 KEY IS NOT LESS THAN
                         ARQ-MOT01-CODIGO
                       INVALID KEY
                           SET FIM-ARQ TO TRUE
                   END-START
               WHEN 8
                   MOVE ZERO TO ARQ-VEI01-CODIGO
                   START ARQ-VEI01 KEY IS NOT LESS THAN
                         ARQ-VEI01-CODIGO
                       INVALID KEY
                           SET FIM-ARQ TO TRUE
                   END-START
           END-EVALUATE
           PERFORM 3200-LER-SEGUINTE
           PERFORM 3300-GRAVAR-E-LER
               UNTIL FIM-ARQ
           .

       3200-LER-SEGUINTE.
           IF NOT FIM-ARQ
               EVALUATE WS-ARQ-IX
                   WHEN 1
                       READ ARQ-IFC01 NEXT RECORD
                           AT END SET FIM-ARQ TO TRUE
                       END-READ
                   WHEN 2
                       READ ARQ-IFM01 NEXT RECORD
                           AT END SET FIM-ARQ TO TRUE
                       END-READ
                   WHEN 3
                       READ ARQ-PAG09 NEXT RECORD
                           AT END SET FIM-ARQ TO TRUE
                       END-READ
                   WHEN 4
                       READ ARQ-BAI09 NEXT RECORD
                           AT END SET FIM-ARQ TO TRUE
                       END-READ
                   WHEN 5
                       READ ARQ-IFR01 NEXT RECORD
                           AT END SET FIM-ARQ TO TRUE
                       END-READ
                   WHEN 6
                       READ ARQ-RAT04 NEXT RECORD
                           AT END SET FIM-ARQ TO TRUE
                       END-READ
                   WHEN 7
                       READ ARQ-MOT01 NEXT RECORD
                           AT END SET FIM-ARQ TO TRUE
                       END-READ
                   WHEN 8
                       READ ARQ-VEI01 NEXT RECORD
                           AT END SET FIM-ARQ TO TRUE
                       END-READ
               END-EVALUATE
           END-IF
           .

       3300-GRAVAR-E-LER.
           PERFORM 6000-GRAVAR-LINHA
           PERFORM 3200-LER-SEGUINTE
           .

      *    carga incremental: cada entidade da lista que pertence ao
      *    arquivo da vez.
       3500-EXTRAIR-ENTIDADE.
           EVALUATE TRUE
               WHEN WS-ENT-TIPO (WS-ENT-IX) = "I"
                AND WS-ARQ-IX < 7
                   MOVE WS-ENT-CODIGO (WS-ENT-IX) TO WS-IFC01-ATUAL
                   PERFORM 3600-SITUAR-INFRACAO
                   IF WS-ARQ-IX = 1
                       PERFORM 3700-EXTRAIR-INFRACAO
                   ELSE
                       IF IFC01-VIVA
                           PERFORM 3800-EXTRAIR-DEPENDENTES
                       END-IF
                   END-IF
               WHEN WS-ENT-TIPO (WS-ENT-IX) = "M"
                AND WS-ARQ-IX = 7
                   MOVE WS-ENT-CODIGO (WS-ENT-IX) TO ARQ-MOT01-CODIGO
                   READ ARQ-MOT01
                       INVALID KEY
                           MOVE "E" TO WS-OPERACAO
                       NOT INVALID KEY
                           PERFORM 3550-OPERACAO-PRINCIPAL
                   END-READ
                   PERFORM 6000-GRAVAR-LINHA
               WHEN WS-ENT-TIPO (WS-ENT-IX) = "V"
                AND WS-ARQ-IX = 8
                   MOVE WS-ENT-CODIGO (WS-ENT-IX) TO ARQ-VEI01-CODIGO
                   READ ARQ-VEI01
                       INVALID KEY
                           MOVE "E" TO WS-OPERACAO
                       NOT INVALID KEY
                           PERFORM 3550-OPERACAO-PRINCIPAL
                   END-READ
                   PERFORM 6000-GRAVAR-LINHA
           END-EVALUATE
           .

      *    registro principal existente: incluido no lote ou so
      *    alterado, conforme a trilha.
       3550-OPERACAO-PRINCIPAL.
           IF WS-ENT-INCLUSAO (WS-ENT-IX) = "S"
               MOVE "I" TO WS-OPERACAO
           ELSE
               MOVE "A" TO WS-OPERACAO
           END-IF
           .

      *    infracao viva em ARQ-IFC01, arquivada em ARQ-IFC01H ou
      *    excluida de vez.
       3600-SITUAR-INFRACAO.
           MOVE WS-IFC01-ATUAL TO ARQ-IFC01-CODIGO
           READ ARQ-IFC01
               INVALID KEY
                   SET IFC01-EXCLUIDA TO TRUE
               NOT INVALID KEY
                   SET IFC01-VIVA TO TRUE
           END-READ
           IF IFC01-EXCLUIDA AND IFC01H-ABERTO
               MOVE WS-IFC01-ATUAL TO ARQ-IFC01H-CODIGO
               READ ARQ-IFC01H
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET IFC01-ARQUIVADA TO TRUE
               END-READ
           END-IF
           .

       3700-EXTRAIR-INFRACAO.
           EVALUATE TRUE
               WHEN IFC01-VIVA
                   PERFORM 3550-OPERACAO-PRINCIPAL
                   PERFORM 6000-GRAVAR-LINHA
               WHEN IFC01-EXCLUIDA
                   MOVE "E" TO WS-OPERACAO
                   INITIALIZE ARQ-IFC01-REG
                   MOVE WS-IFC01-ATUAL TO ARQ-IFC01-CODIGO
                   PERFORM 6000-GRAVAR-LINHA
           END-EVALUATE
           .

      *    todos os registros dependentes da infracao, pela chave
      *    composta que comeca pelo codigo da infracao.
       3800-EXTRAIR-DEPENDENTES.
           MOVE "A" TO WS-OPERACAO
           MOVE "N" TO WS-FIM-ARQ
           EVALUATE WS-ARQ-IX
               WHEN 2
                   MOVE WS-IFC01-ATUAL TO ARQ-IFM01-IFC01
                   MOVE ZERO           TO ARQ-IFM01-MOT01
                   START ARQ-IFM01 KEY IS NOT LESS THAN
                         ARQ-IFM01-CHAVE
                       INVALID KEY
                           SET FIM-ARQ TO TRUE
                   END-START
               WHEN 3
                   MOVE WS-IFC01-ATUAL TO ARQ-PAG09-IFC01
                   MOVE ZERO           TO ARQ-PAG09-PARCELA
                   START ARQ-PAG09 KEY IS NOT LESS THAN
                         ARQ-PAG09-CHAVE
                       INVALID KEY
                           SET FIM-ARQ TO TRUE
                   END-START
               WHEN 4
                   MOVE WS-IFC01-ATUAL TO ARQ-BAI09-IFC01
                   READ ARQ-BAI09
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 6000-GRAVAR-LINHA
                   END-READ
                   SET FIM-ARQ TO TRUE
               WHEN 5
                   MOVE WS-IFC01-ATUAL TO ARQ-IFR01-IFC01
                   MOVE LOW-VALUES     TO ARQ-IFR01-INSTANCIA
                   START ARQ-IFR01 KEY IS NOT LESS THAN
                         ARQ-IFR01-CHAVE
                       INVALID KEY
                           SET FIM-ARQ TO TRUE
                   END-START
               WHEN 6
                   MOVE WS-IFC01-ATUAL TO ARQ-RAT04-IFC01
                   MOVE ZERO           TO ARQ-RAT04-PRO01
                   START ARQ-RAT04 KEY IS NOT LESS THAN
                         ARQ-RAT04-CHAVE
                       INVALID KEY
                           SET FIM-ARQ TO TRUE
                   END-START
           END-EVALUATE
           PERFORM 3200-LER-SEGUINTE
           PERFORM 3850-CONFERIR-DEPENDENTE
               UNTIL FIM-ARQ
           .

       3850-CONFERIR-DEPENDENTE.
           EVALUATE WS-ARQ-IX
               WHEN 2
                   IF ARQ-IFM01-IFC01 NOT = WS-IFC01-ATUAL
                       SET FIM-ARQ TO TRUE
                   END-IF
               WHEN 3
                   IF ARQ-PAG09-IFC01 NOT = WS-IFC01-ATUAL
                       SET FIM-ARQ TO TRUE
                   END-IF
               WHEN 5
                   IF ARQ-IFR01-IFC01 NOT = WS-IFC01-ATUAL
                       SET FIM-ARQ TO TRUE
                   END-IF
               WHEN 6
                   IF ARQ-RAT04-IFC01 NOT = WS-IFC01-ATUAL
                       SET FIM-ARQ TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT FIM-ARQ
               PERFORM 3300-GRAVAR-E-LER
           END-IF
           .

      *    ------------------------------------------------------------
      *    arquivo de controle para a conciliacao da carga do BI
      *    ------------------------------------------------------------
       4000-GRAVAR-CONTROLE.
           MOVE SPACES TO EXT-B057-NOME
           STRING "BI-CTL-" WS-LOTE ".TXT"
               DELIMITED BY SIZE INTO EXT-B057-NOME
           OPEN OUTPUT EXT-B057

           MOVE SPACES TO EXT-B057-LINHA
           STRING "LOTE;MODO;SEQ-INICIAL;SEQ-FINAL;DATA;HORA"
               DELIMITED BY SIZE INTO EXT-B057-LINHA
           WRITE EXT-B057-LINHA
           MOVE SPACES TO EXT-B057-LINHA
           STRING WS-LOTE ";" WS-MODO ";" WS-SEQ-INICIAL ";"
                  WS-SEQ-FINAL ";" WS-DATA-HOJE ";" WS-HORA-AGORA
               DELIMITED BY SIZE INTO EXT-B057-LINHA
           WRITE EXT-B057-LINHA

           MOVE SPACES TO EXT-B057-LINHA
           STRING "ARQUIVO;NOME-ARQUIVO;REGISTROS;EXCLUSOES;"
                  "CAMPO-TOTAL;TOTAL"
               DELIMITED BY SIZE INTO EXT-B057-LINHA
           WRITE EXT-B057-LINHA
           PERFORM 4100-GRAVAR-LINHA-CONTROLE
               VARYING WS-ARQ-IX FROM 1 BY 1
               UNTIL WS-ARQ-IX > 8
           CLOSE EXT-B057
           .

       4100-GRAVAR-LINHA-CONTROLE.
           MOVE WS-CTL-QTD (WS-ARQ-IX)   TO WS-QTD-EDIT
           MOVE WS-CTL-EXCL (WS-ARQ-IX)  TO WS-EXCL-EDIT
           MOVE WS-CTL-TOTAL (WS-ARQ-IX) TO WS-TOTAL-EDIT
           MOVE SPACES TO EXT-B057-LINHA
           STRING WS-CTL-ARQUIVO (WS-ARQ-IX) ";"
                  WS-CTL-NOME (WS-ARQ-IX) ";"
                  WS-QTD-EDIT ";" WS-EXCL-EDIT ";"
                  WS-CTL-CAMPO (WS-ARQ-IX) ";" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO EXT-B057-LINHA
           WRITE EXT-B057-LINHA

           MOVE SPACES TO LOG-B057-REG
           STRING WS-CTL-ARQUIVO (WS-ARQ-IX) " REGISTROS: "
                  WS-QTD-EDIT " EXCLUSOES: " WS-EXCL-EDIT
                  " TOTAL: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LOG-B057-REG
           WRITE LOG-B057-REG
           .

      *    ------------------------------------------------------------
      *    linha delimitada do registro corrente do arquivo da vez
      *    ------------------------------------------------------------
       6000-GRAVAR-LINHA.
           MOVE SPACES TO EXT-B057-LINHA
           EVALUATE WS-ARQ-IX
               WHEN 1
                   PERFORM 6100-LINHA-IFC01
               WHEN 2
                   PERFORM 6200-LINHA-IFM01
               WHEN 3
                   PERFORM 6300-LINHA-PAG09
               WHEN 4
                   PERFORM 6400-LINHA-BAI09
               WHEN 5
                   PERFORM 6500-LINHA-IFR01
               WHEN 6
                   PERFORM 6600-LINHA-RAT04
               WHEN 7
                   PERFORM 6700-LINHA-MOT01
               WHEN 8
                   PERFORM 6800-LINHA-VEI01
           END-EVALUATE
           WRITE EXT-B057-LINHA
           ADD 1 TO WS-CTL-QTD (WS-ARQ-IX)
           IF WS-OPERACAO = "E"
               ADD 1 TO WS-CTL-EXCL (WS-ARQ-IX)
           END-IF
           .

       6100-LINHA-IFC01.
           MOVE ARQ-IFC01-VALOR TO WS-VALOR-EDIT
           IF WS-OPERACAO NOT = "E"
               ADD ARQ-IFC01-VALOR TO WS-CTL-TOTAL (1)
           END-IF
           STRING WS-OPERACAO ";"
                  ARQ-IFC01-CODIGO ";"
                  ARQ-IFC01-NOTIFICACAO ";"
                  ARQ-IFC01-DATA-INFRACAO ";"
                  ARQ-IFC01-HORA-INFRACAO ";"
                  ARQ-IFC01-TIP01 ";"
                  ARQ-IFC01-VEI01 ";"
                  ARQ-IFC01-MOT01 ";"
                  ARQ-IFC01-EMP00 ";"
                  ARQ-IFC01-UNI15 ";"
                  ARQ-IFC01-CID01 ";"
                  ARQ-IFC01-FOR15 ";"
                  WS-VALOR-EDIT ";"
                  ARQ-IFC01-SITUACAO ";"
                  ARQ-IFC01-DATA-LANCTO ";"
                  ARQ-IFC01-ORIGEM ";"
                  ARQ-IFC01-ORG01
               DELIMITED BY SIZE INTO EXT-B057-LINHA
           .

       6200-LINHA-IFM01.
           ADD ARQ-IFM01-PONTOS TO WS-CTL-TOTAL (2)
           STRING WS-OPERACAO ";"
                  ARQ-IFM01-IFC01 ";"
                  ARQ-IFM01-MOT01 ";"
                  ARQ-IFM01-TIP01 ";"
                  ARQ-IFM01-CONFIRMADA ";"
                  ARQ-IFM01-DATA-CONFIRM ";"
                  ARQ-IFM01-PONTOS
               DELIMITED BY SIZE INTO EXT-B057-LINHA
           .

       6300-LINHA-PAG09.
           ADD ARQ-PAG09-VALOR-PARCELA TO WS-CTL-TOTAL (3)
           MOVE ARQ-PAG09-VALOR-PARCELA  TO WS-VALOR-EDIT
           MOVE ARQ-PAG09-VALOR-PAGO     TO WS-VALOR2-EDIT
           MOVE ARQ-PAG09-VALOR-DESCONTO TO WS-VALOR3-EDIT
           STRING WS-OPERACAO ";"
                  ARQ-PAG09-IFC01 ";"
                  ARQ-PAG09-PARCELA ";"
                  ARQ-PAG09-VENCIMENTO ";"
                  WS-VALOR-EDIT ";"
                  ARQ-PAG09-DATA-PGTO ";"
                  WS-VALOR2-EDIT ";"
                  WS-VALOR3-EDIT ";"
                  ARQ-PAG09-DATA-LIMITE-DESC ";"
                  ARQ-PAG09-FORMA ";"
                  ARQ-PAG09-STATUS-PARCELA ";"
                  ARQ-PAG09-TIPO-BARRAS ";"
                  ARQ-PAG09-SIT-BARRAS
               DELIMITED BY SIZE INTO EXT-B057-LINHA
           .

       6400-LINHA-BAI09.
           ADD ARQ-BAI09-VALOR-BAIXA TO WS-CTL-TOTAL (4)
           MOVE ARQ-BAI09-VALOR-BAIXA TO WS-VALOR-EDIT
           STRING WS-OPERACAO ";"
                  ARQ-BAI09-IFC01 ";"
                  ARQ-BAI09-DATA-BAIXA ";"
                  WS-VALOR-EDIT ";"
                  ARQ-BAI09-MOTIVO
               DELIMITED BY SIZE INTO EXT-B057-LINHA
           .

       6500-LINHA-IFR01.
           ADD ARQ-IFR01-VALOR-DECIDIDO TO WS-CTL-TOTAL (5)
           MOVE ARQ-IFR01-VALOR-DECIDIDO TO WS-VALOR-EDIT
           STRING WS-OPERACAO ";"
                  ARQ-IFR01-IFC01 ";"
                  ARQ-IFR01-INSTANCIA ";"
                  ARQ-IFR01-DATA-PROTOCOLO ";"
                  ARQ-IFR01-DATA-PRAZO ";"
                  ARQ-IFR01-STATUS ";"
                  ARQ-IFR01-RESULT-COD ";"
                  WS-VALOR-EDIT ";"
                  ARQ-IFR01-NUM-PROTOCOLO ";"
                  ARQ-IFR01-DATA-DECISAO ";"
                  ARQ-IFR01-DATA-PRAZO-PROX ";"
                  ARQ-IFR01-DECISAO-FINAL
               DELIMITED BY SIZE INTO EXT-B057-LINHA
           .

       6600-LINHA-RAT04.
           ADD ARQ-RAT04-VALOR-RATEIO TO WS-CTL-TOTAL (6)
           MOVE ARQ-RAT04-PERCENTUAL   TO WS-PERC-EDIT
           MOVE ARQ-RAT04-VALOR-RATEIO TO WS-VALOR-EDIT
           STRING WS-OPERACAO ";"
                  ARQ-RAT04-IFC01 ";"
                  ARQ-RAT04-PRO01 ";"
                  ARQ-RAT04-CRITERIO ";"
                  WS-PERC-EDIT ";"
                  WS-VALOR-EDIT ";"
                  ARQ-RAT04-FATURADO ";"
                  ARQ-RAT04-DATA-FATURA
               DELIMITED BY SIZE INTO EXT-B057-LINHA
           .

      *    dados de contato e numero da CNH nao vao para o BI.
       6700-LINHA-MOT01.
           IF WS-OPERACAO = "E"
               STRING WS-OPERACAO ";" ARQ-MOT01-CODIGO
                   DELIMITED BY SIZE INTO EXT-B057-LINHA
           ELSE
               ADD ARQ-MOT01-PONTOS-CNH TO WS-CTL-TOTAL (7)
               STRING WS-OPERACAO ";"
                      ARQ-MOT01-CODIGO ";"
                      ARQ-MOT01-NOME ";"
                      ARQ-MOT01-CNH-CATEGORIA ";"
                      ARQ-MOT01-EMP00 ";"
                      ARQ-MOT01-FOR15 ";"
                      ARQ-MOT01-UNI15 ";"
                      ARQ-MOT01-ATIVO ";"
                      ARQ-MOT01-PONTOS-CNH ";"
                      ARQ-MOT01-RISCO-SUSPENSO ";"
                      ARQ-MOT01-DATA-DESLIGAMENTO ";"
                      ARQ-MOT01-ANONIMIZADO
                   DELIMITED BY SIZE INTO EXT-B057-LINHA
           END-IF
           .

      *    dados do comprador na transferencia nao vao para o BI.
       6800-LINHA-VEI01.
           IF WS-OPERACAO = "E"
               STRING WS-OPERACAO ";" ARQ-VEI01-CODIGO
                   DELIMITED BY SIZE INTO EXT-B057-LINHA
           ELSE
               STRING WS-OPERACAO ";"
                      ARQ-VEI01-CODIGO ";"
                      ARQ-VEI01-PLACA ";"
                      ARQ-VEI01-MODELO ";"
                      ARQ-VEI01-EMP00 ";"
                      ARQ-VEI01-SITUACAO ";"
                      ARQ-VEI01-DATA-TRANSFER ";"
                      ARQ-VEI01-RENAVAM ";"
                      ARQ-VEI01-CHASSI
                   DELIMITED BY SIZE INTO EXT-B057-LINHA
           END-IF
           .

      *    so aqui a sequencia exportada avanca.
       8000-FINALIZAR.
           MOVE WS-NOME-JOB  TO ARQ-CTL07-JOB
           READ ARQ-CTL07
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-SEQ-FINAL TO ARQ-CTL07-ULTIMA-CHAVE
           MOVE WS-DATA-HOJE TO ARQ-CTL07-DATA-EXECUCAO
           MOVE "C"          TO ARQ-CTL07-STATUS
           REWRITE ARQ-CTL07-REG

           MOVE SPACES TO LOG-B057-REG
           STRING "ENTRADAS DA TRILHA: " WS-TOT-TRILHA
                  " ENTIDADES ALTERADAS: " WS-QTD-ENT
                  " PROXIMA SEQUENCIA: " WS-SEQ-FINAL
               DELIMITED BY SIZE INTO LOG-B057-REG
           WRITE LOG-B057-REG

           CLOSE ARQ-LOG123 ARQ-CTL07 ARQ-IFC01 ARQ-IFM01 ARQ-PAG09
                 ARQ-BAI09 ARQ-IFR01 ARQ-RAT04 ARQ-MOT01 ARQ-VEI01
                 LOG-B057
           IF STAT-ARQ-LOG123H NOT = "35"
               CLOSE ARQ-LOG123H
           END-IF
           IF IFC01H-ABERTO
               CLOSE ARQ-IFC01H
           END-IF
           .
      * Historico de alteracoes
      *   09/10/2026 - equipe.ti - rotina nova de extracao diaria
      *                incremental (e completa na carga inicial) para
      *                o BI corporativo, guiada pela trilha.
      *   09/10/2026 - equipe.ti - operacao "I" para infracao,
      *                motorista e veiculo incluidos no lote, pela
      *                operacao da trilha; "A" so para alteracao.
      *   09/10/2026 - equipe.ti - registro de ARQ-CTL07 com o nome do
      *                job sem o hifen, como o P01-B034 o monta.
