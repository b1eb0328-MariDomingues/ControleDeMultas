       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B047.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 18 de setembro de 2026.
       REMARKS. Rotina noturna das medidas disciplinares internas dos
           motoristas (advertencia verbal, advertencia escrita,
           reciclagem obrigatoria e afastamento de rota de longa
           distancia), separadas do processo legal da CNH em
           ARQ-CNH01. Primeira parte: aplica as regras ativas de
           ARQ-RGM01 a cada motorista ativo de ARQ-MOT01 - regra por
           infracao conta os vinculos confirmados de ARQ-IFM01 cuja
           gravidade (ARQ-TIP01-GRAVIDADE) e igual ou maior que a da
           regra, e regra por velocidade conta os eventos "VE" de
           ARQ-EVT01, sempre dentro da janela de dias da regra e so
           ocorrencias posteriores a ultima medida aberta pela mesma
           regra para o motorista. Atingida a quantidade minima, abre
           em ARQ-MED01 uma medida pendente na unidade de lotacao do
           motorista, com o prazo de conclusao da regra, e grava a
           trilha via P01-S166. Segunda parte: medida pendente ou
           aplicada com o prazo vencido e escalada ao gestor da
           unidade - um arquivo por unidade com as medidas vencidas,
           enfileirado em ARQ-EML09 via P01-S162 - e volta a ser
           escalada a cada 7 dias enquanto nao for concluida. Regra
           com empresa zerada vale para todas as empresas. Aplicacao,
           ciencia do motorista e conclusao sao registradas na tela
           P01-M175; o acompanhamento por unidade sai no P99-R054.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-MOT01.sl".
           COPY "ARQ-IFM01.sl".
           COPY "ARQ-TIP01.sl".
           COPY "ARQ-EVT01.sl".
           COPY "ARQ-RGM01.sl".
           COPY "ARQ-MED01.sl".
           SELECT REL-B047
                  ASSIGN          TO         REL-B047-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-B047.
           SELECT REL-B047-UNI
                  ASSIGN          TO         REL-B047-UNI-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-REL-B047-UNI.
           SELECT LOG-B047
                  ASSIGN          TO         LOG-B047-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B047.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-MOT01.fd".
           COPY "ARQ-IFM01.fd".
           COPY "ARQ-TIP01.fd".
           COPY "ARQ-EVT01.fd".
           COPY "ARQ-RGM01.fd".
           COPY "ARQ-MED01.fd".
       FD  REL-B047
           LABEL RECORD STANDARD.
       01  REL-B047-LINHA                  PIC X(132).
       FD  REL-B047-UNI
           LABEL RECORD STANDARD.
       01  REL-B047-UNI-LINHA              PIC X(132).
       FD  LOG-B047
           LABEL RECORD STANDARD.
       01  LOG-B047-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-MOT01                  PIC X(02).
       01  STAT-ARQ-IFM01                  PIC X(02).
       01  STAT-ARQ-TIP01                  PIC X(02).
       01  STAT-ARQ-EVT01                  PIC X(02).
       01  STAT-ARQ-RGM01                  PIC X(02).
       01  STAT-ARQ-MED01                  PIC X(02).
       01  STAT-REL-B047                   PIC X(02).
       01  STAT-REL-B047-UNI               PIC X(02).
       01  STAT-LOG-B047                   PIC X(02).
       01  REL-B047-NOME                   PIC X(40)
               VALUE "REL-B047.TXT".
       01  LOG-B047-NOME                   PIC X(40)
               VALUE "LOG-B047.TXT".
      *    um arquivo de medidas vencidas por unidade, anexo do aviso
       01  REL-B047-UNI-NOME.
           05 FILLER                       PIC X(09)
               VALUE "REL-B047-".
           05 REL-B047-UNI-EMP00           PIC 9(03).
           05 FILLER                       PIC X(01)   VALUE "-".
           05 REL-B047-UNI-UNI15           PIC 9(04).
           05 FILLER                       PIC X(23)   VALUE ".TXT".

       01  WS-FIM-MOT01                    PIC X(01)   VALUE "N".
           88 FIM-MOT01                                VALUE "S".
       01  WS-FIM-RGM01                    PIC X(01)   VALUE "N".
           88 FIM-RGM01                                VALUE "S".
       01  WS-FIM-MED01                    PIC X(01).
           88 FIM-MED01                                VALUE "S".
       01  WS-FIM-IFM01                    PIC X(01).
           88 FIM-IFM01                                VALUE "S".
       01  WS-FIM-EVT01                    PIC X(01).
           88 FIM-EVT01                                VALUE "S".
       01  WS-DATA-HOJE                    PIC 9(08)   VALUE ZERO.
       01  WS-DIAS                         PIC S9(08)  VALUE ZERO.
       01  WS-DIAS-REESCALA                PIC S9(08)  VALUE -7.
       01  WS-DATA-REESCALA                PIC 9(08)   VALUE ZERO.
       01  WS-GRAVIDADE                    PIC 9(01)   VALUE ZERO.
       01  WS-ULT-SEQ                      PIC 9(03)   VALUE ZERO.
       01  WS-UNIDADE-ATUAL.
           05 WS-UNIDADE-EMP00             PIC 9(03)   VALUE ZERO.
           05 WS-UNIDADE-UNI15             PIC 9(04)   VALUE ZERO.
       01  WS-PRIMEIRA-UNIDADE             PIC X(01)   VALUE "S".
       01  WS-ARQ-UNIDADE-ABERTO           PIC X(01)   VALUE "N".
       01  WS-QTD-VENCIDAS-UNI             PIC 9(05)   VALUE ZERO.

      *    regras ativas, com a contagem do motorista corrente
       01  WS-QTD-REGRAS                   PIC 9(03)   VALUE ZERO.
       01  WS-TAB-REGRAS.
           05 WS-TAB-REGRA OCCURS 100 TIMES
                           INDEXED BY WS-RGM-IDX.
              10 WS-TAB-CODIGO             PIC 9(03).
              10 WS-TAB-DESCRICAO          PIC X(40).
              10 WS-TAB-EMP00              PIC 9(03).
              10 WS-TAB-ORIGEM             PIC X(01).
              10 WS-TAB-GRAVIDADE          PIC 9(01).
              10 WS-TAB-QTD-MINIMA         PIC 9(03).
              10 WS-TAB-TIPO-MEDIDA        PIC X(01).
              10 WS-TAB-DIAS-PRAZO         PIC 9(03).
              10 WS-TAB-DATA-CORTE         PIC 9(08).
              10 WS-TAB-ULT-ABERTURA       PIC 9(08).
              10 WS-TAB-QTD                PIC 9(05).
              10 WS-TAB-IFC01              PIC 9(08).
              10 WS-TAB-DATA-OCORR         PIC 9(08).
       01  WS-TEM-REGRA-INFRACAO           PIC X(01)   VALUE "N".
       01  WS-TEM-REGRA-VELOCIDADE         PIC X(01)   VALUE "N".

       01  WS-MOT01-EDIT                   PIC ZZZZZ9.
       01  WS-SEQ-EDIT                     PIC ZZ9.
       01  WS-QTD-EDIT                     PIC ZZZZ9.
       01  WS-CONTADOR-EDIT                PIC ZZZZ9.
       01  WS-TOT-MOTORISTAS               PIC 9(06)   VALUE ZERO.
       01  WS-TOT-ABERTAS                  PIC 9(05)   VALUE ZERO.
       01  WS-TOT-VENCIDAS                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-AVISOS                   PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SEM-DISTRIB              PIC 9(05)   VALUE ZERO.

       01  WS-ASSUNTO                      PIC X(60).
       01  WS-ANEXO                        PIC X(80).
       01  WS-ENFILEIRADO                  PIC X(01).

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-MED01".
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
           PERFORM 1100-CARREGAR-REGRAS
           IF WS-QTD-REGRAS > ZERO
               PERFORM 2050-LER-MOT01
               PERFORM 2000-PROCESSAR-MOTORISTA UNTIL FIM-MOT01
           END-IF
           PERFORM 3000-ESCALAR-VENCIDAS
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-MOT01
           OPEN INPUT ARQ-IFM01
           OPEN INPUT ARQ-TIP01
           OPEN INPUT ARQ-EVT01
           OPEN INPUT ARQ-RGM01
           OPEN I-O   ARQ-MED01
           IF STAT-ARQ-MED01 = "35"
               OPEN OUTPUT ARQ-MED01
               CLOSE ARQ-MED01
               OPEN I-O ARQ-MED01
           END-IF
           OPEN OUTPUT REL-B047
           OPEN OUTPUT LOG-B047

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
           CALL "P01-S167" USING WS-DATA-HOJE, WS-DIAS-REESCALA,
                   WS-DATA-REESCALA

           MOVE SPACES TO REL-B047-LINHA
           STRING "MEDIDAS DISCIPLINARES DOS MOTORISTAS - "
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO REL-B047-LINHA
           WRITE REL-B047-LINHA
           MOVE SPACES TO REL-B047-LINHA
           WRITE REL-B047-LINHA

           MOVE "INICIO DAS MEDIDAS DISCIPLINARES" TO LOG-B047-REG
           WRITE LOG-B047-REG
           .

       1100-CARREGAR-REGRAS.
           MOVE ZERO TO ARQ-RGM01-CODIGO
           START ARQ-RGM01 KEY IS NOT LESS THAN ARQ-RGM01-CODIGO
               INVALID KEY
                   SET FIM-RGM01 TO TRUE
               NOT INVALID KEY
                   PERFORM 1150-LER-RGM01
           END-START
           PERFORM 1200-GUARDAR-REGRA UNTIL FIM-RGM01

           IF WS-QTD-REGRAS = ZERO
               MOVE "NENHUMA REGRA ATIVA EM ARQ-RGM01" TO LOG-B047-REG
               WRITE LOG-B047-REG
           END-IF
           .

       1150-LER-RGM01.
           READ ARQ-RGM01 NEXT RECORD
               AT END
                   SET FIM-RGM01 TO TRUE
           END-READ
           .

       1200-GUARDAR-REGRA.
           IF ARQ-RGM01-ATIVA = "S"
            AND ARQ-RGM01-QTD-MINIMA > ZERO
            AND (ARQ-RGM01-POR-INFRACAO OR ARQ-RGM01-POR-VELOCIDADE)
            AND WS-QTD-REGRAS < 100
               ADD 1 TO WS-QTD-REGRAS
               SET WS-RGM-IDX TO WS-QTD-REGRAS
               MOVE ARQ-RGM01-CODIGO    TO WS-TAB-CODIGO (WS-RGM-IDX)
               MOVE ARQ-RGM01-DESCRICAO
                 TO WS-TAB-DESCRICAO (WS-RGM-IDX)
               MOVE ARQ-RGM01-EMP00     TO WS-TAB-EMP00 (WS-RGM-IDX)
               MOVE ARQ-RGM01-ORIGEM    TO WS-TAB-ORIGEM (WS-RGM-IDX)
               MOVE ARQ-RGM01-GRAVIDADE
                 TO WS-TAB-GRAVIDADE (WS-RGM-IDX)
               MOVE ARQ-RGM01-QTD-MINIMA
                 TO WS-TAB-QTD-MINIMA (WS-RGM-IDX)
               MOVE ARQ-RGM01-TIPO-MEDIDA
                 TO WS-TAB-TIPO-MEDIDA (WS-RGM-IDX)
               MOVE ARQ-RGM01-DIAS-PRAZO
                 TO WS-TAB-DIAS-PRAZO (WS-RGM-IDX)
               COMPUTE WS-DIAS = ZERO - ARQ-RGM01-DIAS-JANELA
               CALL "P01-S167" USING WS-DATA-HOJE, WS-DIAS,
                       WS-TAB-DATA-CORTE (WS-RGM-IDX)
               IF ARQ-RGM01-POR-INFRACAO
                   MOVE "S" TO WS-TEM-REGRA-INFRACAO
               ELSE
                   MOVE "S" TO WS-TEM-REGRA-VELOCIDADE
               END-IF
           END-IF
           PERFORM 1150-LER-RGM01
           .

       2050-LER-MOT01.
           READ ARQ-MOT01 NEXT RECORD
               AT END
                   SET FIM-MOT01 TO TRUE
           END-READ
           .

       2000-PROCESSAR-MOTORISTA.
           IF ARQ-MOT01-ATIVO = "S"
               ADD 1 TO WS-TOT-MOTORISTAS
               PERFORM 2100-ZERAR-CONTAGEM
                   VARYING WS-RGM-IDX FROM 1 BY 1
                   UNTIL WS-RGM-IDX > WS-QTD-REGRAS
               PERFORM 2200-LER-MEDIDAS-ANTERIORES
               IF WS-TEM-REGRA-INFRACAO = "S"
                   PERFORM 2300-CONTAR-INFRACOES
               END-IF
               IF WS-TEM-REGRA-VELOCIDADE = "S"
                   PERFORM 2400-CONTAR-VELOCIDADE
               END-IF
               PERFORM 2500-AVALIAR-REGRA
                   VARYING WS-RGM-IDX FROM 1 BY 1
                   UNTIL WS-RGM-IDX > WS-QTD-REGRAS
           END-IF
           PERFORM 2050-LER-MOT01
           .

       2100-ZERAR-CONTAGEM.
           MOVE ZERO TO WS-TAB-ULT-ABERTURA (WS-RGM-IDX)
           MOVE ZERO TO WS-TAB-QTD (WS-RGM-IDX)
           MOVE ZERO TO WS-TAB-IFC01 (WS-RGM-IDX)
           MOVE ZERO TO WS-TAB-DATA-OCORR (WS-RGM-IDX)
           .

       2200-LER-MEDIDAS-ANTERIORES.
      *    a ultima abertura por regra marca de onde a contagem
      *    recomeca; a maior sequencia numera a proxima medida.
           MOVE ZERO TO WS-ULT-SEQ
           MOVE "N"  TO WS-FIM-MED01
           MOVE ARQ-MOT01-CODIGO TO ARQ-MED01-MOT01
           MOVE ZERO             TO ARQ-MED01-SEQ
           START ARQ-MED01 KEY IS NOT LESS THAN ARQ-MED01-CHAVE
               INVALID KEY
                   SET FIM-MED01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2210-LER-MED01
           END-START
           PERFORM 2220-GUARDAR-ABERTURA UNTIL FIM-MED01
           .

       2210-LER-MED01.
           READ ARQ-MED01 NEXT RECORD
               AT END
                   SET FIM-MED01 TO TRUE
           END-READ
           .

       2220-GUARDAR-ABERTURA.
           IF ARQ-MED01-MOT01 NOT = ARQ-MOT01-CODIGO
               SET FIM-MED01 TO TRUE
           ELSE
               MOVE ARQ-MED01-SEQ TO WS-ULT-SEQ
               IF ARQ-MED01-RGM01 NOT = ZERO
                   PERFORM 2230-MARCAR-REGRA
                       VARYING WS-RGM-IDX FROM 1 BY 1
                       UNTIL WS-RGM-IDX > WS-QTD-REGRAS
               END-IF
               PERFORM 2210-LER-MED01
           END-IF
           .

       2230-MARCAR-REGRA.
           IF WS-TAB-CODIGO (WS-RGM-IDX) = ARQ-MED01-RGM01
            AND ARQ-MED01-DATA-ABERTURA >
                WS-TAB-ULT-ABERTURA (WS-RGM-IDX)
               MOVE ARQ-MED01-DATA-ABERTURA
                 TO WS-TAB-ULT-ABERTURA (WS-RGM-IDX)
           END-IF
           .

       2300-CONTAR-INFRACOES.
           MOVE "N" TO WS-FIM-IFM01
           MOVE ARQ-MOT01-CODIGO TO ARQ-IFM01-MOT01
           START ARQ-IFM01 KEY IS NOT LESS THAN ARQ-IFM01-MOT01
               INVALID KEY
                   SET FIM-IFM01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2310-LER-IFM01
           END-START
           PERFORM 2320-TRATAR-VINCULO UNTIL FIM-IFM01
           .

       2310-LER-IFM01.
           READ ARQ-IFM01 NEXT RECORD
               AT END
                   SET FIM-IFM01 TO TRUE
           END-READ
           .

       2320-TRATAR-VINCULO.
           IF ARQ-IFM01-MOT01 NOT = ARQ-MOT01-CODIGO
               SET FIM-IFM01 TO TRUE
           ELSE
               IF ARQ-IFM01-CONFIRMADA = "S"
                   MOVE ZERO TO WS-GRAVIDADE
                   MOVE ARQ-IFM01-TIP01 TO ARQ-TIP01-CODIGO
                   READ ARQ-TIP01
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ARQ-TIP01-GRAVIDADE TO WS-GRAVIDADE
                   END-READ
                   PERFORM 2330-CONTAR-INFRACAO-REGRA
                       VARYING WS-RGM-IDX FROM 1 BY 1
                       UNTIL WS-RGM-IDX > WS-QTD-REGRAS
               END-IF
               PERFORM 2310-LER-IFM01
           END-IF
           .

       2330-CONTAR-INFRACAO-REGRA.
           IF WS-TAB-ORIGEM (WS-RGM-IDX) = "I"
            AND WS-GRAVIDADE >= WS-TAB-GRAVIDADE (WS-RGM-IDX)
            AND ARQ-IFM01-DATA-CONFIRM > WS-TAB-DATA-CORTE (WS-RGM-IDX)
            AND ARQ-IFM01-DATA-CONFIRM >
                WS-TAB-ULT-ABERTURA (WS-RGM-IDX)
               ADD 1 TO WS-TAB-QTD (WS-RGM-IDX)
               IF ARQ-IFM01-DATA-CONFIRM >=
                  WS-TAB-DATA-OCORR (WS-RGM-IDX)
                   MOVE ARQ-IFM01-DATA-CONFIRM
                     TO WS-TAB-DATA-OCORR (WS-RGM-IDX)
                   MOVE ARQ-IFM01-IFC01
                     TO WS-TAB-IFC01 (WS-RGM-IDX)
               END-IF
           END-IF
           .

       2400-CONTAR-VELOCIDADE.
           MOVE "N" TO WS-FIM-EVT01
           MOVE ARQ-MOT01-CODIGO TO ARQ-EVT01-MOT01
           START ARQ-EVT01 KEY IS NOT LESS THAN ARQ-EVT01-MOT01
               INVALID KEY
                   SET FIM-EVT01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2410-LER-EVT01
           END-START
           PERFORM 2420-TRATAR-EVENTO UNTIL FIM-EVT01
           .

       2410-LER-EVT01.
           READ ARQ-EVT01 NEXT RECORD
               AT END
                   SET FIM-EVT01 TO TRUE
           END-READ
           .

       2420-TRATAR-EVENTO.
           IF ARQ-EVT01-MOT01 NOT = ARQ-MOT01-CODIGO
               SET FIM-EVT01 TO TRUE
           ELSE
               IF ARQ-EVT01-VELOCIDADE-88
                   PERFORM 2430-CONTAR-EVENTO-REGRA
                       VARYING WS-RGM-IDX FROM 1 BY 1
                       UNTIL WS-RGM-IDX > WS-QTD-REGRAS
               END-IF
               PERFORM 2410-LER-EVT01
           END-IF
           .

       2430-CONTAR-EVENTO-REGRA.
           IF WS-TAB-ORIGEM (WS-RGM-IDX) = "T"
            AND ARQ-EVT01-DATA > WS-TAB-DATA-CORTE (WS-RGM-IDX)
            AND ARQ-EVT01-DATA > WS-TAB-ULT-ABERTURA (WS-RGM-IDX)
               ADD 1 TO WS-TAB-QTD (WS-RGM-IDX)
               IF ARQ-EVT01-DATA >= WS-TAB-DATA-OCORR (WS-RGM-IDX)
                   MOVE ARQ-EVT01-DATA
                     TO WS-TAB-DATA-OCORR (WS-RGM-IDX)
               END-IF
           END-IF
           .

       2500-AVALIAR-REGRA.
           IF (WS-TAB-EMP00 (WS-RGM-IDX) = ZERO
               OR WS-TAB-EMP00 (WS-RGM-IDX) = ARQ-MOT01-EMP00)
            AND WS-TAB-QTD (WS-RGM-IDX) >=
                WS-TAB-QTD-MINIMA (WS-RGM-IDX)
               PERFORM 2600-ABRIR-MEDIDA
           END-IF
           .

       2600-ABRIR-MEDIDA.
           ADD 1 TO WS-ULT-SEQ
           MOVE SPACES                 TO ARQ-MED01-REG
           MOVE ARQ-MOT01-CODIGO       TO ARQ-MED01-MOT01
           MOVE WS-ULT-SEQ             TO ARQ-MED01-SEQ
           MOVE ARQ-MOT01-EMP00        TO ARQ-MED01-EMP00
           MOVE ARQ-MOT01-UNI15        TO ARQ-MED01-UNI15
           MOVE WS-TAB-TIPO-MEDIDA (WS-RGM-IDX) TO ARQ-MED01-TIPO
           MOVE WS-TAB-ORIGEM (WS-RGM-IDX)      TO ARQ-MED01-ORIGEM
           MOVE WS-TAB-CODIGO (WS-RGM-IDX)      TO ARQ-MED01-RGM01
           MOVE WS-TAB-IFC01 (WS-RGM-IDX)       TO ARQ-MED01-IFC01
           MOVE WS-TAB-DATA-OCORR (WS-RGM-IDX)
             TO ARQ-MED01-DATA-OCORRENCIA
           MOVE WS-TAB-QTD (WS-RGM-IDX)
             TO ARQ-MED01-QTD-OCORRENCIAS
           SET ARQ-MED01-PENDENTE      TO TRUE
           MOVE WS-DATA-HOJE           TO ARQ-MED01-DATA-ABERTURA
           MOVE WS-TAB-DIAS-PRAZO (WS-RGM-IDX) TO WS-DIAS
           CALL "P01-S167" USING WS-DATA-HOJE, WS-DIAS,
                   ARQ-MED01-DATA-PRAZO
           MOVE ZERO                   TO ARQ-MED01-USU-APLICOU
           MOVE ZERO                   TO ARQ-MED01-DATA-APLICACAO
           MOVE ZERO                   TO ARQ-MED01-DATA-CIENCIA
           MOVE ZERO                   TO ARQ-MED01-DATA-CONCLUSAO
           MOVE ZERO                   TO ARQ-MED01-DATA-ESCALADA
           MOVE WS-TAB-DESCRICAO (WS-RGM-IDX) TO ARQ-MED01-OBSERVACAO
           WRITE ARQ-MED01-REG

           IF STAT-ARQ-MED01 NOT = "00"
               MOVE ARQ-MOT01-CODIGO TO WS-MOT01-EDIT
               MOVE SPACES TO LOG-B047-REG
               STRING "MEDIDA NAO GRAVADA - MOTORISTA " WS-MOT01-EDIT
                      " STATUS " STAT-ARQ-MED01
                   DELIMITED BY SIZE INTO LOG-B047-REG
               WRITE LOG-B047-REG
           ELSE
               ADD 1 TO WS-TOT-ABERTAS
               MOVE WS-DATA-HOJE TO WS-TAB-ULT-ABERTURA (WS-RGM-IDX)
               PERFORM 2700-GRAVAR-TRILHA-ABERTURA

               MOVE ARQ-MOT01-CODIGO TO WS-MOT01-EDIT
               MOVE WS-ULT-SEQ       TO WS-SEQ-EDIT
               MOVE WS-TAB-QTD (WS-RGM-IDX) TO WS-QTD-EDIT
               MOVE SPACES TO REL-B047-LINHA
               STRING "ABERTA  " WS-MOT01-EDIT "/" WS-SEQ-EDIT
                      " " ARQ-MOT01-NOME
                      " MEDIDA " ARQ-MED01-TIPO
                      " REGRA " ARQ-MED01-RGM01
                      " OCORR." WS-QTD-EDIT
                      " PRAZO " ARQ-MED01-DATA-PRAZO
                   DELIMITED BY SIZE INTO REL-B047-LINHA
               WRITE REL-B047-LINHA
           END-IF
           .

       2700-GRAVAR-TRILHA-ABERTURA.
           MOVE "I" TO WS-LOG-OPERACAO
           MOVE SPACES TO WS-LOG-CHAVE
           STRING ARQ-MED01-MOT01 "/" ARQ-MED01-SEQ
               DELIMITED BY SIZE INTO WS-LOG-CHAVE
           MOVE 3 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-MED01-TIPO"       TO WS-LOG-CAMPO (1)
           MOVE SPACES                 TO WS-LOG-VALOR-ANT (1)
           MOVE ARQ-MED01-TIPO         TO WS-LOG-VALOR-NOVO (1)
           MOVE "ARQ-MED01-RGM01"      TO WS-LOG-CAMPO (2)
           MOVE SPACES                 TO WS-LOG-VALOR-ANT (2)
           MOVE ARQ-MED01-RGM01        TO WS-LOG-VALOR-NOVO (2)
           MOVE "ARQ-MED01-DATA-PRAZO" TO WS-LOG-CAMPO (3)
           MOVE SPACES                 TO WS-LOG-VALOR-ANT (3)
           MOVE ARQ-MED01-DATA-PRAZO   TO WS-LOG-VALOR-NOVO (3)
           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, WS-LOG-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       3000-ESCALAR-VENCIDAS.
      *    leitura pela chave alternativa de unidade, para juntar as
      *    medidas vencidas de cada gestor num unico aviso.
           MOVE SPACES TO REL-B047-LINHA
           WRITE REL-B047-LINHA
           MOVE "MEDIDAS VENCIDAS ESCALADAS AO GESTOR DA UNIDADE"
             TO REL-B047-LINHA
           WRITE REL-B047-LINHA

           MOVE "N" TO WS-FIM-MED01
           MOVE LOW-VALUE TO ARQ-MED01-UNIDADE
           START ARQ-MED01 KEY IS NOT LESS THAN ARQ-MED01-UNIDADE
               INVALID KEY
                   SET FIM-MED01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2210-LER-MED01
           END-START
           PERFORM 3100-TRATAR-MEDIDA UNTIL FIM-MED01
           IF WS-PRIMEIRA-UNIDADE = "N"
               PERFORM 3300-FECHAR-UNIDADE
           END-IF
           .

       3100-TRATAR-MEDIDA.
           IF WS-PRIMEIRA-UNIDADE = "S"
            OR ARQ-MED01-UNIDADE NOT = WS-UNIDADE-ATUAL
               IF WS-PRIMEIRA-UNIDADE = "N"
                   PERFORM 3300-FECHAR-UNIDADE
               END-IF
               MOVE "N" TO WS-PRIMEIRA-UNIDADE
               MOVE ARQ-MED01-UNIDADE TO WS-UNIDADE-ATUAL
               MOVE ZERO TO WS-QTD-VENCIDAS-UNI
           END-IF

           IF ARQ-MED01-EM-ABERTO
            AND ARQ-MED01-DATA-PRAZO < WS-DATA-HOJE
            AND (ARQ-MED01-DATA-ESCALADA = ZERO
                 OR ARQ-MED01-DATA-ESCALADA <= WS-DATA-REESCALA)
               PERFORM 3200-ESCALAR-MEDIDA
           END-IF

           PERFORM 2210-LER-MED01
           .

       3200-ESCALAR-MEDIDA.
           IF WS-ARQ-UNIDADE-ABERTO = "N"
               MOVE WS-UNIDADE-EMP00 TO REL-B047-UNI-EMP00
               MOVE WS-UNIDADE-UNI15 TO REL-B047-UNI-UNI15
               OPEN OUTPUT REL-B047-UNI
               MOVE "S" TO WS-ARQ-UNIDADE-ABERTO
               MOVE SPACES TO REL-B047-UNI-LINHA
               STRING "MEDIDAS DISCIPLINARES VENCIDAS - EMPRESA "
                      WS-UNIDADE-EMP00 " UNIDADE " WS-UNIDADE-UNI15
                      " - " WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REL-B047-UNI-LINHA
               WRITE REL-B047-UNI-LINHA
               MOVE SPACES TO REL-B047-UNI-LINHA
               WRITE REL-B047-UNI-LINHA
           END-IF

           ADD 1 TO WS-QTD-VENCIDAS-UNI
           ADD 1 TO WS-TOT-VENCIDAS
           MOVE ARQ-MED01-MOT01 TO WS-MOT01-EDIT
           MOVE ARQ-MED01-SEQ   TO WS-SEQ-EDIT
           MOVE SPACES TO REL-B047-UNI-LINHA
           STRING "MOTORISTA " WS-MOT01-EDIT "/" WS-SEQ-EDIT
                  " MEDIDA " ARQ-MED01-TIPO
                  " STATUS " ARQ-MED01-STATUS
                  " ABERTA " ARQ-MED01-DATA-ABERTURA
                  " PRAZO " ARQ-MED01-DATA-PRAZO
                  " " ARQ-MED01-OBSERVACAO
               DELIMITED BY SIZE INTO REL-B047-UNI-LINHA
           WRITE REL-B047-UNI-LINHA
           MOVE REL-B047-UNI-LINHA TO REL-B047-LINHA
           WRITE REL-B047-LINHA

           MOVE WS-DATA-HOJE TO ARQ-MED01-DATA-ESCALADA
           REWRITE ARQ-MED01-REG
           .

       3300-FECHAR-UNIDADE.
           IF WS-ARQ-UNIDADE-ABERTO = "S"
               CLOSE REL-B047-UNI
               MOVE "N" TO WS-ARQ-UNIDADE-ABERTO

               MOVE WS-QTD-VENCIDAS-UNI TO WS-CONTADOR-EDIT
               MOVE SPACES TO WS-ASSUNTO
               STRING "MEDIDAS DISCIPLINARES VENCIDAS -"
                      WS-CONTADOR-EDIT " MOTORISTA(S) - UNIDADE "
                      WS-UNIDADE-UNI15
                   DELIMITED BY SIZE INTO WS-ASSUNTO
               MOVE REL-B047-UNI-NOME TO WS-ANEXO
               CALL "P01-S162" USING WS-UNIDADE-EMP00,
                       WS-UNIDADE-UNI15, WS-ASSUNTO, WS-ANEXO,
                       WS-ENFILEIRADO
               IF WS-ENFILEIRADO = "S"
                   ADD 1 TO WS-TOT-AVISOS
               ELSE
                   ADD 1 TO WS-TOT-SEM-DISTRIB
                   MOVE SPACES TO LOG-B047-REG
                   STRING "SEM E-MAIL DE DISTRIBUICAO - EMPRESA "
                          WS-UNIDADE-EMP00 " UNIDADE " WS-UNIDADE-UNI15
                       DELIMITED BY SIZE INTO LOG-B047-REG
                   WRITE LOG-B047-REG
               END-IF
           END-IF
           .

       8000-FINALIZAR.
           MOVE SPACES TO LOG-B047-REG
           STRING "MOTORISTAS AVALIADOS: " WS-TOT-MOTORISTAS
                  " MEDIDAS ABERTAS: " WS-TOT-ABERTAS
               DELIMITED BY SIZE INTO LOG-B047-REG
           WRITE LOG-B047-REG
           MOVE SPACES TO LOG-B047-REG
           STRING "MEDIDAS VENCIDAS ESCALADAS: " WS-TOT-VENCIDAS
                  " AVISOS: " WS-TOT-AVISOS
                  " SEM DISTRIBUICAO: " WS-TOT-SEM-DISTRIB
               DELIMITED BY SIZE INTO LOG-B047-REG
           WRITE LOG-B047-REG

           CLOSE ARQ-MOT01 ARQ-IFM01 ARQ-TIP01 ARQ-EVT01 ARQ-RGM01
                 ARQ-MED01 REL-B047 LOG-B047
           .
      * Historico de alteracoes
      *   18/09/2026 - equipe.ti - rotina nova de abertura automatica
      *                e escalada das medidas disciplinares internas.
      *   09/10/2026 - equipe.ti - ARQ-MED01 criado vazio na primeira
      *                execucao.
