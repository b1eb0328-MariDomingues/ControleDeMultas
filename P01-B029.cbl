           confirmacao volta pelo retorno processado no P01-B030.
           Parcela de infracao sem orgao cadastrado nao entra e sai
           no log para acerto na tela.
           O pagamento vai pelo codigo de barras da guia (boleto ou
           DARE) conferido pelo P01-S198 e gravado na parcela, com o
           valor lido do codigo, em vez do valor e da data digitados
           da notificacao, que voltavam rejeitados pelo banco; parcela
           sem guia conferida ou com a guia vencida na data programada
           nao entra. Antes do arquivo, a lista de excecoes P99-R057
           sai com essas parcelas para a tesouraria buscar a guia.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       01  WS-PODE-ENVIAR                  PIC X(01).
       01  WS-REGERACAO-SW                 PIC X(01).
           88 WS-REGERACAO                             VALUE "S".
       01  WS-GUIA-OK                      PIC X(01).
       01  WS-MOTIVO-GUIA                  PIC X(30).
       01  WS-EMP00-TODAS                  PIC 9(03)   VALUE ZERO.
       01  WS-USU-BATCH                    PIC 9(04)   VALUE ZERO.

       01  WS-TROCOU-SW                    PIC X(01).
       01  WS-INVERTE-SW                   PIC X(01).
              10 WS-PAG-NOTIFICACAO       PIC X(15).
              10 WS-PAG-DATA-PROG         PIC 9(08).
              10 WS-PAG-VALOR             PIC 9(07)V9(02).
              10 WS-PAG-TIPO-BARRAS       PIC X(01).
              10 WS-PAG-COD-BARRAS        PIC X(44).

       01  WS-PAG-AUX.
           05 WS-PAG-AUX-ORG01            PIC 9(04).
           05 WS-PAG-AUX-NOTIFICACAO      PIC X(15).
           05 WS-PAG-AUX-DATA-PROG        PIC 9(08).
           05 WS-PAG-AUX-VALOR            PIC 9(07)V9(02).
           05 WS-PAG-AUX-TIPO-BARRAS      PIC X(01).
           05 WS-PAG-AUX-COD-BARRAS       PIC X(44).

       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-PARCELA-EDIT                 PIC Z9.
       01  WS-TOT-LIDAS                    PIC 9(05)   VALUE ZERO.
       01  WS-TOT-PROGRAMADAS              PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SEM-ORGAO                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-SEM-GUIA                 PIC 9(05)   VALUE ZERO.
       01  WS-TOT-VALOR                    PIC 9(09)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
      *    a lista de excecoes abre e fecha os proprios arquivos;
      *    sai antes de a remessa marcar o envio em ARQ-PGO09.
           CALL "P99-R057" USING WS-EMP00-TODAS, WS-USU-BATCH
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2100-LER-PAG09
           PERFORM 2000-PROCESSAR-PAG09 UNTIL FIM-PAG09
                   WS-DATA-PROGRAMADA, WS-VALOR-APURADO,
                   WS-SITUACAO-VALOR

           PERFORM 2350-CONFERIR-GUIA
           IF WS-GUIA-OK = "N"
               PERFORM 2700-LOGAR-SEM-GUIA
           ELSE
               IF WS-VALOR-APURADO > ZERO
                AND WS-QTD-PARCELAS < 500
                   PERFORM 2400-INCLUIR-NA-TABELA
                   PERFORM 2500-REGISTRAR-ENVIO
               ELSE
                   IF WS-QTD-PARCELAS >= 500
                       SET WS-TAB-CHEIA TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       2350-CONFERIR-GUIA.
      *    o banco paga o que esta no codigo de barras: a guia
      *    precisa estar conferida e valendo na data programada, e o
      *    valor programado passa a ser o da guia (guia sem valor no
      *    codigo fica com o valor apurado).
           MOVE "S"    TO WS-GUIA-OK
           MOVE SPACES TO WS-MOTIVO-GUIA
           IF NOT ARQ-PAG09-BARRAS-VALIDO
               MOVE "N" TO WS-GUIA-OK
               MOVE "SEM GUIA CONFERIDA" TO WS-MOTIVO-GUIA
           ELSE
               IF ARQ-PAG09-VENCTO-BARRAS NOT = ZERO
                AND ARQ-PAG09-VENCTO-BARRAS < WS-DATA-PROGRAMADA
                   MOVE "N" TO WS-GUIA-OK
                   MOVE "GUIA VENCIDA" TO WS-MOTIVO-GUIA
               ELSE
                   IF ARQ-PAG09-VALOR-BARRAS NOT = ZERO
                       MOVE ARQ-PAG09-VALOR-BARRAS TO WS-VALOR-APURADO
                   END-IF
               END-IF
           END-IF
           .
             TO WS-PAG-NOTIFICACAO (WS-PAG-IDX)
           MOVE WS-DATA-PROGRAMADA     TO WS-PAG-DATA-PROG (WS-PAG-IDX)
           MOVE WS-VALOR-APURADO       TO WS-PAG-VALOR (WS-PAG-IDX)
           MOVE ARQ-PAG09-TIPO-BARRAS
             TO WS-PAG-TIPO-BARRAS (WS-PAG-IDX)
           MOVE ARQ-PAG09-COD-BARRAS
             TO WS-PAG-COD-BARRAS (WS-PAG-IDX)
           .

       2500-REGISTRAR-ENVIO.
           WRITE LOG-B029-REG
           .

       2700-LOGAR-SEM-GUIA.
           ADD 1 TO WS-TOT-SEM-GUIA
           MOVE ARQ-PAG09-IFC01   TO WS-CODIGO-EDIT
           MOVE ARQ-PAG09-PARCELA TO WS-PARCELA-EDIT
           MOVE SPACES TO LOG-B029-REG
           STRING WS-MOTIVO-GUIA " - INFRACAO " WS-CODIGO-EDIT
                  " PARCELA " WS-PARCELA-EDIT " NAO PROGRAMADA"
               DELIMITED BY SIZE INTO LOG-B029-REG
           WRITE LOG-B029-REG
           .

       3000-ORDENAR-POR-ORGAO.
      *    classificacao por bolha, como no P99-R041, crescente por
      *    orgao e, dentro do orgao, pela data programada.
           MOVE WS-PAG-DATA-PROG (WS-PAG-IDX)
             TO ARQ-PAGTO-REM-DATA-PROG
           MOVE WS-PAG-VALOR (WS-PAG-IDX) TO ARQ-PAGTO-REM-VALOR
           MOVE WS-PAG-TIPO-BARRAS (WS-PAG-IDX)
             TO ARQ-PAGTO-REM-TIPO-BARRAS
           MOVE WS-PAG-COD-BARRAS (WS-PAG-IDX)
             TO ARQ-PAGTO-REM-COD-BARRAS

      *    a instrucao de pagamento e a regra propria de cada orgao
      *    (cadastrada na tela P01-M165), que a tesouraria seguia de
           STRING "LIDAS: " WS-TOT-LIDAS
                  " PROGRAMADAS: " WS-TOT-PROGRAMADAS
                  " SEM ORGAO: " WS-TOT-SEM-ORGAO
                  " SEM GUIA: " WS-TOT-SEM-GUIA
                  " VALOR: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LOG-B029-REG
           WRITE LOG-B029-REG
      *                cobranca do P01-B016/P01-B017; parcela "R"
      *                (remetida para cobranca) tambem entra na
      *                remessa de pagamento.
      *   25/09/2026 - equipe.ti - pagamento passa a ir pelo codigo de
      *                barras da guia conferida na parcela (P01-S198);
      *                parcela sem guia valida fica fora e a lista de
      *                excecoes P99-R057 sai antes da remessa.
