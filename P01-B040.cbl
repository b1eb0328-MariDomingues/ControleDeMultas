       REMARKS. Sincronizacao noturna do cadastro de motoristas com o
           extrato do sistema de RH (arq-rh, casado pela CNH):
           admissao cria o motorista em ARQ-MOT01 com o proximo
           codigo, alteracao atualiza nome, empresa, unidade de
           lotacao (arq-uni15), dados de CNH e contato (e-mail,
           celular e aceite de mensagens por SMS/WhatsApp), e
           desligamento ("D") desativa o motorista - MENOS quando ele
           ainda tem pendencia viva: vinculo de ARQ-IFM01 nao
           confirmado, ou confirmado com a infracao ainda nao
           ARQ-LOG123/ARQ-LOG23 via P01-S166. Antes disso o cadastro
           era mantido a mao: admissao chegava com semanas de atraso
           e desligado continuava ATIVO recebendo sugestao de multa
           pela carga P01-B010. O desligamento grava a data do
           movimento em ARQ-MOT01-DATA-DESLIGAMENTO, de onde o P01-B054
           conta o prazo de guarda dos dados pessoais (LGPD).
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       01  WS-TEM-ABERTA                   PIC X(01).
       01  WS-ACHOU-MOT01                  PIC X(01).
       01  WS-MOT01-CODIGO                 PIC 9(06)   VALUE ZERO.
       01  WS-DATA-HOJE                    PIC 9(08)   VALUE ZERO.
       01  WS-PROXIMO-CODIGO               PIC 9(06)   VALUE ZERO.
       01  WS-PENDENCIA                    PIC X(20).
       01  WS-QTD-ALTERACOES               PIC 9(03)   VALUE ZERO.
       01  WS-MOT01-EDIT                   PIC ZZZZZ9.
       01  WS-LOTACAO-ANT.
           05 WS-LOTACAO-ANT-EMP00         PIC 9(03).
           05 FILLER                       PIC X(01)   VALUE "/".
           05 WS-LOTACAO-ANT-UNI15         PIC 9(04).
       01  WS-LOTACAO-NOVA.
           05 WS-LOTACAO-NOVA-EMP00        PIC 9(03).
           05 FILLER                       PIC X(01)   VALUE "/".
           05 WS-LOTACAO-NOVA-UNI15        PIC 9(04).
       01  WS-TOT-LIDOS                    PIC 9(06)   VALUE ZERO.
       01  WS-TOT-ADMITIDOS                PIC 9(05)   VALUE ZERO.
       01  WS-TOT-ALTERADOS                PIC 9(05)   VALUE ZERO.
           OPEN OUTPUT REL-B040
           OPEN OUTPUT LOG-B040

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE

           MOVE "DIVERGENCIAS DA SINCRONIZACAO COM O RH"
             TO REL-B040-LINHA
           WRITE REL-B040-LINHA
           MOVE ARQ-RH-CNH-CATEGORIA  TO ARQ-MOT01-CNH-CATEGORIA
           MOVE ARQ-RH-CNH-VALIDADE   TO ARQ-MOT01-CNH-VALIDADE
           MOVE ARQ-RH-EMP00          TO ARQ-MOT01-EMP00
           MOVE ARQ-RH-UNI15          TO ARQ-MOT01-UNI15
           MOVE ARQ-RH-EMAIL          TO ARQ-MOT01-EMAIL
           MOVE ARQ-RH-CELULAR        TO ARQ-MOT01-CELULAR
           MOVE ARQ-RH-CONSENTE-MSG   TO ARQ-MOT01-CONSENTE-MSG
           MOVE ZERO                  TO ARQ-MOT01-FOR15
           MOVE "S"                   TO ARQ-MOT01-ATIVO
           MOVE ZERO                  TO ARQ-MOT01-PONTOS-CNH
           MOVE "N"                   TO ARQ-MOT01-RISCO-SUSPENSO
           MOVE "N"                   TO ARQ-MOT01-CNH-ALERTA
           MOVE "N"                   TO ARQ-MOT01-EM-ACERTO
           MOVE ZERO                  TO ARQ-MOT01-DATA-DESLIGAMENTO
           MOVE "N"                   TO ARQ-MOT01-ANONIMIZADO
           MOVE ZERO                  TO ARQ-MOT01-DATA-ANONIMIZ
           WRITE ARQ-MOT01-REG

           MOVE "I" TO WS-LOG-OPERACAO
           MOVE "ARQ-MOT01-NOME"  TO WS-LOG-CAMPO (1)
           MOVE SPACES            TO WS-LOG-VALOR-ANT (1)
           MOVE ARQ-RH-NOME       TO WS-LOG-VALOR-NOVO (1)
           MOVE ARQ-RH-EMP00      TO WS-LOTACAO-NOVA-EMP00
           MOVE ARQ-RH-UNI15      TO WS-LOTACAO-NOVA-UNI15
           MOVE "ARQ-MOT01-EMP00-UNI15" TO WS-LOG-CAMPO (2)
           MOVE SPACES            TO WS-LOG-VALOR-ANT (2)
           MOVE WS-LOTACAO-NOVA   TO WS-LOG-VALOR-NOVO (2)
           PERFORM 7000-GRAVAR-TRILHA

           ADD 1 TO WS-TOT-ADMITIDOS
               MOVE ARQ-RH-NOME TO ARQ-MOT01-NOME
           END-IF

      *    empresa e unidade de lotacao vao juntas num item da trilha
           IF ARQ-MOT01-EMP00 NOT = ARQ-RH-EMP00
            OR ARQ-MOT01-UNI15 NOT = ARQ-RH-UNI15
               ADD 1 TO WS-QTD-ALTERACOES
               MOVE ARQ-MOT01-EMP00 TO WS-LOTACAO-ANT-EMP00
               MOVE ARQ-MOT01-UNI15 TO WS-LOTACAO-ANT-UNI15
               MOVE ARQ-RH-EMP00    TO WS-LOTACAO-NOVA-EMP00
               MOVE ARQ-RH-UNI15    TO WS-LOTACAO-NOVA-UNI15
               MOVE "ARQ-MOT01-EMP00-UNI15"
                 TO WS-LOG-CAMPO (WS-QTD-ALTERACOES)
               MOVE WS-LOTACAO-ANT
                 TO WS-LOG-VALOR-ANT (WS-QTD-ALTERACOES)
               MOVE WS-LOTACAO-NOVA
                 TO WS-LOG-VALOR-NOVO (WS-QTD-ALTERACOES)
               MOVE ARQ-RH-EMP00 TO ARQ-MOT01-EMP00
               MOVE ARQ-RH-UNI15 TO ARQ-MOT01-UNI15
           END-IF

           IF ARQ-MOT01-CNH-VALIDADE NOT = ARQ-RH-CNH-VALIDADE
               PERFORM 7000-GRAVAR-TRILHA
               ADD 1 TO WS-TOT-ALTERADOS
           END-IF

           PERFORM 4100-ATUALIZAR-CONTATO
           .

       4100-ATUALIZAR-CONTATO.
      *    os dados de contato do motorista vao numa entrada propria
      *    da trilha, separada do cadastro
           MOVE ZERO TO WS-QTD-ALTERACOES

           IF ARQ-MOT01-EMAIL NOT = ARQ-RH-EMAIL
               ADD 1 TO WS-QTD-ALTERACOES
               MOVE "ARQ-MOT01-EMAIL"
                 TO WS-LOG-CAMPO (WS-QTD-ALTERACOES)
               MOVE ARQ-MOT01-EMAIL
                 TO WS-LOG-VALOR-ANT (WS-QTD-ALTERACOES)
               MOVE ARQ-RH-EMAIL
                 TO WS-LOG-VALOR-NOVO (WS-QTD-ALTERACOES)
               MOVE ARQ-RH-EMAIL TO ARQ-MOT01-EMAIL
           END-IF

           IF ARQ-MOT01-CELULAR NOT = ARQ-RH-CELULAR
               ADD 1 TO WS-QTD-ALTERACOES
               MOVE "ARQ-MOT01-CELULAR"
                 TO WS-LOG-CAMPO (WS-QTD-ALTERACOES)
               MOVE ARQ-MOT01-CELULAR
                 TO WS-LOG-VALOR-ANT (WS-QTD-ALTERACOES)
               MOVE ARQ-RH-CELULAR
                 TO WS-LOG-VALOR-NOVO (WS-QTD-ALTERACOES)
               MOVE ARQ-RH-CELULAR TO ARQ-MOT01-CELULAR
           END-IF

      *    o aceite de mensagens no celular (e o canal escolhido) e
      *    colhido pelo RH no termo assinado pelo motorista
           IF ARQ-MOT01-CONSENTE-MSG NOT = ARQ-RH-CONSENTE-MSG
               ADD 1 TO WS-QTD-ALTERACOES
               MOVE "ARQ-MOT01-CONSENTE-MSG"
                 TO WS-LOG-CAMPO (WS-QTD-ALTERACOES)
               MOVE ARQ-MOT01-CONSENTE-MSG
                 TO WS-LOG-VALOR-ANT (WS-QTD-ALTERACOES)
               MOVE ARQ-RH-CONSENTE-MSG
                 TO WS-LOG-VALOR-NOVO (WS-QTD-ALTERACOES)
               MOVE ARQ-RH-CONSENTE-MSG TO ARQ-MOT01-CONSENTE-MSG
           END-IF

           IF WS-QTD-ALTERACOES > ZERO
               REWRITE ARQ-MOT01-REG
               MOVE WS-QTD-ALTERACOES TO WS-LOG-QTD-ITENS
               PERFORM 7000-GRAVAR-TRILHA
           END-IF
           .

       5000-TRATAR-DESLIGAMENTO.
                   MOVE "A" TO WS-LOG-OPERACAO
                   MOVE SPACES TO WS-LOG-CHAVE
                   MOVE WS-MOT01-CODIGO TO WS-LOG-CHAVE
                   MOVE 2 TO WS-LOG-QTD-ITENS
                   MOVE "ARQ-MOT01-ATIVO" TO WS-LOG-CAMPO (1)
                   MOVE ARQ-MOT01-ATIVO   TO WS-LOG-VALOR-ANT (1)
                   MOVE "N"               TO WS-LOG-VALOR-NOVO (1)
                   MOVE "N" TO ARQ-MOT01-ATIVO
      *            a data do desligamento conta o prazo de guarda dos
      *            dados pessoais para a anonimizacao do P01-B054.
                   IF ARQ-RH-DATA-MOVIMENTO IS NUMERIC
                    AND ARQ-RH-DATA-MOVIMENTO > ZERO
                       MOVE ARQ-RH-DATA-MOVIMENTO
                         TO ARQ-MOT01-DATA-DESLIGAMENTO
                   ELSE
                       MOVE WS-DATA-HOJE
                         TO ARQ-MOT01-DATA-DESLIGAMENTO
                   END-IF
                   MOVE "ARQ-MOT01-DATA-DESLIGAMENTO"
                     TO WS-LOG-CAMPO (2)
                   MOVE SPACES TO WS-LOG-VALOR-ANT (2)
                   MOVE ARQ-MOT01-DATA-DESLIGAMENTO
                     TO WS-LOG-VALOR-NOVO (2)
                   REWRITE ARQ-MOT01-REG
                   PERFORM 7000-GRAVAR-TRILHA
                   ADD 1 TO WS-TOT-DESATIVADOS
      *                confirmado, ou com a infracao nao liquidada),
      *                como no acerto do P99-R048; multa antiga ja
      *                paga deixa de segurar o desligamento.
      *   18/09/2026 - equipe.ti - motorista passa a guardar a unidade
      *                de lotacao (ARQ-MOT01-UNI15) vinda do extrato do
      *                RH, usada nas medidas disciplinares por unidade.
      *   18/09/2026 - equipe.ti - e-mail de contato do motorista
      *                (ARQ-MOT01-EMAIL) sincronizado com o RH, numa
      *                entrada propria da trilha, para o extrato mensal.
      *   25/09/2026 - equipe.ti - celular e aceite de mensagens por
      *                SMS/WhatsApp do motorista sincronizados com o RH
      *                na mesma entrada de contato da trilha.
      *   02/10/2026 - equipe.ti - desligamento grava a data do
      *                movimento do RH (ARQ-MOT01-DATA-DESLIGAMENTO) na
      *                mesma entrada da trilha, para o prazo de guarda
      *                da anonimizacao LGPD; admissao zera os campos.
