       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-B046.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 18 de setembro de 2026.
       REMARKS. Conversao unica de ARQ-IFR01 para o layout com
           instancia na chave (defesa previa, JARI e CETRAN). Le o
           arquivo no layout antigo, chave so pela infracao, e grava
           cada registro no layout novo como instancia 1 (defesa
           previa), com data da decisao e prazo da instancia seguinte
           zerados. Recurso ja decidido fica como decisao final, pois
           ate aqui a cadeia terminava na primeira instancia; recurso
           ainda aberto segue normalmente pelo P01-B012 e P01-S175.
           Antes de rodar, a operacao renomeia o ARQ-IFR01 atual para
           ARQ-IFR01-ANT; o ARQ-IFR01 novo e criado vazio aqui. Rodar
           uma unica vez, com o sistema parado, e guardar o LOG-B046
           com as quantidades lidas e gravadas. Cada registro gravado
           vai para a trilha ARQ-LOG123/ARQ-LOG23 (operacao "I") via
           P01-S166, para a extracao incremental do BI (P01-B057)
           reenviar os recursos das infracoes convertidas.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-IFR01.sl".
           SELECT ARQ-IFR01-ANT
                  ASSIGN          TO         "ARQ-IFR01-ANT"
                  ORGANIZATION               INDEXED
                  ACCESS MODE                SEQUENTIAL
                  RECORD KEY                 ARQ-IFR01-ANT-IFC01
                  FILE STATUS                STAT-ARQ-IFR01-ANT.
           SELECT LOG-B046
                  ASSIGN          TO         LOG-B046-NOME
                  ORGANIZATION               LINE SEQUENTIAL
                  FILE STATUS                STAT-LOG-B046.
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-IFR01.fd".
      *    layout anterior, chave so pela infracao
       FD  ARQ-IFR01-ANT
               LABEL RECORD STANDARD
               VALUE OF FILE-ID IS "ARQ-IFR01-ANT".
       01  ARQ-IFR01-ANT-REG.
               05 ARQ-IFR01-ANT-IFC01      PIC 9(08).
               05 ARQ-IFR01-ANT-DATA-PROTOCOLO PIC 9(08).
               05 ARQ-IFR01-ANT-DATA-PRAZO PIC 9(08).
               05 ARQ-IFR01-ANT-STATUS     PIC X(01).
               05 ARQ-IFR01-ANT-RESULTADO  PIC X(40).
               05 ARQ-IFR01-ANT-RESULT-COD PIC X(02).
               05 ARQ-IFR01-ANT-VALOR-DECIDIDO PIC 9(07)V9(02).
               05 ARQ-IFR01-ANT-NUM-PROTOCOLO PIC X(20).
       FD  LOG-B046
           LABEL RECORD STANDARD.
       01  LOG-B046-REG                    PIC X(100).

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-IFR01                  PIC X(02).
       01  STAT-ARQ-IFR01-ANT              PIC X(02).
       01  STAT-LOG-B046                   PIC X(02).
       01  LOG-B046-NOME                   PIC X(40)
               VALUE "LOG-B046.TXT".

       01  WS-FIM-IFR01-ANT                PIC X(01)   VALUE "N".
           88 FIM-IFR01-ANT                            VALUE "S".
       01  WS-LIDOS                        PIC 9(07)   VALUE ZERO.
       01  WS-GRAVADOS                     PIC 9(07)   VALUE ZERO.
       01  WS-FINAIS                       PIC 9(07)   VALUE ZERO.
       01  WS-REJEITADOS                   PIC 9(07)   VALUE ZERO.
       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-CONTADOR-EDIT                PIC Z.ZZZ.ZZ9.

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-IFR01".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01)   VALUE "I".
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
           IF STAT-ARQ-IFR01-ANT = "00"
               PERFORM 2000-LER-IFR01-ANT
               PERFORM 3000-CONVERTER UNTIL FIM-IFR01-ANT
           END-IF
           PERFORM 8000-FINALIZAR
           GOBACK
           .

       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT LOG-B046
           MOVE "INICIO DA CONVERSAO DE ARQ-IFR01 (INSTANCIA NA CHAVE)"
             TO LOG-B046-REG
           WRITE LOG-B046-REG

           OPEN INPUT ARQ-IFR01-ANT
           IF STAT-ARQ-IFR01-ANT NOT = "00"
               MOVE SPACES TO LOG-B046-REG
               STRING "ARQ-IFR01-ANT NAO ENCONTRADO - STATUS "
                      STAT-ARQ-IFR01-ANT
                      " - RENOMEIE O ARQ-IFR01 ANTES DE RODAR"
                   DELIMITED BY SIZE INTO LOG-B046-REG
               WRITE LOG-B046-REG
           ELSE
               OPEN OUTPUT ARQ-IFR01
           END-IF
           .

       2000-LER-IFR01-ANT.
           READ ARQ-IFR01-ANT NEXT RECORD
               AT END
                   SET FIM-IFR01-ANT TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
           END-READ
           .

       3000-CONVERTER.
           MOVE SPACES                    TO ARQ-IFR01-REG
           MOVE ARQ-IFR01-ANT-IFC01       TO ARQ-IFR01-IFC01
           SET ARQ-IFR01-DEFESA-PREVIA    TO TRUE
           MOVE ARQ-IFR01-ANT-DATA-PROTOCOLO
                                          TO ARQ-IFR01-DATA-PROTOCOLO
           MOVE ARQ-IFR01-ANT-DATA-PRAZO  TO ARQ-IFR01-DATA-PRAZO
           MOVE ARQ-IFR01-ANT-STATUS      TO ARQ-IFR01-STATUS
           MOVE ARQ-IFR01-ANT-RESULTADO   TO ARQ-IFR01-RESULTADO
           MOVE ARQ-IFR01-ANT-RESULT-COD  TO ARQ-IFR01-RESULT-COD
           MOVE ARQ-IFR01-ANT-VALOR-DECIDIDO
                                          TO ARQ-IFR01-VALOR-DECIDIDO
           MOVE ARQ-IFR01-ANT-NUM-PROTOCOLO
                                          TO ARQ-IFR01-NUM-PROTOCOLO
           MOVE ZERO                      TO ARQ-IFR01-DATA-DECISAO
           MOVE ZERO                      TO ARQ-IFR01-DATA-PRAZO-PROX
           IF ARQ-IFR01-ANT-STATUS = "E"
               MOVE "S" TO ARQ-IFR01-DECISAO-FINAL
           ELSE
               MOVE "N" TO ARQ-IFR01-DECISAO-FINAL
           END-IF

           WRITE ARQ-IFR01-REG
           IF STAT-ARQ-IFR01 = "00"
               ADD 1 TO WS-GRAVADOS
               IF ARQ-IFR01-FINAL
                   ADD 1 TO WS-FINAIS
               END-IF
               PERFORM 3100-REGISTRAR-TRILHA
           ELSE
               ADD 1 TO WS-REJEITADOS
               MOVE ARQ-IFR01-ANT-IFC01 TO WS-CODIGO-EDIT
               MOVE SPACES TO LOG-B046-REG
               STRING "INFRACAO " WS-CODIGO-EDIT
                      " NAO GRAVADA - STATUS " STAT-ARQ-IFR01
                   DELIMITED BY SIZE INTO LOG-B046-REG
               WRITE LOG-B046-REG
           END-IF

           PERFORM 2000-LER-IFR01-ANT
           .

       3100-REGISTRAR-TRILHA.
           MOVE SPACES TO WS-LOG-CHAVE
           STRING ARQ-IFR01-IFC01 "/" ARQ-IFR01-INSTANCIA
               DELIMITED BY SIZE INTO WS-LOG-CHAVE
           MOVE 2 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-IFR01-STATUS"         TO WS-LOG-CAMPO (1)
           MOVE SPACES                     TO WS-LOG-VALOR-ANT (1)
           MOVE ARQ-IFR01-STATUS           TO WS-LOG-VALOR-NOVO (1)
           MOVE "ARQ-IFR01-DECISAO-FINAL"  TO WS-LOG-CAMPO (2)
           MOVE SPACES                     TO WS-LOG-VALOR-ANT (2)
           MOVE ARQ-IFR01-DECISAO-FINAL    TO WS-LOG-VALOR-NOVO (2)
           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, WS-LOG-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       8000-FINALIZAR.
           MOVE WS-LIDOS TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B046-REG
           STRING "LIDOS NO LAYOUT ANTIGO....: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B046-REG
           WRITE LOG-B046-REG
           MOVE WS-GRAVADOS TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B046-REG
           STRING "GRAVADOS (DEFESA PREVIA)..: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B046-REG
           WRITE LOG-B046-REG
           MOVE WS-FINAIS TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B046-REG
           STRING "  COM DECISAO FINAL.......: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B046-REG
           WRITE LOG-B046-REG
           MOVE WS-REJEITADOS TO WS-CONTADOR-EDIT
           MOVE SPACES TO LOG-B046-REG
           STRING "NAO GRAVADOS..............: " WS-CONTADOR-EDIT
               DELIMITED BY SIZE INTO LOG-B046-REG
           WRITE LOG-B046-REG

           IF STAT-ARQ-IFR01-ANT = "00" OR "10"
               CLOSE ARQ-IFR01-ANT ARQ-IFR01
           END-IF
           CLOSE LOG-B046
           .
      * Historico de alteracoes
      *   18/09/2026 - equipe.ti - conversao unica de ARQ-IFR01 para a
      *                chave infracao + instancia.
      *   09/10/2026 - equipe.ti - registro convertido vai para a
      *                trilha via P01-S166.
