           que, se a janela noturna for interrompida, a proxima
           execucao retoma a partir do ultimo registro confirmado em
           vez de reprocessar o arquivo inteiro.
           Cada instancia do recurso (defesa previa, JARI, CETRAN) e
           um registro de ARQ-IFR01 e o alerta sai para a instancia
           que estiver aberta. Instancia ja decidida sem decisao
           final e sem a instancia seguinte aberta tambem e vigiada:
           dentro da janela de alerta avisa o prazo para recorrer a
           instancia seguinte; prazo vencido sem recurso encerra a
           cadeia pelo P01-S175 (encerramento "S"), que entao aplica
           a decisao ao plano de ARQ-PAG09.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           88 WS-RETOMAR                              VALUE "S".
       01  WS-ACHOU-IFC01                  PIC X(01)  VALUE "N".
       01  WS-CODIGO-EDIT                  PIC ZZZZZZZ9.
       01  WS-INSTANCIA-AUX                PIC X(01)  VALUE SPACES.
       01  WS-INSTANCIA-DESC               PIC X(13)  VALUE SPACES.
       01  WS-TOT-LIDOS                    PIC 9(05)  VALUE ZERO.
       01  WS-TOT-ALERTAS                  PIC 9(05)  VALUE ZERO.
       01  WS-TOT-ENCERRADOS               PIC 9(05)  VALUE ZERO.

      *    instancia decidida sem decisao final, guardada ate a
      *    leitura do registro seguinte dizer se a instancia
      *    seguinte ja foi aberta (mesma infracao na sequencia).
       01  WS-PENDENTE-SW                  PIC X(01)  VALUE "N".
           88 WS-PENDENTE                             VALUE "S".
       01  WS-PEND-IFC01                   PIC 9(08)  VALUE ZERO.
       01  WS-PEND-INSTANCIA               PIC X(01)  VALUE SPACES.
       01  WS-PEND-RESULT-COD              PIC X(02)  VALUE SPACES.
       01  WS-PEND-VALOR-DECIDIDO          PIC 9(07)V9(02) VALUE ZERO.
       01  WS-PEND-DATA-DECISAO            PIC 9(08)  VALUE ZERO.
       01  WS-PEND-PRAZO-PROX              PIC 9(08)  VALUE ZERO.
       01  WS-PEND-DIAS-ALERTA             PIC 9(03)  VALUE ZERO.
       01  WS-ENCERRAR                     PIC X(01)  VALUE "S".
       01  WS-LOG-USUARIO                  PIC 9(04)  VALUE ZERO.
       01  WS-RETORNO-S175                 PIC X(01)  VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 1100-OBTER-CHECKPOINT
           PERFORM 1200-POSICIONAR-IFR01
           PERFORM 2000-PROCESSAR-IFR01 UNTIL FIM-IFR01
           IF WS-PENDENTE
               PERFORM 2600-TRATAR-PENDENTE
           END-IF
           PERFORM 8000-FINALIZAR
           GOBACK
           .
           .

       1200-POSICIONAR-IFR01.
      *    o checkpoint guarda so a infracao: a retomada reprocessa
      *    todas as instancias da ultima infracao confirmada, para
      *    nao perder a instancia seguinte nem a decisao pendente
      *    dela (o encerramento ja feito volta como final e e pulado).
           IF WS-RETOMAR
               MOVE SPACES TO LOG-B012-REG
               MOVE ARQ-CTL07-ULTIMA-CHAVE TO WS-CODIGO-EDIT
               STRING "RETOMANDO NA INFRACAO " WS-CODIGO-EDIT
                   DELIMITED BY SIZE INTO LOG-B012-REG
               WRITE LOG-B012-REG
               MOVE ARQ-CTL07-ULTIMA-CHAVE TO ARQ-IFR01-IFC01
           ELSE
               MOVE ZERO TO ARQ-IFR01-IFC01
           END-IF
           MOVE LOW-VALUE TO ARQ-IFR01-INSTANCIA
           START ARQ-IFR01 KEY IS NOT LESS THAN ARQ-IFR01-CHAVE
               INVALID KEY
                   SET FIM-IFR01 TO TRUE
               NOT INVALID KEY
                   PERFORM 2100-LER-IFR01
           END-START
           .

       2000-PROCESSAR-IFR01.
           ADD 1 TO WS-TOT-LIDOS

           IF WS-PENDENTE
               IF ARQ-IFR01-IFC01 NOT = WS-PEND-IFC01
                   PERFORM 2600-TRATAR-PENDENTE
               END-IF
               MOVE "N" TO WS-PENDENTE-SW
           END-IF

           IF ARQ-IFR01-STATUS = "E"
            AND NOT ARQ-IFR01-FINAL
            AND ARQ-IFR01-RESULT-COD NOT = SPACES
               PERFORM 2500-GUARDAR-PENDENTE
           END-IF

           IF ARQ-IFR01-STATUS = "A"
               PERFORM 2200-OBTER-DIAS-ALERTA
               PERFORM 2250-OBTER-DATA-PRAZO
      *    da infracao, em vez da suposicao global de antes; recurso
      *    orfao (infracao nao lida em 2200) nao deriva nada, para a
      *    conta nao sair do registro anterior que ficou no buffer.
      *    JARI e CETRAN nascem com o prazo da decisao anterior; so a
      *    defesa previa deriva da data da infracao.
           MOVE ARQ-IFR01-DATA-PRAZO TO WS-DATA-PRAZO
           IF WS-DATA-PRAZO = ZERO
            AND ARQ-IFR01-DEFESA-PREVIA
            AND WS-ACHOU-IFC01 = "S"
            AND ARQ-IFC01-ORG01 NOT = ZERO
               MOVE ARQ-IFC01-ORG01 TO ARQ-ORG01-CODIGO
       2300-IMPRIMIR-ALERTA.
           ADD 1 TO WS-TOT-ALERTAS
           MOVE ARQ-IFR01-IFC01 TO WS-CODIGO-EDIT
           MOVE ARQ-IFR01-INSTANCIA TO WS-INSTANCIA-AUX
           PERFORM 2350-DESCREVER-INSTANCIA
           MOVE SPACES TO LOG-B012-REG
           STRING "RECURSO EM RISCO - INFRACAO " WS-CODIGO-EDIT
                  " " WS-INSTANCIA-DESC
                  " PRAZO " WS-DATA-PRAZO
                  " FALTAM " WS-DIAS-RESTANTES " DIAS"
               DELIMITED BY SIZE INTO LOG-B012-REG
           WRITE LOG-B012-REG
           .

       2350-DESCREVER-INSTANCIA.
           EVALUATE WS-INSTANCIA-AUX
               WHEN "1"
                   MOVE "DEFESA PREVIA" TO WS-INSTANCIA-DESC
               WHEN "2"
                   MOVE "JARI"          TO WS-INSTANCIA-DESC
               WHEN "3"
                   MOVE "CETRAN"        TO WS-INSTANCIA-DESC
               WHEN OTHER
                   MOVE SPACES          TO WS-INSTANCIA-DESC
           END-EVALUATE
           .

       2500-GUARDAR-PENDENTE.
           PERFORM 2200-OBTER-DIAS-ALERTA
           SET WS-PENDENTE TO TRUE
           MOVE ARQ-IFR01-IFC01          TO WS-PEND-IFC01
           MOVE ARQ-IFR01-INSTANCIA      TO WS-PEND-INSTANCIA
           MOVE ARQ-IFR01-RESULT-COD     TO WS-PEND-RESULT-COD
           MOVE ARQ-IFR01-VALOR-DECIDIDO TO WS-PEND-VALOR-DECIDIDO
           MOVE ARQ-IFR01-DATA-DECISAO   TO WS-PEND-DATA-DECISAO
           MOVE ARQ-IFR01-DATA-PRAZO-PROX TO WS-PEND-PRAZO-PROX
           MOVE WS-DIAS-ALERTA           TO WS-PEND-DIAS-ALERTA
           .

       2600-TRATAR-PENDENTE.
      *    a instancia seguinte nao foi aberta: vencido o prazo, a
      *    decisao vira final; antes disso, alerta dentro da janela.
           MOVE "N" TO WS-PENDENTE-SW
           IF WS-PEND-PRAZO-PROX NOT = ZERO
               IF WS-PEND-PRAZO-PROX < WS-DATA-HOJE
                   PERFORM 2700-ENCERRAR-CADEIA
               ELSE
                   CALL "P01-S164" USING WS-DATA-HOJE,
                           WS-PEND-PRAZO-PROX, WS-DIAS-RESTANTES
                   IF WS-DIAS-RESTANTES <= WS-PEND-DIAS-ALERTA
                       PERFORM 2650-ALERTAR-PROXIMA-INSTANCIA
                   END-IF
               END-IF
           END-IF
           .

       2650-ALERTAR-PROXIMA-INSTANCIA.
           ADD 1 TO WS-TOT-ALERTAS
           MOVE WS-PEND-INSTANCIA TO WS-INSTANCIA-AUX
           PERFORM 2350-DESCREVER-INSTANCIA
           MOVE WS-PEND-IFC01 TO WS-CODIGO-EDIT
           MOVE SPACES TO LOG-B012-REG
           STRING "RECORRER DA " WS-INSTANCIA-DESC
                  " - INFRACAO " WS-CODIGO-EDIT
                  " PRAZO " WS-PEND-PRAZO-PROX
                  " FALTAM " WS-DIAS-RESTANTES " DIAS"
               DELIMITED BY SIZE INTO LOG-B012-REG
           WRITE LOG-B012-REG
           .

       2700-ENCERRAR-CADEIA.
           CALL "P01-S175" USING WS-PEND-IFC01, WS-PEND-INSTANCIA,
                   WS-PEND-RESULT-COD, WS-PEND-VALOR-DECIDIDO,
                   WS-PEND-DATA-DECISAO, WS-ENCERRAR,
                   WS-LOG-USUARIO, WS-RETORNO-S175
           IF WS-RETORNO-S175 = "S"
               ADD 1 TO WS-TOT-ENCERRADOS
               MOVE WS-PEND-INSTANCIA TO WS-INSTANCIA-AUX
               PERFORM 2350-DESCREVER-INSTANCIA
               MOVE WS-PEND-IFC01 TO WS-CODIGO-EDIT
               MOVE SPACES TO LOG-B012-REG
               STRING "DECISAO FINAL POR PRAZO VENCIDO - INFRACAO "
                      WS-CODIGO-EDIT " " WS-INSTANCIA-DESC
                      " " WS-PEND-RESULT-COD
                   DELIMITED BY SIZE INTO LOG-B012-REG
               WRITE LOG-B012-REG
           END-IF
           .

       2400-GRAVAR-CHECKPOINT.
           MOVE ARQ-IFR01-IFC01 TO ARQ-CTL07-ULTIMA-CHAVE
           REWRITE ARQ-CTL07-REG

           MOVE SPACES TO LOG-B012-REG
           STRING "LIDOS: " WS-TOT-LIDOS " ALERTAS: " WS-TOT-ALERTAS
                  " ENCERRADOS: " WS-TOT-ENCERRADOS
               DELIMITED BY SIZE INTO LOG-B012-REG
           WRITE LOG-B012-REG

      *                (ARQ-ORG01-TIPO-CONTAGEM "U") passa a derivar
      *                o prazo pelo calendario de feriados ARQ-FER01
      *                via P01-S185.
      *   18/09/2026 - equipe.ti - alerta pela instancia aberta do
      *                recurso (defesa previa, JARI, CETRAN); prazo da
      *                instancia seguinte vigiado e, vencido sem
      *                recurso, a decisao vira final pelo P01-S175.
