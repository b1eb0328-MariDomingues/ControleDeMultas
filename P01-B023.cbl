           janela noturna, e a consulta ao historico continua
           disponivel na tela P01-M155 via P01-S178 quando o DETRAN
           reabre um caso antigo. Ate 1000 infracoes por execucao;
           passando disso, rodar de novo. Antes de mexer na trilha
           chama a selagem P01-S202, para nenhuma entrada ir para o
           historico sem o checksum encadeado; a entrada vai inteira,
           com o selo, e a corrente segue verificavel pelo P01-B055
           intercalando vivo e historico.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       01  WS-TABELA-ARQUIVADAS.
           05 WS-ARQ-CODIGO OCCURS 1000 TIMES
                   INDEXED BY WS-ARQ-IDX   PIC 9(08).
       01  WS-ACHOU-IFR01                  PIC X(01)   VALUE "N".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL "P01-S202"
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-LER-IFC01
           PERFORM 3000-PROCESSAR-IFC01 UNTIL FIM-IFC01
           END-IF

           IF WS-LIQUIDADA-SW = "S"
               PERFORM 3350-LER-RECURSO-ATUAL
               IF WS-ACHOU-IFR01 = "S"
                   IF ARQ-IFR01-STATUS = "A"
                       MOVE "N" TO WS-LIQUIDADA-SW
                   END-IF
               END-IF
           END-IF
           .

       3350-LER-RECURSO-ATUAL.
      *    cada instancia do recurso (defesa previa, JARI, CETRAN) e
      *    um registro de ARQ-IFR01; a situacao do recurso da
      *    infracao e a da ultima instancia.
           MOVE "N"              TO WS-ACHOU-IFR01
           MOVE ARQ-IFC01-CODIGO TO ARQ-IFR01-IFC01
           MOVE HIGH-VALUE       TO ARQ-IFR01-INSTANCIA
           START ARQ-IFR01 KEY IS LESS THAN ARQ-IFR01-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-IFR01 NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ARQ-IFR01-IFC01 = ARQ-IFC01-CODIGO
                               MOVE "S" TO WS-ACHOU-IFR01
                           END-IF
                   END-READ
           END-START
           .

       4000-ARQUIVAR-INFRACAO.
           IF WS-QTD-ARQUIVADAS >= 1000
               SET WS-TAB-CHEIA TO TRUE

       5300-ARQUIVAR-IFT01.
           MOVE "N" TO WS-FIM-SATELITE
      *    todas as instancias da infracao (defesa previa, JARI e
      *    CETRAN) vao juntas para o historico.
           MOVE ARQ-IFC01H-CODIGO TO ARQ-IFT01-IFC01
           MOVE SPACE             TO ARQ-IFT01-INSTANCIA
           MOVE ZERO              TO ARQ-IFT01-SEQ
           START ARQ-IFT01 KEY IS NOT LESS THAN ARQ-IFT01-CHAVE
               INVALID KEY
      *                entrada pertence a um dos arquivos levados ao
      *                historico, evitando levar junto trilha de
      *                outro arquivo com chave numerica coincidente.
      *   18/09/2026 - equipe.ti - recurso em aberto verificado na
      *                ultima instancia (ARQ-IFR01 chaveado por
      *                infracao e instancia).
      *   02/10/2026 - equipe.ti - trilha selada (P01-S202) antes do
      *                arquivamento.
      *   09/10/2026 - equipe.ti - texto da infracao arquivado com
      *                todas as instancias (ARQ-IFT01 chaveado tambem
      *                pela instancia).
