           valor antes/depois) e com arq-usu para mostrar quem alterou
           o que e quando, substituindo a conferencia manual por
           horario de login quando uma infracao e contestada
           internamente. Recebe o codigo da infracao (chamada da tela
           P01-M155) e le so as entradas dela, pela chave arquivo +
           chave de ARQ-LOG123; codigo zerado lista a trilha de todas
           as infracoes, agrupada por infracao.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       01  REL-R038-NOME                   PIC X(40)
               VALUE "REL-R038.TXT".

       01  WS-ARQUIVO-FILTRO               PIC X(12)
               VALUE "ARQ-IFC01".
       01  WS-FIM-LOG123                   PIC X(01)   VALUE "N".
           88 FIM-LOG123                               VALUE "S".
       01  WS-FIM-LOG23                    PIC X(01).
           88 FIM-LOG23                                VALUE "S".
       01  WS-NOME-USUARIO                 PIC X(30).
       01  WS-SEQ-EDIT                     PIC ZZZZZZZ9.
       01  WS-CHAVE-FILTRO                 PIC X(08).

       LINKAGE                     SECTION.
       01  LNK-R038-IFC01                  PIC 9(08).

       PROCEDURE DIVISION USING LNK-R038-IFC01.

       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 1100-POSICIONAR-LOG123
           PERFORM 3000-PROCESSAR-LOG123 UNTIL FIM-LOG123
           PERFORM 8000-FINALIZAR
           GOBACK
           OPEN OUTPUT REL-R038

           MOVE SPACES TO REL-R038-LINHA
           IF LNK-R038-IFC01 = ZERO
               STRING "TRILHA DE AUDITORIA - INFRACOES (ARQ-IFC01)"
                   DELIMITED BY SIZE INTO REL-R038-LINHA
           ELSE
               STRING "TRILHA DE AUDITORIA - INFRACAO " LNK-R038-IFC01
                   DELIMITED BY SIZE INTO REL-R038-LINHA
           END-IF
           WRITE REL-R038-LINHA
           MOVE SPACES TO REL-R038-LINHA
           WRITE REL-R038-LINHA
           .

       1100-POSICIONAR-LOG123.
      *    a chave da trilha de ARQ-IFC01 e o codigo da infracao com 8
      *    digitos; sem codigo, posiciona no inicio do arquivo.
           MOVE WS-ARQUIVO-FILTRO TO ARQ-LOG123-ARQUIVO
           IF LNK-R038-IFC01 = ZERO
               MOVE SPACES         TO WS-CHAVE-FILTRO
               MOVE LOW-VALUES     TO ARQ-LOG123-CHAVE
           ELSE
               MOVE LNK-R038-IFC01 TO WS-CHAVE-FILTRO
               MOVE WS-CHAVE-FILTRO TO ARQ-LOG123-CHAVE
           END-IF
           START ARQ-LOG123 KEY IS NOT LESS THAN ARQ-LOG123-ARQ-CHAVE
               INVALID KEY
                   SET FIM-LOG123 TO TRUE
               NOT INVALID KEY
                   PERFORM 2000-LER-LOG123
           END-START
           .

       2000-LER-LOG123.
           READ ARQ-LOG123 NEXT RECORD
               AT END
           .

       3000-PROCESSAR-LOG123.
           IF ARQ-LOG123-ARQUIVO NOT = WS-ARQUIVO-FILTRO
               SET FIM-LOG123 TO TRUE
           ELSE
               IF LNK-R038-IFC01 NOT = ZERO
                AND ARQ-LOG123-CHAVE (1:8) NOT = WS-CHAVE-FILTRO
                   SET FIM-LOG123 TO TRUE
               ELSE
                   PERFORM 3100-OBTER-USUARIO
                   PERFORM 3200-IMPRIMIR-CABECALHO
                   PERFORM 3300-IMPRIMIR-DETALHES
                   PERFORM 2000-LER-LOG123
               END-IF
           END-IF
           .

       3100-OBTER-USUARIO.
      * Historico de alteracoes
      *   06/03/2026 - equipe.ti - relatorio novo de trilha de
      *                auditoria das infracoes (ARQ-LOG123/ARQ-LOG23).
      *   02/10/2026 - equipe.ti - recebe o codigo da infracao e le
      *                so as entradas dela pela nova chave arquivo +
      *                chave de ARQ-LOG123 (codigo zerado: todas as
      *                infracoes), em vez de varrer a trilha inteira.
