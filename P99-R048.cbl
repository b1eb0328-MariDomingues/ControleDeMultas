           parcelas em aberto de ARQ-PAG09 das infracoes dele - com
           campos de assinatura para o RH, e marca o motorista como
           "em acerto" (ARQ-MOT01-EM-ACERTO), o que faz o P01-S165
           bloquear vinculo novo ate o acerto ser liquidado. A
           marcacao fica na trilha ARQ-LOG123/ARQ-LOG23 via P01-S166
           (usuario zero: o demonstrativo nao recebe o operador).
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       01  WS-PARCELA-EDIT                 PIC Z9.
       01  WS-VALOR-EDIT                   PIC ZZZ.ZZZ.ZZZ,99.

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-MOT01".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01)   VALUE "A".
       01  WS-LOG-USUARIO                  PIC 9(04)   VALUE ZERO.
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       LINKAGE                     SECTION.
       01  LNK-PADRAO                      PIC X(01).
       01  LNK-R048-MOT01                  PIC 9(06).
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARQ-MOT01-EM-ACERTO TO WS-LOG-VALOR-ANT (1)
                   MOVE "S" TO ARQ-MOT01-EM-ACERTO
                   REWRITE ARQ-MOT01-REG
                   PERFORM 7100-REGISTRAR-TRILHA
           END-READ
           .

      *    reemissao do demonstrativo nao muda nada: so registra
      *    quando o motorista entra em acerto.
       7100-REGISTRAR-TRILHA.
           IF WS-LOG-VALOR-ANT (1) NOT = "S"
               MOVE SPACES TO WS-LOG-CHAVE
               MOVE ARQ-MOT01-CODIGO TO WS-LOG-CHAVE
               MOVE 1 TO WS-LOG-QTD-ITENS
               MOVE "ARQ-MOT01-EM-ACERTO" TO WS-LOG-CAMPO (1)
               MOVE ARQ-MOT01-EM-ACERTO   TO WS-LOG-VALOR-NOVO (1)
               CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                       WS-LOG-OPERACAO, WS-LOG-USUARIO,
                       WS-LOG-QTD-ITENS, WS-LOG-ITENS
           END-IF
           .

       9000-FECHAR-ARQUIVOS.
           CLOSE ARQ-MOT01 ARQ-IFM01 ARQ-IFC01 ARQ-IFS01
                 ARQ-DEB15 ARQ-PAG09 REL-R048
      *   26/06/2026 - equipe.ti - demonstrativo novo de acerto de
      *                desligamento de motorista, com marcacao de
      *                "em acerto" que bloqueia vinculo novo.
      *   09/10/2026 - equipe.ti - marcacao de "em acerto" passa a
      *                gravar trilha em ARQ-LOG123/ARQ-LOG23.
