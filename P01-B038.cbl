           veiculo vendido em ARQ-VEI01 (nome, CNPJ e e-mail
           gravados pelo P01-S180) tambem sao limpos. O nome do
           cliente em arq-cli10 e chave (e razao social, nao dado
           pessoal) e fica como esta. As regravacoes de ARQ-MOT01 e
           ARQ-VEI01 ficam na trilha ARQ-LOG123/ARQ-LOG23 da copia
           via P01-S166, so com o valor mascarado.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
       01  WS-TOT-EML09                    PIC 9(06)   VALUE ZERO.
       01  WS-TOT-VEI01                    PIC 9(06)   VALUE ZERO.

       01  WS-LOG-ARQUIVO                  PIC X(12).
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01)   VALUE "A".
       01  WS-LOG-USUARIO                  PIC 9(04)   VALUE ZERO.
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE WS-CAMPO-DIGITOS (1:11) TO ARQ-MOT01-CNH

           REWRITE ARQ-MOT01-REG
           PERFORM 2250-REGISTRAR-TRILHA
           ADD 1 TO WS-TOT-MOT01
           PERFORM 2100-LER-MOT01
           .

      *    o valor anterior e justamente o dado pessoal que esta
      *    sendo removido: nao vai para a trilha.
       2250-REGISTRAR-TRILHA.
           MOVE "ARQ-MOT01" TO WS-LOG-ARQUIVO
           MOVE SPACES TO WS-LOG-CHAVE
           MOVE ARQ-MOT01-CODIGO TO WS-LOG-CHAVE
           MOVE SPACES TO WS-LOG-ITENS
           MOVE 2 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-MOT01-NOME"  TO WS-LOG-CAMPO (1)
           MOVE ARQ-MOT01-NOME    TO WS-LOG-VALOR-NOVO (1)
           MOVE "ARQ-MOT01-CNH"   TO WS-LOG-CAMPO (2)
           MOVE ARQ-MOT01-CNH     TO WS-LOG-VALOR-NOVO (2)
           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, WS-LOG-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       2500-MASCARAR-REJ10.
           MOVE "N" TO WS-FIM-ARQ
           PERFORM 2600-LER-REJ10
           END-IF

           REWRITE ARQ-VEI01-REG
           PERFORM 6950-REGISTRAR-TRILHA
           ADD 1 TO WS-TOT-VEI01
           PERFORM 6850-LER-VEI01
           .

       6950-REGISTRAR-TRILHA.
           MOVE "ARQ-VEI01" TO WS-LOG-ARQUIVO
           MOVE SPACES TO WS-LOG-CHAVE
           MOVE ARQ-VEI01-CODIGO TO WS-LOG-CHAVE
           MOVE SPACES TO WS-LOG-ITENS
           MOVE 3 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-VEI01-COMPRADOR-NOME"  TO WS-LOG-CAMPO (1)
           MOVE ARQ-VEI01-COMPRADOR-NOME    TO WS-LOG-VALOR-NOVO (1)
           MOVE "ARQ-VEI01-COMPRADOR-CNPJ"  TO WS-LOG-CAMPO (2)
           MOVE ARQ-VEI01-COMPRADOR-CNPJ    TO WS-LOG-VALOR-NOVO (2)
           MOVE "ARQ-VEI01-COMPRADOR-EMAIL" TO WS-LOG-CAMPO (3)
           MOVE ARQ-VEI01-COMPRADOR-EMAIL   TO WS-LOG-VALOR-NOVO (3)
           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, WS-LOG-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       7000-EMBARALHAR-DIGITOS.
      *    cada digito vira o complemento de 9 ("0"->"9", "1"->"8"):
      *    transformacao fixa, entao o mesmo numero de producao vira
      *   04/09/2026 - equipe.ti - dados do comprador do veiculo
      *                vendido (ARQ-VEI01, gravados pelo P01-S180)
      *                passam a ser mascarados tambem.
      *   09/10/2026 - equipe.ti - regravacoes de ARQ-MOT01 e ARQ-VEI01
      *                passam a gravar trilha em ARQ-LOG123/ARQ-LOG23,
      *                sem o valor anterior.
