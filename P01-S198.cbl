       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S198.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 25 de setembro de 2026.
       REMARKS. Sub-rotina de captura do codigo de barras da guia de
           pagamento de uma parcela de ARQ-PAG09 (boleto bancario ou
           guia de arrecadacao - DARE e similares), chamada pela tela
           P01-M155, onde o codigo e digitado ou lido pela leitora, e
           pela carga do DETRAN P01-B010, quando o arquivo traz a
           linha da guia. Aceita o codigo de barras de 44 posicoes ou
           a linha digitavel (47 posicoes no boleto, 48 na guia de
           arrecadacao), com ou sem pontos e espacos; confere os
           digitos verificadores de cada campo da linha digitavel e o
           digito geral do codigo (modulo 10 e modulo 11 conforme o
           padrao FEBRABAN), converte a linha no codigo de barras e
           extrai dele o valor e o vencimento. A guia so e gravada na
           parcela quando valor e vencimento batem com o valor cheio e
           o vencimento da parcela ou com o valor com desconto e a
           data limite do desconto SNE; a divergencia era justamente o
           erro de digitacao que voltava rejeitado no P01-B030. A
           troca do codigo vai para a trilha ARQ-LOG123/ARQ-LOG23 via
           P01-S166. Devolve o valor e o vencimento lidos do codigo e
           o retorno: "S" gravado, "N" o mesmo codigo ja estava
           gravado, "T" tamanho ou caractere invalido, "D" digito
           verificador nao confere, "P" parcela inexistente ou fora de
           aberto, "V" valor diverge da parcela ou "E" vencimento
           diverge da parcela.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           COPY "ARQ-PAG09.sl".
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY "ARQ-PAG09.fd".

       WORKING-STORAGE             SECTION.
       01  STAT-ARQ-PAG09                  PIC X(02).

      *    o codigo como veio, so com os digitos
       01  WS-DIGITOS                      PIC X(48).
       01  WS-DIGITOS-R REDEFINES WS-DIGITOS.
           05 WS-DIG                       PIC 9(01) OCCURS 48 TIMES.
       01  WS-QTD-DIGITOS                  PIC 9(02).
       01  WS-CARACTER                     PIC X(01).
       01  WS-I                            PIC S9(03).

      *    codigo de barras de 44 posicoes, nas duas visoes
       01  WS-BARRAS.
           05 WS-BOL-BANCO-MOEDA           PIC X(04).
           05 WS-BOL-DV                    PIC 9(01).
           05 WS-BOL-FATOR                 PIC 9(04).
           05 WS-BOL-VALOR                 PIC 9(08)V9(02).
           05 WS-BOL-CAMPO-LIVRE           PIC X(25).
       01  WS-BARRAS-ARR REDEFINES WS-BARRAS.
           05 WS-ARR-PRODUTO               PIC X(01).
           05 WS-ARR-SEGMENTO              PIC X(01).
           05 WS-ARR-IDENT-VALOR           PIC X(01).
              88 WS-ARR-MODULO-10                      VALUE "6" "7".
              88 WS-ARR-MODULO-11                      VALUE "8" "9".
              88 WS-ARR-VALOR-EFETIVO                  VALUE "6" "8".
           05 WS-ARR-DV                    PIC 9(01).
           05 WS-ARR-VALOR                 PIC 9(09)V9(02).
           05 WS-ARR-EMPRESA               PIC X(04).
           05 WS-ARR-CAMPO-LIVRE.
              10 WS-ARR-DATA               PIC X(08).
              10 WS-ARR-DATA-R REDEFINES WS-ARR-DATA.
                 15 WS-ARR-DATA-ANO        PIC 9(04).
                 15 WS-ARR-DATA-MES        PIC 9(02).
                 15 WS-ARR-DATA-DIA        PIC 9(02).
              10 FILLER                    PIC X(17).
       01  WS-TIPO-BARRAS                  PIC X(01).

      *    calculo dos digitos verificadores
       01  WS-CALC                         PIC X(48).
       01  WS-CALC-R REDEFINES WS-CALC.
           05 WS-CALC-DIG                  PIC 9(01) OCCURS 48 TIMES.
       01  WS-CALC-TAM                     PIC 9(02).
       01  WS-MODULO                       PIC 9(02).
       01  WS-POS-CAMPO                    PIC 9(02).
       01  WS-TAM-CAMPO                    PIC 9(02).
       01  WS-POS-DV                       PIC 9(02).
       01  WS-SOMA                         PIC 9(05).
       01  WS-PESO                         PIC 9(02).
       01  WS-PRODUTO                      PIC 9(03).
       01  WS-QUOCIENTE                    PIC 9(05).
       01  WS-RESTO                        PIC 9(02).
       01  WS-DV-CALC                      PIC 9(02).

       01  WS-VALOR-BARRAS                 PIC 9(09)V9(02).
       01  WS-VENCTO-BARRAS                PIC 9(08).
       01  WS-DIAS-FATOR                   PIC S9(08).
       01  WS-DATA-BASE-FATOR              PIC 9(08).
       01  WS-VALOR-CONFERE                PIC X(01).
       01  WS-VENCTO-CONFERE               PIC X(01).

       01  WS-BARRAS-ANT                   PIC X(44).
       01  WS-VALOR-ANT                    PIC 9(07)V9(02).
       01  WS-VENCTO-ANT                   PIC 9(08).
       01  WS-VALOR-EDIT                   PIC ZZZZZZ9,99.
       01  WS-PARCELA-EDIT                 PIC Z9.

       01  WS-LOG-ARQUIVO                  PIC X(12)
               VALUE "ARQ-PAG09".
       01  WS-LOG-CHAVE                    PIC X(20).
       01  WS-LOG-OPERACAO                 PIC X(01)   VALUE "A".
       01  WS-LOG-QTD-ITENS                PIC 9(03).
       01  WS-LOG-ITENS.
           05 WS-LOG-ITEM OCCURS 3 TIMES.
              10 WS-LOG-CAMPO              PIC X(30).
              10 WS-LOG-VALOR-ANT          PIC X(40).
              10 WS-LOG-VALOR-NOVO         PIC X(40).

       LINKAGE                     SECTION.
       01  LNK-S198-IFC01                  PIC 9(08).
       01  LNK-S198-PARCELA                PIC 9(02).
       01  LNK-S198-CODIGO                 PIC X(60).
       01  LNK-S198-ORIGEM                 PIC X(01).
       01  LNK-S198-USUARIO                PIC 9(04).
       01  LNK-S198-VALOR                  PIC 9(07)V9(02).
       01  LNK-S198-VENCIMENTO             PIC 9(08).
       01  LNK-S198-RETORNO                PIC X(01).

       PROCEDURE DIVISION USING LNK-S198-IFC01, LNK-S198-PARCELA,
               LNK-S198-CODIGO, LNK-S198-ORIGEM, LNK-S198-USUARIO,
               LNK-S198-VALOR, LNK-S198-VENCIMENTO, LNK-S198-RETORNO.

       0000-MAINLINE.
           MOVE "S"  TO LNK-S198-RETORNO
           MOVE ZERO TO LNK-S198-VALOR
           MOVE ZERO TO LNK-S198-VENCIMENTO

           PERFORM 1000-SEPARAR-DIGITOS
           IF LNK-S198-RETORNO = "S"
               PERFORM 2000-MONTAR-CODIGO-BARRAS
           END-IF
           IF LNK-S198-RETORNO = "S"
               PERFORM 3000-CONFERIR-DV-GERAL
           END-IF
           IF LNK-S198-RETORNO = "S"
               PERFORM 4000-EXTRAIR-VALOR-VENCTO
               OPEN I-O ARQ-PAG09
               PERFORM 5000-CONFERIR-PARCELA
               IF LNK-S198-RETORNO = "S"
                   PERFORM 6000-GRAVAR-CODIGO
               END-IF
               CLOSE ARQ-PAG09
           END-IF
           GOBACK
           .

       1000-SEPARAR-DIGITOS.
      *    a linha digitavel costuma vir com os pontos e espacos da
      *    impressao; fora esses, so digitos.
           MOVE SPACES TO WS-DIGITOS
           MOVE ZERO   TO WS-QTD-DIGITOS
           PERFORM 1100-COPIAR-CARACTER
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 60 OR LNK-S198-RETORNO NOT = "S"
           IF LNK-S198-RETORNO = "S"
            AND WS-QTD-DIGITOS NOT = 44
            AND WS-QTD-DIGITOS NOT = 47
            AND WS-QTD-DIGITOS NOT = 48
               MOVE "T" TO LNK-S198-RETORNO
           END-IF
           .

       1100-COPIAR-CARACTER.
           MOVE LNK-S198-CODIGO (WS-I:1) TO WS-CARACTER
           IF WS-CARACTER IS NUMERIC
               IF WS-QTD-DIGITOS < 48
                   ADD 1 TO WS-QTD-DIGITOS
                   MOVE WS-CARACTER TO WS-DIGITOS (WS-QTD-DIGITOS:1)
               ELSE
                   MOVE "T" TO LNK-S198-RETORNO
               END-IF
           ELSE
               IF WS-CARACTER NOT = SPACE AND NOT = "."
                AND NOT = "-"
                   MOVE "T" TO LNK-S198-RETORNO
               END-IF
           END-IF
           .

       2000-MONTAR-CODIGO-BARRAS.
      *    guia de arrecadacao comeca sempre pelo produto "8"; o resto
      *    e boleto bancario.
           IF WS-DIGITOS (1:1) = "8"
               MOVE "A" TO WS-TIPO-BARRAS
           ELSE
               MOVE "B" TO WS-TIPO-BARRAS
           END-IF

           EVALUATE TRUE
               WHEN WS-QTD-DIGITOS = 44
                   MOVE WS-DIGITOS (1:44) TO WS-BARRAS
               WHEN WS-QTD-DIGITOS = 47 AND WS-TIPO-BARRAS = "B"
                   PERFORM 2100-CONVERTER-LINHA-BOLETO
               WHEN WS-QTD-DIGITOS = 48 AND WS-TIPO-BARRAS = "A"
                   PERFORM 2200-CONVERTER-LINHA-ARRECAD
               WHEN OTHER
                   MOVE "T" TO LNK-S198-RETORNO
           END-EVALUATE
           .

       2100-CONVERTER-LINHA-BOLETO.
      *    linha do boleto: tres campos com DV modulo 10 (posicoes
      *    10, 21 e 32), o DV geral na 33 e fator + valor no fim.
           MOVE 10 TO WS-MODULO
           MOVE 1  TO WS-POS-CAMPO
           MOVE 9  TO WS-TAM-CAMPO
           MOVE 10 TO WS-POS-DV
           PERFORM 2500-CONFERIR-CAMPO
           MOVE 11 TO WS-POS-CAMPO
           MOVE 10 TO WS-TAM-CAMPO
           MOVE 21 TO WS-POS-DV
           PERFORM 2500-CONFERIR-CAMPO
           MOVE 22 TO WS-POS-CAMPO
           MOVE 32 TO WS-POS-DV
           PERFORM 2500-CONFERIR-CAMPO

           MOVE SPACES TO WS-BARRAS
           STRING WS-DIGITOS (1:4)  WS-DIGITOS (33:1)
                  WS-DIGITOS (34:14) WS-DIGITOS (5:5)
                  WS-DIGITOS (11:10) WS-DIGITOS (22:10)
               DELIMITED BY SIZE INTO WS-BARRAS
           .

       2200-CONVERTER-LINHA-ARRECAD.
      *    linha da guia de arrecadacao: quatro blocos de 11 digitos,
      *    cada um seguido do seu DV, no modulo indicado pelo terceiro
      *    digito (identificador de valor).
           MOVE WS-DIGITOS (1:11)  TO WS-BARRAS (1:11)
           MOVE WS-DIGITOS (13:11) TO WS-BARRAS (12:11)
           MOVE WS-DIGITOS (25:11) TO WS-BARRAS (23:11)
           MOVE WS-DIGITOS (37:11) TO WS-BARRAS (34:11)
           PERFORM 2300-DEFINIR-MODULO-ARRECAD
           IF LNK-S198-RETORNO = "S"
               MOVE 11 TO WS-TAM-CAMPO
               PERFORM 2250-CONFERIR-BLOCO
                   VARYING WS-POS-CAMPO FROM 1 BY 12
                   UNTIL WS-POS-CAMPO > 37
           END-IF
           .

       2250-CONFERIR-BLOCO.
           COMPUTE WS-POS-DV = WS-POS-CAMPO + 11
           PERFORM 2500-CONFERIR-CAMPO
           .

       2300-DEFINIR-MODULO-ARRECAD.
           EVALUATE TRUE
               WHEN WS-ARR-MODULO-10
                   MOVE 10 TO WS-MODULO
               WHEN WS-ARR-MODULO-11
                   MOVE 11 TO WS-MODULO
               WHEN OTHER
                   MOVE "T" TO LNK-S198-RETORNO
           END-EVALUATE
           .

       2500-CONFERIR-CAMPO.
           MOVE SPACES TO WS-CALC
           MOVE WS-DIGITOS (WS-POS-CAMPO:WS-TAM-CAMPO)
             TO WS-CALC (1:WS-TAM-CAMPO)
           MOVE WS-TAM-CAMPO TO WS-CALC-TAM
           IF WS-MODULO = 10
               PERFORM 7000-CALCULAR-MODULO-10
           ELSE
               PERFORM 7200-CALCULAR-MODULO-11-ARREC
           END-IF
           IF WS-DV-CALC NOT = WS-DIG (WS-POS-DV)
               MOVE "D" TO LNK-S198-RETORNO
           END-IF
           .

       3000-CONFERIR-DV-GERAL.
      *    o DV geral fica na posicao 5 do boleto e na 4 da guia de
      *    arrecadacao, calculado sobre as outras 43 posicoes.
           MOVE SPACES TO WS-CALC
           MOVE 43     TO WS-CALC-TAM
           IF WS-TIPO-BARRAS = "B"
               STRING WS-BARRAS (1:4) WS-BARRAS (6:39)
                   DELIMITED BY SIZE INTO WS-CALC
               PERFORM 7100-CALCULAR-MODULO-11-BOLETO
               IF WS-DV-CALC NOT = WS-BOL-DV
                   MOVE "D" TO LNK-S198-RETORNO
               END-IF
           ELSE
               PERFORM 2300-DEFINIR-MODULO-ARRECAD
               IF LNK-S198-RETORNO = "S"
                   STRING WS-BARRAS (1:3) WS-BARRAS (5:40)
                       DELIMITED BY SIZE INTO WS-CALC
                   IF WS-MODULO = 10
                       PERFORM 7000-CALCULAR-MODULO-10
                   ELSE
                       PERFORM 7200-CALCULAR-MODULO-11-ARREC
                   END-IF
                   IF WS-DV-CALC NOT = WS-ARR-DV
                       MOVE "D" TO LNK-S198-RETORNO
                   END-IF
               END-IF
           END-IF
           .

       4000-EXTRAIR-VALOR-VENCTO.
           MOVE ZERO TO WS-VALOR-BARRAS
           MOVE ZERO TO WS-VENCTO-BARRAS
           IF WS-TIPO-BARRAS = "B"
               PERFORM 4100-EXTRAIR-BOLETO
           ELSE
               PERFORM 4200-EXTRAIR-ARRECADACAO
           END-IF
           MOVE WS-VALOR-BARRAS  TO LNK-S198-VALOR
           MOVE WS-VENCTO-BARRAS TO LNK-S198-VENCIMENTO
           .

       4100-EXTRAIR-BOLETO.
      *    fator de vencimento: dias desde 07/10/1997; ao chegar em
      *    9999 (21/02/2025) o fator recomecou em 1000 a partir de
      *    22/02/2025. Boleto do ciclo antigo ja venceu todo, entao
      *    fator de 1000 em diante e lido no ciclo novo. Fator zerado
      *    e boleto sem vencimento.
           MOVE WS-BOL-VALOR TO WS-VALOR-BARRAS
           IF WS-BOL-FATOR NOT = ZERO
               IF WS-BOL-FATOR >= 1000
                   MOVE 20250222 TO WS-DATA-BASE-FATOR
                   COMPUTE WS-DIAS-FATOR = WS-BOL-FATOR - 1000
               ELSE
                   MOVE 19971007 TO WS-DATA-BASE-FATOR
                   MOVE WS-BOL-FATOR TO WS-DIAS-FATOR
               END-IF
               CALL "P01-S167" USING WS-DATA-BASE-FATOR,
                       WS-DIAS-FATOR, WS-VENCTO-BARRAS
           END-IF
           .

       4200-EXTRAIR-ARRECADACAO.
      *    identificador "6" ou "8" traz o valor efetivo em reais;
      *    "7" ou "9" e valor de referencia, que nao se confere. A
      *    guia de orgao publico nao tem vencimento em posicao fixa:
      *    quando o orgao informa, ele vem em AAAAMMDD no inicio do
      *    campo livre (DARE e guias estaduais do DETRAN).
           IF WS-ARR-VALOR-EFETIVO
               MOVE WS-ARR-VALOR TO WS-VALOR-BARRAS
           END-IF
           IF WS-ARR-DATA IS NUMERIC
               IF WS-ARR-DATA-ANO >= 2000 AND WS-ARR-DATA-ANO <= 2099
                AND WS-ARR-DATA-MES >= 1 AND WS-ARR-DATA-MES <= 12
                AND WS-ARR-DATA-DIA >= 1 AND WS-ARR-DATA-DIA <= 31
                   MOVE WS-ARR-DATA TO WS-VENCTO-BARRAS
               END-IF
           END-IF
           .

       5000-CONFERIR-PARCELA.
      *    a guia vale para o valor cheio ate o vencimento ou para o
      *    valor com desconto SNE ate a data limite do desconto;
      *    valor ou vencimento nao informados no codigo nao barram.
           MOVE LNK-S198-IFC01   TO ARQ-PAG09-IFC01
           MOVE LNK-S198-PARCELA TO ARQ-PAG09-PARCELA
           READ ARQ-PAG09
               INVALID KEY
                   MOVE "P" TO LNK-S198-RETORNO
           END-READ

           IF LNK-S198-RETORNO = "S"
               IF ARQ-PAG09-STATUS-PARCELA NOT = "A" AND NOT = "R"
                   MOVE "P" TO LNK-S198-RETORNO
               END-IF
           END-IF

           IF LNK-S198-RETORNO = "S"
               MOVE "N" TO WS-VALOR-CONFERE
               MOVE "N" TO WS-VENCTO-CONFERE
               IF WS-VALOR-BARRAS = ZERO
                OR WS-VALOR-BARRAS = ARQ-PAG09-VALOR-PARCELA
                   MOVE "S" TO WS-VALOR-CONFERE
                   IF WS-VENCTO-BARRAS = ZERO
                    OR WS-VENCTO-BARRAS = ARQ-PAG09-VENCIMENTO
                       MOVE "S" TO WS-VENCTO-CONFERE
                   END-IF
               END-IF
               IF WS-VENCTO-CONFERE = "N"
                AND ARQ-PAG09-VALOR-DESCONTO NOT = ZERO
                AND (WS-VALOR-BARRAS = ZERO
                 OR WS-VALOR-BARRAS = ARQ-PAG09-VALOR-DESCONTO)
                   MOVE "S" TO WS-VALOR-CONFERE
                   IF WS-VENCTO-BARRAS = ZERO
                    OR WS-VENCTO-BARRAS = ARQ-PAG09-DATA-LIMITE-DESC
                       MOVE "S" TO WS-VENCTO-CONFERE
                   END-IF
               END-IF
               IF WS-VALOR-CONFERE = "N"
                   MOVE "V" TO LNK-S198-RETORNO
               ELSE
                   IF WS-VENCTO-CONFERE = "N"
                       MOVE "E" TO LNK-S198-RETORNO
                   END-IF
               END-IF
           END-IF
           .

       6000-GRAVAR-CODIGO.
           IF ARQ-PAG09-BARRAS-VALIDO
            AND ARQ-PAG09-COD-BARRAS = WS-BARRAS
               MOVE "N" TO LNK-S198-RETORNO
           ELSE
               IF ARQ-PAG09-BARRAS-VALIDO
                   MOVE ARQ-PAG09-COD-BARRAS    TO WS-BARRAS-ANT
                   MOVE ARQ-PAG09-VALOR-BARRAS  TO WS-VALOR-ANT
                   MOVE ARQ-PAG09-VENCTO-BARRAS TO WS-VENCTO-ANT
               ELSE
                   MOVE SPACES TO WS-BARRAS-ANT
                   MOVE ZERO   TO WS-VALOR-ANT
                   MOVE ZERO   TO WS-VENCTO-ANT
               END-IF
               MOVE WS-BARRAS         TO ARQ-PAG09-COD-BARRAS
               MOVE WS-TIPO-BARRAS    TO ARQ-PAG09-TIPO-BARRAS
               MOVE "V"               TO ARQ-PAG09-SIT-BARRAS
               MOVE WS-VALOR-BARRAS   TO ARQ-PAG09-VALOR-BARRAS
               MOVE WS-VENCTO-BARRAS  TO ARQ-PAG09-VENCTO-BARRAS
               MOVE FUNCTION CURRENT-DATE (1:8)
                                      TO ARQ-PAG09-DATA-BARRAS
               MOVE LNK-S198-ORIGEM   TO ARQ-PAG09-ORIGEM-BARRAS
               MOVE LNK-S198-USUARIO  TO ARQ-PAG09-USU-BARRAS
               REWRITE ARQ-PAG09-REG
               IF STAT-ARQ-PAG09 = "00"
                   PERFORM 6100-GRAVAR-TRILHA
               ELSE
                   MOVE "P" TO LNK-S198-RETORNO
               END-IF
           END-IF
           .

       6100-GRAVAR-TRILHA.
      *    o codigo de 44 posicoes nao cabe num item da trilha: vai
      *    em duas metades, mais o valor/vencimento lidos dele.
           MOVE LNK-S198-PARCELA TO WS-PARCELA-EDIT
           MOVE SPACES TO WS-LOG-CHAVE
           STRING LNK-S198-IFC01 "/" WS-PARCELA-EDIT
               DELIMITED BY SIZE INTO WS-LOG-CHAVE
           MOVE 3 TO WS-LOG-QTD-ITENS
           MOVE "ARQ-PAG09-COD-BARRAS 01-22" TO WS-LOG-CAMPO (1)
           MOVE WS-BARRAS-ANT (1:22)  TO WS-LOG-VALOR-ANT (1)
           MOVE WS-BARRAS (1:22)      TO WS-LOG-VALOR-NOVO (1)
           MOVE "ARQ-PAG09-COD-BARRAS 23-44" TO WS-LOG-CAMPO (2)
           MOVE WS-BARRAS-ANT (23:22) TO WS-LOG-VALOR-ANT (2)
           MOVE WS-BARRAS (23:22)     TO WS-LOG-VALOR-NOVO (2)

           MOVE "ARQ-PAG09-VALOR/VENCTO-BARRAS" TO WS-LOG-CAMPO (3)
           MOVE WS-VALOR-ANT TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LOG-VALOR-ANT (3)
           STRING WS-VALOR-EDIT "/" WS-VENCTO-ANT
               DELIMITED BY SIZE INTO WS-LOG-VALOR-ANT (3)
           MOVE WS-VALOR-BARRAS TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LOG-VALOR-NOVO (3)
           STRING WS-VALOR-EDIT "/" WS-VENCTO-BARRAS
               DELIMITED BY SIZE INTO WS-LOG-VALOR-NOVO (3)

           CALL "P01-S166" USING WS-LOG-ARQUIVO, WS-LOG-CHAVE,
                   WS-LOG-OPERACAO, LNK-S198-USUARIO,
                   WS-LOG-QTD-ITENS, WS-LOG-ITENS
           .

       7000-CALCULAR-MODULO-10.
      *    pesos 2 e 1 alternados da direita para a esquerda, somando
      *    os algarismos de cada produto.
           MOVE ZERO TO WS-SOMA
           MOVE 2    TO WS-PESO
           PERFORM 7010-SOMAR-MODULO-10
               VARYING WS-I FROM WS-CALC-TAM BY -1
               UNTIL WS-I < 1
           DIVIDE WS-SOMA BY 10 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO
           IF WS-RESTO = ZERO
               MOVE ZERO TO WS-DV-CALC
           ELSE
               COMPUTE WS-DV-CALC = 10 - WS-RESTO
           END-IF
           .

       7010-SOMAR-MODULO-10.
           COMPUTE WS-PRODUTO = WS-CALC-DIG (WS-I) * WS-PESO
           IF WS-PRODUTO > 9
               SUBTRACT 9 FROM WS-PRODUTO
           END-IF
           ADD WS-PRODUTO TO WS-SOMA
           IF WS-PESO = 2
               MOVE 1 TO WS-PESO
           ELSE
               MOVE 2 TO WS-PESO
           END-IF
           .

       7100-CALCULAR-MODULO-11-BOLETO.
      *    DV geral do boleto: resto 0 ou 1 (DV 10 ou 11) vira 1.
           PERFORM 7300-SOMAR-PESOS-2-A-9
           COMPUTE WS-DV-CALC = 11 - WS-RESTO
           IF WS-DV-CALC = 0 OR WS-DV-CALC > 9
               MOVE 1 TO WS-DV-CALC
           END-IF
           .

       7200-CALCULAR-MODULO-11-ARREC.
      *    guia de arrecadacao: resto 0 ou 1 da DV zero.
           PERFORM 7300-SOMAR-PESOS-2-A-9
           IF WS-RESTO < 2
               MOVE ZERO TO WS-DV-CALC
           ELSE
               COMPUTE WS-DV-CALC = 11 - WS-RESTO
           END-IF
           .

       7300-SOMAR-PESOS-2-A-9.
           MOVE ZERO TO WS-SOMA
           MOVE 2    TO WS-PESO
           PERFORM 7310-SOMAR-MODULO-11
               VARYING WS-I FROM WS-CALC-TAM BY -1
               UNTIL WS-I < 1
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO
           .

       7310-SOMAR-MODULO-11.
           COMPUTE WS-PRODUTO = WS-CALC-DIG (WS-I) * WS-PESO
           ADD WS-PRODUTO TO WS-SOMA
           ADD 1 TO WS-PESO
           IF WS-PESO > 9
               MOVE 2 TO WS-PESO
           END-IF
           .
      * Historico de alteracoes
      *   25/09/2026 - equipe.ti - rotina nova de captura e conferencia
      *                do codigo de barras / linha digitavel da guia de
      *                pagamento da parcela em ARQ-PAG09.
