       IDENTIFICATION              DIVISION.
       PROGRAM-ID. P01-S203.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 2 de outubro de 2026.
       REMARKS. Sub-rotina de calculo do digito de controle (checksum)
           da trilha de auditoria, usada pela selagem (P01-S202) e pela
           verificacao (P01-B055), que precisam chegar exatamente ao
           mesmo numero: acumula o texto recebido sobre o estado que o
           chamador guarda (dois acumuladores de 9 digitos, um sobre
           cada caractere e outro sobre o primeiro, de forma que troca
           de ordem tambem muda o resultado). Estado zerado inicia um
           calculo novo; o checksum e o estado lido como 18 digitos.
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA                        DIVISION.

       WORKING-STORAGE             SECTION.
       01  WS-POS                          PIC 9(03)   VALUE ZERO.
       01  WS-PRODUTO                      PIC 9(12)   VALUE ZERO.
       01  WS-QUOCIENTE                    PIC 9(12)   VALUE ZERO.

       LINKAGE                     SECTION.
       01  LNK-S203-ESTADO.
           05 LNK-S203-SOMA-A              PIC 9(09).
           05 LNK-S203-SOMA-B              PIC 9(09).
       01  LNK-S203-TEXTO                  PIC X(150).
       01  LNK-S203-TAMANHO                PIC 9(03).

       PROCEDURE DIVISION USING LNK-S203-ESTADO, LNK-S203-TEXTO,
               LNK-S203-TAMANHO.

       0000-MAINLINE.
           PERFORM 1000-ACUMULAR-CARACTERE
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > LNK-S203-TAMANHO
                  OR WS-POS > 150
           GOBACK
           .

      *    o caractere entra pela posicao na tabela de caracteres
      *    (o codigo do byte mais um).
       1000-ACUMULAR-CARACTERE.
           COMPUTE WS-PRODUTO = LNK-S203-SOMA-A * 131
                   + FUNCTION ORD (LNK-S203-TEXTO (WS-POS:1))
           DIVIDE WS-PRODUTO BY 999999937
               GIVING WS-QUOCIENTE REMAINDER LNK-S203-SOMA-A

           COMPUTE WS-PRODUTO = LNK-S203-SOMA-B + LNK-S203-SOMA-A
           DIVIDE WS-PRODUTO BY 999999929
               GIVING WS-QUOCIENTE REMAINDER LNK-S203-SOMA-B
           .
      * Historico de alteracoes
      *   02/10/2026 - equipe.ti - rotina nova de calculo do checksum
      *                encadeado da trilha de auditoria.
      *   09/10/2026 - equipe.ti - caractere convertido pela funcao
      *                ORD em vez do par de bytes binario; o resultado
      *                nao muda.
