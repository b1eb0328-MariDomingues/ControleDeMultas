      *{Bench}prg-comment
      * P01-M174.cbl
      * P01-M174.cbl is generated from T:\Transport\FONTES\TRABALHO\CTRC\P01-M174.Psf
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. P01-M174.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 18 de setembro de 2026.
       REMARKS. Manutencao da biblioteca de modelos de texto de
           defesa/recurso (ARQ-MDL01 cabecalho e ARQ-MDL02 linhas),
           por tipo de infracao (ARQ-TIP01), orgao autuador
           (arq-org01 - orgao zero vale para todos) e instancia
           (defesa previa, JARI ou CETRAN). Cada modelo e versionado:
           a versao em elaboracao e editada pela equipe, o juridico
           aprova ou recusa, e a aprovacao substitui a versao aprovada
           anterior, que fica guardada para consulta. O texto aceita
           os campos de mesclagem #NOTIF#, #PLACA#, #DATA#, #HORA#,
           #LOCAL#, #ORGAO#, #CONDUTOR# e #EVIDENCIA#, trocados pelos
           dados da infracao quando o modelo e escolhido na tela de
           infracoes (P01-M155, via P01-S192). O aproveitamento por
           modelo sai no P99-R052.
      *{Bench}end
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
      *{Bench}activex-def
      *{Bench}end
      *{Bench}decimal-point
           DECIMAL-POINT IS COMMA.
      *{Bench}end
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *{Bench}file-control
       COPY "arq-usu.sl".
       COPY "arq-usu-prg.sl".
       COPY "arq-prg.sl".
       COPY "ARQ-LOG123.sl".
       COPY "ARQ-LOG23.sl".
       COPY "ARQ-MDL01.sl".
       COPY "ARQ-MDL02.sl".
       COPY "ARQ-TIP01.sl".
       COPY "arq-org01.sl".
      * print sl
       SELECT PRINTF
              ASSIGN TO PRINT PTR-DEV-NAME
              FILE   STATUS   IS STAT-PRINTF.
      *{Bench}end
       DATA                        DIVISION.
       FILE                        SECTION.
      *{Bench}file
       COPY "arq-usu.fd".
       COPY "arq-usu-prg.fd".
       COPY "arq-prg.fd".
       COPY "ARQ-LOG123.fd".
       COPY "ARQ-LOG23.fd".
       COPY "ARQ-MDL01.fd".
       COPY "ARQ-MDL02.fd".
       COPY "ARQ-TIP01.fd".
       COPY "arq-org01.fd".
      * print fd
       FD PRINTF    LABEL   RECORD  OMITTED.
       01 PRINTF-R.
          05 PRINTF-01              PIC X OCCURS 1024 TIMES.
      *{Bench}end
       WORKING-STORAGE             SECTION.
      *{Bench}acu-def
       COPY "acugui.def".
       COPY "acucobol.def".
       COPY "crtvars.def".
       COPY "fonts.def".
       COPY "acureport.def".
       COPY "showmsg.def".
      *{Bench}end

      *{Bench}copy-working
       COPY "P01-M174.wrk".
      *{Bench}end
       LINKAGE                     SECTION.
      *{Bench}linkage
       COPY "P01-M174.lks".
      *{Bench}end
       SCREEN                      SECTION.
      *{Bench}copy-screen
       COPY "P01-M174.scr".
      *{Bench}end

      *{Bench}linkpara
       PROCEDURE DIVISION USING lnk-padrao.
      *{Bench}end
      *{Bench}declarative
       DECLARATIVES.
       INPUT-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INPUT.
       0100-DECL.
           EXIT.
       I-O-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON I-O.
       0200-DECL.
           EXIT.
       OUTPUT-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUTPUT.
       0300-DECL.
           EXIT.
       arq-usu-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON arq-usu.
       arq-usu-prg-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON arq-usu-prg.
       arq-prg-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON arq-prg.
       ARQ-LOG123-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-LOG123.
       ARQ-LOG23-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-LOG23.
       ARQ-MDL01-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-MDL01.
       ARQ-MDL02-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-MDL02.
       ARQ-TIP01-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-TIP01.
       arq-org01-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON arq-org01.
       END DECLARATIVES.
      *{Bench}end

       Acu-Main-Logic.
      *{Bench}entry-befprg
      *    Before-Program
      *{Bench}end
           PERFORM Acu-Initial-Routine
      * run main screen
      *{Bench}run-mainscr
           PERFORM Acu-t1-Routine
      *{Bench}end
           PERFORM Acu-Exit-Rtn
           .

      * a grade de linhas (ARQ-MDL02) so aceita edicao quando a
      * versao exibida esta em elaboracao; versao aprovada,
      * substituida ou recusada abre somente leitura. O botao nova
      * versao chama P01-S191 operacao "N" (copia as linhas da ultima
      * versao e recusa se ja houver uma em elaboracao); os botoes
      * aprovar e recusar chamam P01-S191 operacoes "A" e "R", que
      * exigem usuario do juridico (ARQ-USU-JURIDICO) diferente do
      * autor, e a mensagem de retorno da rotina vai para o showmsg.
      * Toda gravacao de linha vai para a trilha ARQ-LOG123/ARQ-LOG23,
      * dentro de P01-M174.evt.
      *{Bench}copy-procedure
       COPY "showmsg.cpy".
       COPY "P01-M174.prd".
       COPY "P01-M174.evt".
       COPY "P01-M174.rpt".
      *{Bench}end
       REPORT-COMPOSER SECTION.
      *{Bench}r1-masterprintpara
       Acu-RPT-r1-MASTER-PRINT-LOOP.
           .
      *{Bench}end
