      *{Bench}prg-comment
      * P01-M177.cbl
      * P01-M177.cbl is generated from T:\Transport\FONTES\TRABALHO\CTRC\P01-M177.Psf
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. P01-M177.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 25 de setembro de 2026.
       REMARKS. Manutencao do orcamento mensal de multas por empresa
           e unidade (ARQ-ORC09): grade com as doze competencias do
           ano escolhido para a unidade, uma coluna por gravidade de
           ARQ-TIP01 (leve, media, grave e gravissima) e o total do
           ano, com a origem (digitado ou carga CSV do P01-B051), quem
           alterou e quando. Competencia ja fechada em ARQ-FEC09 fica
           somente leitura.
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
       COPY "ARQ-ORC09.sl".
       COPY "arq-uni15.sl".
       COPY "arq-emp00.sl".
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
       COPY "ARQ-ORC09.fd".
       COPY "arq-uni15.fd".
       COPY "arq-emp00.fd".
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
       COPY "P01-M177.wrk".
      *{Bench}end
       LINKAGE                     SECTION.
      *{Bench}linkage
       COPY "P01-M177.lks".
      *{Bench}end
       SCREEN                      SECTION.
      *{Bench}copy-screen
       COPY "P01-M177.scr".
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
       ARQ-ORC09-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-ORC09.
       arq-uni15-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON arq-uni15.
       arq-emp00-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON arq-emp00.
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

      * a unidade e escolhida com zoom sobre arq-uni15, filtrado pela
      * empresa de arq-emp00 e pelo acesso do usuario (P01-S188); a
      * gravacao de cada linha da grade chama o P01-S196, que confere
      * a competencia (recusa mes fechado via P01-S171) e grava
      * ARQ-ORC09 com origem "M" e a trilha ARQ-LOG123/ARQ-LOG23 via
      * P01-S166; o retorno "F", "U" ou "C" e exibido como aviso
      * impeditivo na linha, dentro de P01-M177.evt.

      *{Bench}copy-procedure
       COPY "showmsg.cpy".
       COPY "P01-M177.prd".
       COPY "P01-M177.evt".
       COPY "P01-M177.rpt".
      *{Bench}end
       REPORT-COMPOSER SECTION.
      *{Bench}r1-masterprintpara
       Acu-RPT-r1-MASTER-PRINT-LOOP.
           .
      *{Bench}end
