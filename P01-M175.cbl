      *{Bench}prg-comment
      * P01-M175.cbl
      * P01-M175.cbl is generated from T:\Transport\FONTES\TRABALHO\CTRC\P01-M175.Psf
      *{Bench}end
       IDENTIFICATION              DIVISION.
      *{Bench}prgid
       PROGRAM-ID. P01-M175.
       AUTHOR. equipe.ti.
       DATE-WRITTEN. sexta-feira, 18 de setembro de 2026.
       REMARKS. Manutencao das medidas disciplinares internas dos
           motoristas (ARQ-MED01 - advertencia verbal, advertencia
           escrita, reciclagem obrigatoria ou afastamento de rota de
           longa distancia) e das regras de abertura automatica
           (ARQ-RGM01) usadas pela rotina noturna P01-B047: por regra,
           a origem (infracao confirmada por gravidade minima de
           ARQ-TIP01, ou eventos de velocidade da telemetria), a
           quantidade minima de ocorrencias, a janela em dias, a
           medida a abrir, o prazo de conclusao e a empresa (zero
           vale para todas). A medida aberta pela rotina nasce
           pendente; aqui a seguranca registra a aplicacao (com o
           usuario que aplicou), a data de ciencia do motorista e a
           conclusao, inclui medida manual ou cancela com observacao.
           O acompanhamento por unidade sai no P99-R054.
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
       COPY "ARQ-MED01.sl".
       COPY "ARQ-RGM01.sl".
       COPY "ARQ-MOT01.sl".
       COPY "arq-uni15.sl".
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
       COPY "ARQ-MED01.fd".
       COPY "ARQ-RGM01.fd".
       COPY "ARQ-MOT01.fd".
       COPY "arq-uni15.fd".
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
       COPY "P01-M175.wrk".
      *{Bench}end
       LINKAGE                     SECTION.
      *{Bench}linkage
       COPY "P01-M175.lks".
      *{Bench}end
       SCREEN                      SECTION.
      *{Bench}copy-screen
       COPY "P01-M175.scr".
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
       ARQ-MED01-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-MED01.
       ARQ-RGM01-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-RGM01.
       ARQ-MOT01-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON ARQ-MOT01.
       arq-uni15-ERROR SECTION.
           USE AFTER STANDARD EXCEPTION PROCEDURE ON arq-uni15.
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

      * o motorista e digitado com zoom sobre ARQ-MOT01 e a medida
      * manual nasce na unidade de lotacao dele (ARQ-MOT01-UNI15),
      * origem "M", com o prazo informado. O botao aplicar so vale
      * para medida pendente: grava status "A", o usuario logado em
      * ARQ-MED01-USU-APLICOU e a data de hoje; a ciencia do
      * motorista exige medida aplicada e data nao anterior a da
      * aplicacao; a conclusao exige a ciencia registrada; cancelar
      * exige observacao e nao vale para medida concluida. A aba de
      * regras valida gravidade de 1 a 4 (origem "I"), quantidade
      * minima e janela maiores que zero e medida V, E, T ou R. Toda
      * gravacao vai para a trilha ARQ-LOG123/ARQ-LOG23, dentro de
      * P01-M175.evt.
      *{Bench}copy-procedure
       COPY "showmsg.cpy".
       COPY "P01-M175.prd".
       COPY "P01-M175.evt".
       COPY "P01-M175.rpt".
      *{Bench}end
       REPORT-COMPOSER SECTION.
      *{Bench}r1-masterprintpara
       Acu-RPT-r1-MASTER-PRINT-LOOP.
           .
      *{Bench}end
