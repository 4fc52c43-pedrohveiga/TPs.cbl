      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TPSINDIC COBOL - shared contribuicao sindical engine.
      *          Prices the monthly contribuicao of one employee
      *          under the rule of their sindicato on SINDICATOS.DAT
      *          - percent of the salario base, fixed value, or one
      *          day of salario in the month of the convencao - and
      *          waives it when OPOSICAO.DAT holds an oposicao in
      *          force for the competencia, answering via the
      *          SINDPARM parameter area. CALLed by TP04 and TP04LOTE
      *          for the folha desconto, so the rule lives in one
      *          place for all three sindicatos.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPSINDIC.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINDICATOS ASSIGN TO "SINDICATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SND-CODIGO
           FILE STATUS IS wsfs-snd.
           SELECT OPOSICAO ASSIGN TO "OPOSICAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPS-CHAVE
           FILE STATUS IS wsfs-ops.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD SINDICATOS.
       COPY SINDICATO.

       FD OPOSICAO.
       COPY OPOSICAO.

       WORKING-STORAGE SECTION.
       77 wsfs-snd PIC XX.
       77 wsfs-ops PIC XX.

      *Competencia pedida e vigencia da oposicao, todas em AAAAMM
       77 wsalvo PIC X(6) VALUE SPACES.
       77 wsini PIC X(6) VALUE SPACES.
       77 wsfim PIC X(6) VALUE SPACES.
       77 wsmescomp PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
       COPY SINDPARM.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING SIND-PARM.

       PRINCIPAL.
           MOVE ZERO TO SNP-VALOR.
           MOVE ZERO TO SNP-RC.
           IF SNP-SINDICATO EQUAL SPACES
               MOVE 1 TO SNP-RC
           ELSE
               PERFORM LE-SINDICATO
           END-IF.
           IF SNP-RC EQUAL ZERO
               PERFORM CONFERE-OPOSICAO
           END-IF.
           IF SNP-RC EQUAL ZERO
               PERFORM CALCULA-CONTRIBUICAO
           END-IF.
           GOBACK.

       LE-SINDICATO.
           OPEN INPUT SINDICATOS.
           IF wsfs-snd EQUAL "35"
               MOVE 1 TO SNP-RC
           ELSE
               MOVE SNP-SINDICATO TO SND-CODIGO
               READ SINDICATOS
                   INVALID KEY
                       MOVE 1 TO SNP-RC
               END-READ
               CLOSE SINDICATOS
           END-IF.

      *----------------------------------------------------------------*
      * An oposicao counts when the competencia falls inside its
      * vigencia; a letter withdrawn (OPS-COMPFIM before the month)
      * puts the desconto back.
      *----------------------------------------------------------------*
       CONFERE-OPOSICAO.
           OPEN INPUT OPOSICAO.
           IF wsfs-ops NOT EQUAL "35"
               MOVE SNP-SINDICATO TO OPS-SINDICATO
               MOVE SNP-PRONTUARIO TO OPS-PRONTUARIO
               READ OPOSICAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CONFERE-VIGENCIA-OPOSICAO
               END-READ
               CLOSE OPOSICAO
           END-IF.

       CONFERE-VIGENCIA-OPOSICAO.
           MOVE SPACES TO wsalvo.
           STRING SNP-COMPET(4:4) SNP-COMPET(1:2)
               DELIMITED BY SIZE INTO wsalvo.
           MOVE SPACES TO wsini.
           STRING OPS-COMPINI(4:4) OPS-COMPINI(1:2)
               DELIMITED BY SIZE INTO wsini.
           IF OPS-COMPFIM EQUAL SPACES
               MOVE "999999" TO wsfim
           ELSE
               MOVE SPACES TO wsfim
               STRING OPS-COMPFIM(4:4) OPS-COMPFIM(1:2)
                   DELIMITED BY SIZE INTO wsfim
           END-IF.
           IF wsini NOT GREATER THAN wsalvo AND
              wsfim NOT LESS THAN wsalvo
               MOVE 2 TO SNP-RC
           END-IF.

      *----------------------------------------------------------------*
      * The rule of the sindicato over the salario base of the month.
      * The day of salario is the base over 30, whatever the length
      * of the month, as the convencoes write it; a "D" sindicato
      * with no month informed takes it in March.
      *----------------------------------------------------------------*
       CALCULA-CONTRIBUICAO.
           IF SND-REGRA-PERCENTUAL
               COMPUTE SNP-VALOR ROUNDED =
                   SNP-SALARIO * SND-PERC / 100
           END-IF.
           IF SND-REGRA-FIXO
               MOVE SND-VALOR TO SNP-VALOR
           END-IF.
           IF SND-REGRA-DIA
               IF SND-MESDIA IS NUMERIC AND SND-MESDIA NOT EQUAL ZERO
                   MOVE SND-MESDIA TO wsmescomp
               ELSE
                   MOVE 3 TO wsmescomp
               END-IF
               IF SNP-COMPET(1:2) IS NUMERIC AND
                  SNP-COMPET(1:2) EQUAL wsmescomp
                   COMPUTE SNP-VALOR ROUNDED = SNP-SALARIO / 30
               END-IF
           END-IF.

       END PROGRAM TPSINDIC.
