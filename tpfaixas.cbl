      *              newest vigencia not after the competencia. A
      *              blank FX-COMPET means hoje, which keeps every
      *              pre-existing caller on the current table.
      * 15/10/2026 - FX-TIPO "C" (contribuinte individual, the RPA of
      *              TP55RPA): a flat 11% on the base, capped at the
      *              teto of the INSS set in force for FX-COMPET.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPFAIXAS.
       77 wsqtinss PIC 9 VALUE ZERO.
       77 wsqtir PIC 9 VALUE ZERO.

      *Contribuinte individual: aliquota unica sobre a base limitada
      *ao teto, que e o maior limite das faixas INSS com aliquota
       77 wsaliqci PIC 9V999 VALUE 0,110.
       77 wstetoci PIC 9(7)V99 VALUE ZERO.

      *Linhas cruas de TABELAS.DAT, com a vigencia ja convertida para
      *AAAAMM ("000000" quando em branco = desde sempre)
       77 wsqtdraw PIC 99 VALUE ZERO.
           MOVE 1 TO FX-RC.
           MOVE 1 TO wstabix.
           MOVE "N" TO wsachoufaixa.
           IF FX-TIPO EQUAL "C"
               PERFORM CALCULA-CONTRIBUINTE
           ELSE
               IF FX-TIPO EQUAL "I"
                   PERFORM VERIFICA-FAIXA-INSS
                       UNTIL wstabix GREATER THAN wsqtinss OR
                       wsachoufaixa EQUAL "S"
               ELSE
                   PERFORM VERIFICA-FAIXA-IR
                       UNTIL wstabix GREATER THAN wsqtir OR
                       wsachoufaixa EQUAL "S"
               END-IF
           END-IF.
           IF wsachoufaixa EQUAL "S"
               MOVE ZERO TO FX-RC
               ADD 1 TO wstabix
           END-IF.

      *----------------------------------------------------------------*
      * Contribuinte individual: 11% of the base up to the teto. The
      * teto is the upper limit of the last INSS faixa that still has
      * an aliquota - the row above it only carries the fixed value
      * the employee pays past the ceiling. No INSS set in force
      * leaves FX-RC at 1, as a missing faixa does.
      *----------------------------------------------------------------*
       CALCULA-CONTRIBUINTE.
           MOVE ZERO TO wstetoci.
           PERFORM PROCURA-TETO-INSS
               UNTIL wstabix GREATER THAN wsqtinss.
           IF wstetoci GREATER THAN ZERO
               IF FX-BASE GREATER THAN wstetoci
                   COMPUTE FX-VALOR ROUNDED = wstetoci * wsaliqci
               ELSE
                   COMPUTE FX-VALOR ROUNDED = FX-BASE * wsaliqci
               END-IF
               MOVE "S" TO wsachoufaixa
           END-IF.

       PROCURA-TETO-INSS.
           IF INSS-ALIQ(wstabix) GREATER THAN ZERO AND
              INSS-MAX(wstabix) GREATER THAN wstetoci
               MOVE INSS-MAX(wstabix) TO wstetoci
           END-IF.
           ADD 1 TO wstabix.

      *----------------------------------------------------------------*
      * Loads the raw TABELAS.DAT rows once per run unit, vigencia
      * included. The benefit and FGTS parameter rows are not this
