      *              month with next year's table, and old
      *              competencias keep their own brackets. The
      *              contiguity check now runs per vigencia set.
      * 15/10/2026 - Row type "M" (salario minimo, value in the parcela,
      *              with its own vigencia) may be included - the
      *              base of the adicional de insalubridade.
      * 15/10/2026 - Row type "L" (exclusive IRRF brackets of the
      *              PLR) may be included; when the table carries "L"
      *              rows each vigencia set is held to the same
      *              contiguity check as I and R.
      * 15/10/2026 - Competencia status (COMPETENCIAS.DAT, TPCOMPET):
      *              a row whose vigencia (old or new) is a month
      *              fechada or em fechamento is not saved, nor is a
      *              virada into such a month.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP10TAB.
       77 wsvigencia PIC X(10) VALUE SPACES.
       77 wsvigcomp PIC X(7) VALUE SPACES.
       77 wsvigrow PIC X(7) VALUE SPACES.
      *Vigencia conferida contra COMPETENCIAS.DAT (TPCOMPET)
       77 wsvigteste PIC X(7) VALUE SPACES.
       COPY COMPETPARM.
       77 wsfimprox PIC X VALUE "N".
       77 wstruncada PIC X VALUE "N".

       77 wsvx PIC 99 VALUE ZERO.
       77 wsvigval PIC X(7) VALUE SPACES.
       77 wsachouvig PIC X VALUE "N".
       77 wstipoopcional PIC X VALUE "N".
       01 tabela-vigs.
           05 VIGS-ENT OCCURS 10 TIMES PIC X(7).

           IF wslinha EQUAL ZERO OR wslinha GREATER THAN wsqtdrows
               DISPLAY "Linha invalida."
           ELSE
               MOVE MEM-VIG(wslinha) TO wsvigteste
               PERFORM ACEITA-FAIXA
               PERFORM VALIDA-TABELA
               PERFORM VERIFICA-VIGENCIA-FECHADA
               MOVE MEM-VIG(wslinha) TO wsvigteste
               PERFORM VERIFICA-VIGENCIA-FECHADA
               IF wstabvalida EQUAL "S"
                   PERFORM GRAVA-TABELA
                   DISPLAY "Tabela validada e gravada."
       IF wsqtdrows NOT LESS THAN 60
           DISPLAY "Tabela cheia - nada incluido."
       ELSE
           DISPLAY "Tipo da nova linha (I R V A F S P E G T M L): "
               WITH NO ADVANCING
           ACCEPT wstiponovo
           ADD 1 TO wsqtdrows
           MOVE wstiponovo TO MEM-TIPO(wslinha)
           PERFORM ACEITA-FAIXA
           PERFORM VALIDA-TABELA
           MOVE MEM-VIG(wslinha) TO wsvigteste
           PERFORM VERIFICA-VIGENCIA-FECHADA
           IF wstabvalida EQUAL "S"
               PERFORM GRAVA-TABELA
               DISPLAY "Linha incluida e tabela gravada."
       MOVE wsvigrow TO MEM-VIG(wslinha).

      *----------------------------------------------------------------*
      * A row whose vigencia is a month some empresa already closed
      * (TPCOMPET, "**") is not changed - the table of a paid month
      * stays as it was paid. The row without vigencia (desde sempre)
      * is the base of every month and stays editable.
      *----------------------------------------------------------------*
       VERIFICA-VIGENCIA-FECHADA.
       IF wsvigteste NOT EQUAL SPACES
           MOVE "C" TO CPP-ACAO
           MOVE "**" TO CPP-EMPRESA
           MOVE wsvigteste TO CPP-COMPET
           CALL "TPCOMPET" USING COMPET-PARM
           IF CPP-RC NOT EQUAL ZERO
               MOVE "N" TO wstabvalida
               DISPLAY "Vigencia " wsvigteste " ja fechada ou em"
                   " fechamento - reabertura so pelo supervisor"
                   " (TP70CMP)."
           END-IF
       END-IF.

      *----------------------------------------------------------------*
      * Contiguity check, run separately over the I rows, the R rows
      * and the L rows (optional - a table without PLR brackets is
      * still valid): the first bracket of each set must start at
      * zero, every next MIN must be exactly the previous MAX plus um
      * centavo (anything lower is an overlap, anything higher a
      * gap), and the last MAX must reach the 9999999,99 ceiling so
      * no salary falls outside every bracket.
      *----------------------------------------------------------------*
       VALIDA-TABELA.
       MOVE "S" TO wstabvalida.
       PERFORM VALIDA-UM-TIPO.
       MOVE "R" TO wstipoval.
       PERFORM VALIDA-UM-TIPO.
       MOVE "L" TO wstipoval.
       MOVE "S" TO wstipoopcional.
       PERFORM VALIDA-UM-TIPO.
       MOVE "N" TO wstipoopcional.

      *Cada vigencia do tipo forma seu proprio conjunto contiguo de
      *zero ao teto; o arquivo pode carregar varios conjuntos datados
       MOVE 1 TO wsix.
       PERFORM COLETA-VIGENCIAS UNTIL wsix GREATER THAN wsqtdrows.
       IF wsqtdvigs EQUAL ZERO
           IF wstipoopcional EQUAL "N"
               MOVE "N" TO wstabvalida
           END-IF
       ELSE
           MOVE 1 TO wsvx
           PERFORM VALIDA-UM-CONJUNTO
           DISPLAY "Nenhuma tabela estagiada para virar."
       ELSE
           PERFORM VALIDA-TABELA
           MOVE wsvigcomp TO wsvigteste
           PERFORM VERIFICA-VIGENCIA-FECHADA
           IF wstabvalida EQUAL "S"
               MOVE "V" TO wsalvo
               PERFORM GRAVA-TABELA
