      *          TPFAIXAS with the competencia in FX-COMPET, so an
      *          old month is corrected under its own bracket set.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - The adicional de insalubridade/periculosidade the
      *              original ficha carried (HIDX-VLADIC) is kept in
      *              the recalculated bruto - a correction of hours
      *              does not take the premium back.
      * 15/10/2026 - Competencia status (COMPETENCIAS.DAT, TPCOMPET):
      *              the complementar only writes to a month the
      *              supervisor reopened in TP70CMP; fechada or em
      *              fechamento is refused with RC 8.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP29COMP.

       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wsempresa PIC X(2) VALUE "01".
      *Situacao da competencia a corrigir (TPCOMPET)
       COPY COMPETPARM.
       77 wsprontuario PIC X(9) VALUE SPACES.
       77 wsfimhistidx PIC X VALUE "N".
       77 wsachouficha PIC X VALUE "N".
           05 wsorig-nome PIC A(20) VALUE SPACES.
           05 wsorig-sobrenome PIC A(30) VALUE SPACES.
           05 wsorig-vlhr PIC 999V99 VALUE ZERO.
           05 wsorig-vladic PIC 9(5)V99 VALUE ZERO.

      *Entradas corrigidas e recalculo
       77 wsqthr PIC 9(3) VALUE ZERO.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       DISPLAY "TP29COMP - FOLHA COMPLEMENTAR".
       DISPLAY "Competencia reaberta a corrigir (MM/AAAA): "
           WITH NO ADVANCING.
       ACCEPT wscompetencia.
       DISPLAY "Codigo da empresa (ENTER = 01): " WITH NO ADVANCING.
       IF wsempresa EQUAL SPACES
           MOVE "01" TO wsempresa
       END-IF.
      *A complementar so grava numa competencia que o supervisor
      *reabriu (TP70CMP), com motivo e auditoria - fechada ou em
      *fechamento, nada e gravado
       MOVE "C" TO CPP-ACAO.
       MOVE wsempresa TO CPP-EMPRESA.
       MOVE wscompetencia TO CPP-COMPET.
       CALL "TPCOMPET" USING COMPET-PARM.
       IF CPP-RC NOT EQUAL ZERO
           DISPLAY "TP29COMP: competencia " wscompetencia
               " fechada ou em fechamento (" CPP-DONO " em "
               CPP-DESDE ") -"
           DISPLAY "complementar recusada. Peca a reabertura ao"
               " supervisor (TP70CMP) e feche de novo depois."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT REGISTRO.
       MOVE SPACES TO REG-LINHA.
       STRING "CABECALHO DATA:" DELIMITED BY SIZE
           MOVE HIDX-NOME TO wsorig-nome
           MOVE HIDX-SOBRENOME TO wsorig-sobrenome
           MOVE HIDX-VLHR TO wsorig-vlhr
           IF HIDX-VLADIC IS NUMERIC
               MOVE HIDX-VLADIC TO wsorig-vladic
           ELSE
               MOVE ZERO TO wsorig-vladic
           END-IF
       END-IF.
       PERFORM LE-HISTIDX.

       COMPUTE wsbtonovo ROUNDED = (wsorig-vlhr * wsqthr)
           + (wsorig-vlhr * 1,5 * wsqthe50)
           + (wsorig-vlhr * 2 * wsqthe100)
           + (wsorig-vlhr * 1,2 * wsqtnot)
           + wsorig-vladic.
       MOVE "I" TO FX-TIPO.
       MOVE wsbtonovo TO FX-BASE.
       MOVE wscompetencia TO FX-COMPET.
