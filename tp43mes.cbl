      *          competencia. The night a skipped TP09CONF let a
      *          broken register reach the bank does not repeat.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - Competencia status (COMPETENCIAS.DAT, TPCOMPET):
      *              the empresa is asked, the month is em fechamento
      *              while the chain runs and fechada as its last
      *              step; a failed step sets it back to aberta and a
      *              fechada month is not run again.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP43MES.
       77 wsprograma PIC X(10) VALUE SPACES.
       77 wsrc PIC 9(2) VALUE ZERO.
       77 wsfalhou PIC X VALUE "N".
       77 wsempresa PIC X(2) VALUE "01".
       77 wssituacao PIC X VALUE SPACES.
       COPY COMPETPARM.

      *A cadeia de fechamento, na unica ordem segura
       01 tabela-passos.
       DISPLAY "TP43MES - FECHAMENTO DA COMPETENCIA EM CADEIA".
       DISPLAY "Competencia a fechar (MM/AAAA): " WITH NO ADVANCING.
       ACCEPT wscompetencia.
       DISPLAY "Codigo da empresa (ENTER = 01): " WITH NO ADVANCING.
       ACCEPT wsempresa.
       IF wsempresa EQUAL SPACES
           MOVE "01" TO wsempresa
       END-IF.
       MOVE "C" TO CPP-ACAO.
       MOVE wsempresa TO CPP-EMPRESA.
       MOVE wscompetencia TO CPP-COMPET.
       CALL "TPCOMPET" USING COMPET-PARM.
       IF CPP-RC EQUAL 2
           DISPLAY "Competencia " wscompetencia " ja esta fechada"
               " desde " CPP-DESDE " - nada a fazer."
           GOBACK
       END-IF.
       PERFORM DESCOBRE-REINICIO.
       IF wspassoini GREATER THAN 5
           DISPLAY "Todos os passos desta competencia ja"
               " concluiram com RC 00 - nada a fazer."
           MOVE "F" TO wssituacao
           PERFORM MUDA-SITUACAO
           GOBACK
       END-IF.
       IF wspassoini GREATER THAN 1
               PASSO-PROG(wspassoini) ") - os anteriores ja"
               " concluiram."
       END-IF.
       MOVE "E" TO wssituacao.
       PERFORM MUDA-SITUACAO.
       MOVE wspassoini TO wspasso.
       PERFORM EXECUTA-PASSO
           UNTIL wspasso GREATER THAN 5 OR wsfalhou EQUAL "S".
               wsprograma ") COM RC " wsrc "."
           DISPLAY "Corrija e rode o TP43MES de novo - ele retoma"
               " deste passo."
           MOVE "A" TO wssituacao
           PERFORM MUDA-SITUACAO
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE "F" TO wssituacao
           PERFORM MUDA-SITUACAO
           DISPLAY "FECHAMENTO DA COMPETENCIA " wscompetencia
               " CONCLUIDO - 5 passos com RC 00, competencia"
               " fechada."
       END-IF.
       GOBACK.

      *----------------------------------------------------------------*
      * The situacao of the month in COMPETENCIAS.DAT (TPCOMPET): em
      * fechamento while the chain runs - only TP04LOTE still writes
      * - fechada as the last step, back to aberta when a step fails
      * so the correction can be keyed before the re-run.
      *----------------------------------------------------------------*
       MUDA-SITUACAO.
       MOVE "M" TO CPP-ACAO.
       MOVE wsempresa TO CPP-EMPRESA.
       MOVE wscompetencia TO CPP-COMPET.
       MOVE wssituacao TO CPP-SITUACAO.
       MOVE "TP43MES" TO CPP-OPERADOR.
       CALL "TPCOMPET" USING COMPET-PARM.

      *----------------------------------------------------------------*
      * Reads FECHMES.CTL and finds, for the competencia, the last
      * passo that ended with RC 00 in an unbroken run from passo 1 -
