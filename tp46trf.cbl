      *          TP04LOTE prorate the per-depto summary across the
      *          vigencia.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - Competencia status (COMPETENCIAS.DAT, TPCOMPET):
      *              a transfer is not registered when the competencia
      *              of its vigencia is fechada or em fechamento in
      *              the old or the new empresa.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP46TRF.
       77 wsfimtrf PIC X VALUE "N".
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wsqtdlistados PIC 9(3) VALUE ZERO.
       77 wscompok PIC X VALUE "N".
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).
      *Situacao da competencia da vigencia (TPCOMPET)
       COPY COMPETPARM.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       END-IF.
       DISPLAY "Vigencia (DD/MM/AAAA): " WITH NO ADVANCING.
       ACCEPT wsvigencia.
       PERFORM VERIFICA-COMPETENCIA-ABERTA.
       IF wscompok EQUAL "S"
           PERFORM EFETIVA-TRANSFERENCIA
       ELSE
           DISPLAY "Transferencia nao registrada."
       END-IF.

       EFETIVA-TRANSFERENCIA.
       OPEN I-O TRANSFER.
       IF wsfs-trf EQUAL "35"
           OPEN OUTPUT TRANSFER
       DISPLAY "Transferencia registrada com vigencia " wsvigencia
           ".".

      *----------------------------------------------------------------*
      * The vigencia month must still be open (TPCOMPET) in both
      * empresas the transfer touches: the old one loses the employee
      * and the new one gains the employee from that day on.
      *----------------------------------------------------------------*
       VERIFICA-COMPETENCIA-ABERTA.
       MOVE "S" TO wscompok.
       STRING wsvigencia(4:2) "/" wsvigencia(7:4)
           DELIMITED BY SIZE INTO wscompetencia.
       MOVE CAD-EMPRESA TO CPP-EMPRESA.
       PERFORM CONSULTA-COMPETENCIA.
       IF wscompok EQUAL "S" AND wsempnova NOT EQUAL CAD-EMPRESA
           MOVE wsempnova TO CPP-EMPRESA
           PERFORM CONSULTA-COMPETENCIA
       END-IF.

       CONSULTA-COMPETENCIA.
       MOVE "C" TO CPP-ACAO.
       MOVE wscompetencia TO CPP-COMPET.
       CALL "TPCOMPET" USING COMPET-PARM.
       IF CPP-RC NOT EQUAL ZERO
           MOVE "N" TO wscompok
           DISPLAY "Competencia " wscompetencia " da empresa "
               CPP-EMPRESA " fechada ou em fechamento (" CPP-DONO
               " em " CPP-DESDE ")."
       END-IF.

       LISTA-TRANSFERENCIAS.
       DISPLAY "Prontuario: " WITH NO ADVANCING.
       ACCEPT wsprontuario.
