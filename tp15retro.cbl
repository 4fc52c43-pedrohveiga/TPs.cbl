      *              instead of blindly applying the percentage to
      *              the stored rate; the percentage remains the
      *              fallback for prontuarios without history.
      * 15/10/2026 - Competencia status (COMPETENCIAS.DAT, TPCOMPET):
      *              the remessa is registered under the competencia
      *              of the pagamento (ENTER = the base), which must
      *              be aberta; the base itself is only read.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP15RETRO.
           05 wshr-cc PIC 9(2).
       77 wsremstatus PIC X VALUE "G".
       77 wscompetencia PIC X(7) VALUE SPACES.
      *Situacao da competencia do pagamento (TPCOMPET)
       COPY COMPETPARM.

      *Taxa em vigor na competencia, vinda de VALORHORA.HIS
       77 wsfs-vhr PIC XX.
       ACCEPT wscompetbase.
       STRING wscompetbase(4:4) wscompetbase(1:2)
           DELIMITED BY SIZE INTO wschavebase.
      *O retroativo se paga numa competencia aberta: a base ja pode
      *estar fechada, mas a remessa e o controle dela sao do mes do
      *pagamento
       DISPLAY "Competencia do pagamento (MM/AAAA, ENTER = base): "
           WITH NO ADVANCING.
       ACCEPT wscompetencia.
       IF wscompetencia EQUAL SPACES
           MOVE wscompetbase TO wscompetencia
       END-IF.
       MOVE "C" TO CPP-ACAO.
       MOVE wsempresa TO CPP-EMPRESA.
       MOVE wscompetencia TO CPP-COMPET.
       CALL "TPCOMPET" USING COMPET-PARM.
       IF CPP-RC NOT EQUAL ZERO
           DISPLAY "TP15RETRO: competencia " wscompetencia
               " fechada ou em fechamento (" CPP-DONO " em "
               CPP-DESDE ") -"
           DISPLAY "geracao recusada. Pague numa competencia aberta"
               " ou peca a reabertura ao supervisor (TP70CMP)."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE "TP15RETRO" TO wsremorigem.
       PERFORM VERIFICA-REMESSA-ABERTA.
       IF wsremaberta EQUAL "S"
