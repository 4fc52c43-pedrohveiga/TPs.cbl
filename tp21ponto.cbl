      *              buckets go out on the widened TP01LOTE.DAT
      *              transaction, priced by TP04LOTE with the same
      *              premiums TP04 types by hand.
      * 15/10/2026 - Banco de horas: for a prontuario aderente in
      *              BANCOHORAS.DAT (TP51BCH) the he50/he100 hours
      *              are credited to the bank instead of paid, and
      *              the hours short of 8 on a weekday are debited
      *              from it and paid as normal. Debits consume the
      *              oldest open credit lote first; each movement
      *              goes to BANCOHORAS.MOV and to the report.
      * 15/10/2026 - Competencia status (COMPETENCIAS.DAT, TPCOMPET):
      *              the import is refused (RC 8) when any empresa
      *              has the month fechada or em fechamento.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP21PONTO.
           SELECT RELATORIO ASSIGN TO "TP21PONTO.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           SELECT BANCOHORAS ASSIGN TO "BANCOHORAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BCH-CHAVE
           FILE STATUS IS wsfs-bch.
           SELECT BHMOV ASSIGN TO "BANCOHORAS.MOV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-bhm.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FD RELATORIO.
       01 REL-LINHA                 PIC X(100).

       FD BANCOHORAS.
       COPY BANCOHORAS.

       FD BHMOV.
       COPY BHMOV.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-cad PIC XX.
       77 wsfs-trans PIC XX.
       77 wsfs-rel PIC XX.
       77 wsfs-bch PIC XX.
       77 wsfs-bhm PIC XX.
       77 wsfimponto PIC X VALUE "N".
       77 wscompetencia PIC X(7) VALUE SPACES.
      *Situacao da competencia importada (TPCOMPET)
       COPY COMPETPARM.
       77 wsachoupront PIC X VALUE "N".
       77 wsix PIC 9(3) VALUE ZERO.
       77 wsqtdpront PIC 9(3) VALUE ZERO.
               10 PONT-HE50 PIC 9(5)V99.
               10 PONT-HE100 PIC 9(5)V99.
               10 PONT-NOT PIC 9(5)V99.
               10 PONT-FALTA PIC 9(5)V99.

      *Classificacao do dia corrente de batida
       77 wsdiatotal PIC 9(2)V99 VALUE ZERO.
       77 wsdianoturno PIC 9(2)V99 VALUE ZERO.
       77 wsdiaextra PIC 9(2)V99 VALUE ZERO.
       77 wsdianormal PIC S9(2)V99 VALUE ZERO.
       77 wsdiafalta PIC 9(2)V99 VALUE ZERO.
       77 wsminent PIC 9(4) VALUE ZERO.
       77 wsminsai PIC 9(4) VALUE ZERO.
       77 wsminnot PIC S9(4) VALUE ZERO.
       77 wszsoma PIC 9(5) VALUE ZERO.
       77 wszdow PIC 9(1) VALUE ZERO.

      *Banco de horas (BANCOHORAS.DAT, TP51BCH): para o aderente a
      *extra vira credito e a falta do dia util vira debito, no lote
      *AAAAMM da competencia importada
       77 wsdatatxt PIC X(10) VALUE SPACES.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsbhlote PIC X(6) VALUE SPACES.
       77 wsbhaderente PIC X VALUE "N".
       77 wsfimbch PIC X VALUE "N".
       77 wsbhcred PIC 9(4)V99 VALUE ZERO.
       77 wsbhdeb PIC 9(4)V99 VALUE ZERO.
       77 wsbhliq PIC S9(4)V99 VALUE ZERO.
       77 wsbhresto PIC 9(4)V99 VALUE ZERO.
       77 wsbhusado PIC 9(4)V99 VALUE ZERO.
       77 wsqtdbanco PIC 9(5) VALUE ZERO.
       77 wsqtdjabanco PIC 9(5) VALUE ZERO.
       77 wsmascbhcred PIC ZZZ9,99.
       77 wsmascbhdeb PIC ZZZ9,99.
       77 wsmascbhsaldo PIC -ZZZ9,99.

       77 wsmaschoras PIC ZZZZ9,99.
       77 wsmascqthr PIC ZZ9.
      *----------------------------------------------------------------*
       DISPLAY "Competencia a importar (MM/AAAA): "
           WITH NO ADVANCING.
       ACCEPT wscompetencia.
      *O ponto cobre todas as empresas: basta uma ter fechado o mes
       MOVE "C" TO CPP-ACAO.
       MOVE "**" TO CPP-EMPRESA.
       MOVE wscompetencia TO CPP-COMPET.
       CALL "TPCOMPET" USING COMPET-PARM.
       IF CPP-RC NOT EQUAL ZERO
           DISPLAY "TP21PONTO: competencia " wscompetencia
               " fechada ou em fechamento (" CPP-DONO " em "
               CPP-DESDE ") -"
           DISPLAY "importacao recusada. Reabertura so pelo"
               " supervisor (TP70CMP)."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       MOVE SPACES TO wsbhlote.
       STRING wscompetencia(4:4) wscompetencia(1:2)
           DELIMITED BY SIZE INTO wsbhlote.
       OPEN INPUT PONTO.
       IF wsfs-pon EQUAL "35"
           DISPLAY "TP21PONTO: PONTO.DAT nao encontrado."
       END-IF.
       OPEN OUTPUT RELATORIO.
       OPEN OUTPUT TRANSACOES.
       OPEN I-O BANCOHORAS.
       IF wsfs-bch EQUAL "35"
           OPEN OUTPUT BANCOHORAS
           CLOSE BANCOHORAS
           OPEN I-O BANCOHORAS
       END-IF.
       OPEN EXTEND BHMOV.
       IF wsfs-bhm EQUAL "05" OR wsfs-bhm EQUAL "35"
           OPEN OUTPUT BHMOV
       END-IF.
       MOVE SPACES TO REL-LINHA.
       STRING "IMPORTACAO DO PONTO - TP21PONTO  COMPETENCIA:"
           DELIMITED BY SIZE
               MOVE ZERO TO PONT-HE50(wsix)
               MOVE ZERO TO PONT-HE100(wsix)
               MOVE ZERO TO PONT-NOT(wsix)
               MOVE ZERO TO PONT-FALTA(wsix)
               MOVE "S" TO wsachoupront
           END-IF
           IF wsachoupront EQUAL "S"
               PERFORM CLASSIFICA-DIA
               ADD wsdianormal TO PONT-HORAS(wsix)
               ADD wsdianoturno TO PONT-NOT(wsix)
               ADD wsdiafalta TO PONT-FALTA(wsix)
               IF wszdow EQUAL 1
                   ADD wsdiaextra TO PONT-HE100(wsix)
               ELSE
      * is adicional noturno, whatever passes 8 hours is extra - paid
      * at 100% on a domingo, 50% otherwise - and the rest is normal.
      * A punch without times keeps everything in the normal bucket,
      * exactly what the old import did. The hours short of 8 on a
      * weekday (Zeller 0 = sabado, 1 = domingo) are kept apart for
      * the banco de horas debit.
      *----------------------------------------------------------------*
       CLASSIFICA-DIA.
       MOVE PON-HORAS TO wsdiatotal.
       IF wsdianormal LESS THAN ZERO
           MOVE ZERO TO wsdianormal
       END-IF.
       MOVE ZERO TO wsdiafalta.
       IF wszdow GREATER THAN 1 AND wsdiatotal LESS THAN 8
           COMPUTE wsdiafalta = 8 - wsdiatotal
       END-IF.

       SOMA-JANELA-NOTURNA-A.
       MOVE wsminsai TO wsminaux.
      * from the clock. A prontuario the cadastro does not know goes
      * to the report, not to the batch. Clocked hours more than 20%
      * away from the CAD-QTHORAS last stored are flagged as a
      * divergence for HR to look at before the batch runs. For a
      * prontuario aderente to the banco de horas the extras go to
      * the bank, not to the transaction, and the weekday shortfall
      * is taken from the bank and paid as normal hours.
      *----------------------------------------------------------------*
       GERA-TRANSACOES.
       MOVE 1 TO wsix.
       ADD 1 TO wsix.

       ESCREVE-TRANSACAO.
       PERFORM VERIFICA-ADESAO-BANCO.
       IF wsbhaderente EQUAL "S"
           PERFORM MOVIMENTA-BANCO
           COMPUTE wshorasinteiras ROUNDED = PONT-HORAS(wsix)
               + PONT-FALTA(wsix)
       ELSE
           COMPUTE wshorasinteiras ROUNDED = PONT-HORAS(wsix)
       END-IF.
       MOVE SPACES TO TRANS-REGISTRO.
       MOVE CAD-NOME TO TRANS-NOME.
       MOVE CAD-SOBRENOME TO TRANS-SOBRENOME.
       MOVE wshorasinteiras TO TRANS-QTHORAS.
       MOVE CAD-QTDEPENDENTES TO TRANS-QTDEPENDENTES.
       MOVE CAD-VALORDEPENDENTE TO TRANS-VALORDEPENDENTE.
       IF wsbhaderente EQUAL "S"
           MOVE ZERO TO TRANS-QTHE50
           MOVE ZERO TO TRANS-QTHE100
       ELSE
           COMPUTE TRANS-QTHE50 ROUNDED = PONT-HE50(wsix)
           COMPUTE TRANS-QTHE100 ROUNDED = PONT-HE100(wsix)
       END-IF.
       COMPUTE TRANS-QTNOT ROUNDED = PONT-NOT(wsix).
       WRITE TRANS-REGISTRO.
       MOVE "ESCREVE-TRANSACAO" TO wserr-para.
           END-IF
       END-IF.

       VERIFICA-ADESAO-BANCO.
       MOVE "N" TO wsbhaderente.
       MOVE PONT-PRONT(wsix) TO BCH-PRONTUARIO.
       MOVE "000000" TO BCH-LOTE.
       READ BANCOHORAS
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF BCH-ABERTO
                   MOVE "S" TO wsbhaderente
               END-IF
       END-READ.

      *----------------------------------------------------------------*
      * Banks the competencia for one prontuario aderente: the extras
      * are the credit, the weekday shortfall the debit, hour for
      * hour. The net first settles the oldest open lotes of the
      * opposite sign (a debit consumes the oldest credit, a credit
      * pays back the oldest debt); what is left opens the lote of
      * the competencia. A lote already on file means this month was
      * banked by an earlier import - nothing is banked twice.
      *----------------------------------------------------------------*
       MOVIMENTA-BANCO.
       MOVE PONT-PRONT(wsix) TO BCH-PRONTUARIO.
       MOVE wsbhlote TO BCH-LOTE.
       READ BANCOHORAS
           INVALID KEY
               PERFORM LANCA-BANCO
           NOT INVALID KEY
               ADD 1 TO wsqtdjabanco
               MOVE SPACES TO REL-LINHA
               STRING "BANCO DE HORAS " DELIMITED BY SIZE
                   PONT-PRONT(wsix) DELIMITED BY SIZE
                   " - COMPETENCIA JA LANCADA NO BANCO, IGNORADA"
                   DELIMITED BY SIZE
                   INTO REL-LINHA
               WRITE REL-LINHA
       END-READ.

       LANCA-BANCO.
       COMPUTE wsbhcred = PONT-HE50(wsix) + PONT-HE100(wsix).
       MOVE PONT-FALTA(wsix) TO wsbhdeb.
       COMPUTE wsbhliq = wsbhcred - wsbhdeb.
       IF wsbhliq LESS THAN ZERO
           COMPUTE wsbhresto = wsbhliq * -1
       ELSE
           MOVE wsbhliq TO wsbhresto
       END-IF.
       IF wsbhresto GREATER THAN ZERO
           MOVE "N" TO wsfimbch
           MOVE PONT-PRONT(wsix) TO BCH-PRONTUARIO
           MOVE "000001" TO BCH-LOTE
           START BANCOHORAS KEY NOT LESS THAN BCH-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimbch
           END-START
           PERFORM LE-PROXIMO-LOTE
           PERFORM COMPENSA-LOTE UNTIL wsfimbch EQUAL "S"
       END-IF.
       MOVE SPACES TO BCH-REGISTRO.
       MOVE PONT-PRONT(wsix) TO BCH-PRONTUARIO.
       MOVE wsbhlote TO BCH-LOTE.
       MOVE wsbhcred TO BCH-CREDITO.
       MOVE wsbhdeb TO BCH-DEBITO.
       IF wsbhliq LESS THAN ZERO
           COMPUTE BCH-SALDO = wsbhresto * -1
       ELSE
           MOVE wsbhresto TO BCH-SALDO
       END-IF.
       MOVE "A" TO BCH-SITUACAO.
       MOVE wsdatatxt TO BCH-DATA.
       MOVE "PONTO" TO BCH-OPERADOR.
       WRITE BCH-REGISTRO.
       MOVE "LANCA-BANCO" TO wserr-para.
       PERFORM TESTA-FS-BCH.
       ADD 1 TO wsqtdbanco.
       IF wsbhcred GREATER THAN ZERO
           MOVE "C" TO BHM-TIPO
           MOVE wsbhcred TO BHM-HORAS
           PERFORM GRAVA-MOVIMENTO-BANCO
       END-IF.
       IF wsbhdeb GREATER THAN ZERO
           MOVE "D" TO BHM-TIPO
           MOVE wsbhdeb TO BHM-HORAS
           PERFORM GRAVA-MOVIMENTO-BANCO
       END-IF.
       MOVE wsbhcred TO wsmascbhcred.
       MOVE wsbhdeb TO wsmascbhdeb.
       MOVE BCH-SALDO TO wsmascbhsaldo.
       MOVE SPACES TO REL-LINHA.
       STRING "BANCO DE HORAS " DELIMITED BY SIZE
           PONT-PRONT(wsix) DELIMITED BY SIZE
           " CREDITO:" DELIMITED BY SIZE
           wsmascbhcred DELIMITED BY SIZE
           " DEBITO:" DELIMITED BY SIZE
           wsmascbhdeb DELIMITED BY SIZE
           " EM ABERTO NO LOTE:" DELIMITED BY SIZE
           wsmascbhsaldo DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.

       LE-PROXIMO-LOTE.
       READ BANCOHORAS NEXT RECORD
           AT END
               MOVE "S" TO wsfimbch
       END-READ.
       IF wsfimbch EQUAL "N" AND
           (BCH-PRONTUARIO NOT EQUAL PONT-PRONT(wsix) OR
           BCH-LOTE NOT LESS THAN wsbhlote)
           MOVE "S" TO wsfimbch
       END-IF.

       COMPENSA-LOTE.
       MOVE ZERO TO wsbhusado.
       IF BCH-ABERTO AND wsbhliq GREATER THAN ZERO AND
           BCH-SALDO LESS THAN ZERO
           COMPUTE wsbhusado = BCH-SALDO * -1
           IF wsbhusado GREATER THAN wsbhresto
               MOVE wsbhresto TO wsbhusado
           END-IF
           ADD wsbhusado TO BCH-SALDO
       END-IF.
       IF BCH-ABERTO AND wsbhliq LESS THAN ZERO AND
           BCH-SALDO GREATER THAN ZERO
           MOVE BCH-SALDO TO wsbhusado
           IF wsbhusado GREATER THAN wsbhresto
               MOVE wsbhresto TO wsbhusado
           END-IF
           SUBTRACT wsbhusado FROM BCH-SALDO
       END-IF.
       IF wsbhusado GREATER THAN ZERO
           REWRITE BCH-REGISTRO
           MOVE "COMPENSA-LOTE" TO wserr-para
           PERFORM TESTA-FS-BCH
           SUBTRACT wsbhusado FROM wsbhresto
       END-IF.
       IF wsbhresto EQUAL ZERO
           MOVE "S" TO wsfimbch
       ELSE
           PERFORM LE-PROXIMO-LOTE
       END-IF.

       GRAVA-MOVIMENTO-BANCO.
       MOVE PONT-PRONT(wsix) TO BHM-PRONTUARIO.
       MOVE wscompetencia TO BHM-COMPET.
       MOVE wsbhlote TO BHM-LOTE.
       MOVE wsdatatxt TO BHM-DATA.
       MOVE "TP21PONTO" TO BHM-ORIGEM.
       WRITE BHM-REGISTRO.
       MOVE "GRAVA-MOVIMENTO-BAN" TO wserr-para.
       MOVE wsfs-bhm TO wserr-fs.
       MOVE "BANCOHORAS.MOV" TO wserr-arq.
       PERFORM VERIFICA-FS.

       ESCREVE-SEM-CADASTRO.
       MOVE PONT-HORAS(wsix) TO wsmaschoras.
       MOVE SPACES TO REL-LINHA.
           wsqtddiverg DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING "LANCADOS NO BANCO DE HORAS:" DELIMITED BY SIZE
           wsqtdbanco DELIMITED BY SIZE
           " JA LANCADOS ANTES:" DELIMITED BY SIZE
           wsqtdjabanco DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       IF wsfs-pon NOT EQUAL "35"
           CLOSE PONTO
       END-IF.
       END-IF.
       CLOSE TRANSACOES.
       CLOSE RELATORIO.
       CLOSE BANCOHORAS.
       CLOSE BHMOV.
       DISPLAY "TP21PONTO - TRANSACOES GERADAS: " wsqtdgerados.
       DISPLAY "DIVERGENCIAS APONTADAS: " wsqtddiverg.
       DISPLAY "LANCADOS NO BANCO DE HORAS: " wsqtdbanco.

      *----------------------------------------------------------------*
      * Shop-wide I/O error handling: a WRITE that does not come back
       MOVE "TP01LOTE.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-BCH.
       MOVE wsfs-bch TO wserr-fs.
       MOVE "BANCOHORAS.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       VERIFICA-FS.
       IF wserr-fs EQUAL "00" OR wserr-fs EQUAL "02"
           CONTINUE
