      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP51BCH COBOL - banco de horas. Maintains the adesao
      *          of a prontuario to the compensation agreement in
      *          BANCOHORAS.DAT (TP21PONTO banks the extras and the
      *          weekday shortfall of an aderente instead of sending
      *          them to the folha), lists the open lotes of one
      *          prontuario, and prints the monthly extrato - saldo
      *          anterior, creditos, debitos, pagos and saldo atual
      *          per employee, from BANCOHORAS.MOV and the lotes -
      *          with a summary per CAD-DEPTO. Lotes six or more
      *          competencias old are paid by TP04LOTE; the rest is
      *          settled by a TP04 rescisao.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP51BCH.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCOHORAS ASSIGN TO "BANCOHORAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BCH-CHAVE
           FILE STATUS IS wsfs-bch.
           SELECT BHMOV ASSIGN TO "BANCOHORAS.MOV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-bhm.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT RELATORIO ASSIGN TO "TP51BCH.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD BANCOHORAS.
       COPY BANCOHORAS.

       FD BHMOV.
       COPY BHMOV.

       FD CADASTRO.
       COPY CADASTRO.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(100).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-bch PIC XX.
       77 wsfs-bhm PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-rel PIC XX.
       77 wsfs-aud PIC XX.
       77 wsfs-oper PIC XX.
       77 wsfs-err PIC XX.
       77 wserr-fs PIC XX.
       77 wserr-para PIC X(20).
       77 wserr-arq PIC X(16).
       01 wserr-dthoje.
           05 wserr-ano PIC 9(4).
           05 wserr-mes PIC 9(2).
           05 wserr-dia PIC 9(2).
       77 wsoperses PIC X(8) VALUE SPACES.
       77 wsauditcampo PIC X(20).
       77 wsauditvalor PIC X(15).
       77 wsopcao PIC 9 VALUE ZERO.
       77 wsprontuario PIC X(9).
       77 wsresposta PIC X VALUE "N".
       77 wsachoubch PIC X VALUE "N".
       77 wsachoucad PIC X VALUE "N".
       77 wsfimbch PIC X VALUE "N".
       77 wsfimbhm PIC X VALUE "N".
       77 wsfimcad PIC X VALUE "N".
       77 wsqtdlistados PIC 9(5) VALUE ZERO.
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wsdeptofiltro PIC X(4) VALUE SPACES.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Movimentos da competencia do extrato, somados por prontuario;
      *MOV-POSTERIOR e o efeito liquido sobre os lotes abertos do que
      *veio depois dela, comparado em AAAAMM
       77 wsaammext PIC X(6) VALUE SPACES.
       77 wsaammmov PIC X(6) VALUE SPACES.
       77 wsqtdmov PIC 9(3) VALUE ZERO.
       77 wsmx PIC 9(3) VALUE ZERO.
       77 wsachoumov PIC X VALUE "N".
       77 wsmovmes PIC X VALUE "N".
       01 tabela-movimentos.
           05 MOV-ENT OCCURS 500 TIMES.
               10 MOV-PRONT PIC X(9).
               10 MOV-CRED PIC 9(5)V99.
               10 MOV-DEB PIC 9(5)V99.
               10 MOV-PAGO PIC 9(5)V99.
               10 MOV-BAIXA PIC 9(5)V99.
               10 MOV-NOMES PIC X.
               10 MOV-POSTERIOR PIC S9(5)V99.

      *Valores do empregado corrente no extrato
       77 wstemadesao PIC X VALUE "N".
       77 wssitadesao PIC X VALUE SPACES.
       77 wsbhatual PIC S9(5)V99 VALUE ZERO.
       77 wsbhanterior PIC S9(5)V99 VALUE ZERO.
       77 wsbhcred PIC 9(5)V99 VALUE ZERO.
       77 wsbhdeb PIC 9(5)V99 VALUE ZERO.
       77 wsbhpago PIC 9(5)V99 VALUE ZERO.
       77 wsbhbaixa PIC 9(5)V99 VALUE ZERO.
       77 wsqtdextrato PIC 9(5) VALUE ZERO.

      *Resumo por depto do extrato
       77 wsqtddeptos PIC 99 VALUE ZERO.
       77 wsdix PIC 99 VALUE ZERO.
       77 wsachoudepto PIC X VALUE "N".
       01 tabela-deptos.
           05 DEP-ENT OCCURS 20 TIMES.
               10 DEP-CODIGO PIC X(4).
               10 DEP-EMPREG PIC 9(5).
               10 DEP-ANTERIOR PIC S9(7)V99.
               10 DEP-CRED PIC 9(7)V99.
               10 DEP-DEB PIC 9(7)V99.
               10 DEP-PAGO PIC 9(7)V99.
               10 DEP-ATUAL PIC S9(7)V99.

      *Mascaras de impressao
       77 wsmascant PIC -ZZZZ9,99.
       77 wsmasccred PIC ZZZZ9,99.
       77 wsmascdeb PIC ZZZZ9,99.
       77 wsmascpago PIC ZZZZ9,99.
       77 wsmascatual PIC -ZZZZ9,99.
       77 wsmascsaldo PIC -ZZZ9,99.
       77 wsmascdepant PIC -ZZZZZZ9,99.
       77 wsmascdepcred PIC ZZZZZZ9,99.
       77 wsmascdepdeb PIC ZZZZZZ9,99.
       77 wsmascdeppago PIC ZZZZZZ9,99.
       77 wsmascdepatual PIC -ZZZZZZ9,99.
       77 wsmascdepemp PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP51BCH - BANCO DE HORAS".
       DISPLAY "1 - Aderir/encerrar acordo de um prontuario".
       DISPLAY "2 - Consultar lotes de um prontuario".
       DISPLAY "3 - Extrato mensal (por empregado e depto)".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM MANTEM-ADESAO
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM CONSULTA-LOTES
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM EXTRATO-MENSAL
       END-IF.
       IF wsopcao GREATER THAN 3
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * The adesao record (lote "000000"): "A" puts the prontuario on
      * the agreement from the next TP21PONTO import, "I" takes it
      * off - lotes already open stay open until paid or settled.
      *----------------------------------------------------------------*
       MANTEM-ADESAO.
       PERFORM PEDE-PRONTUARIO.
       MOVE "N" TO wsachoucad.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           MOVE wsprontuario TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   DISPLAY "Prontuario nao cadastrado."
               NOT INVALID KEY
                   MOVE "S" TO wsachoucad
           END-READ
           CLOSE CADASTRO
       END-IF.
       IF wsachoucad EQUAL "S"
           DISPLAY "Empregado: " CAD-NOME " " CAD-SOBRENOME
           PERFORM GRAVA-ADESAO
       END-IF.

       GRAVA-ADESAO.
       OPEN I-O BANCOHORAS.
       IF wsfs-bch EQUAL "35"
           OPEN OUTPUT BANCOHORAS
           CLOSE BANCOHORAS
           OPEN I-O BANCOHORAS
       END-IF.
       MOVE "N" TO wsachoubch.
       MOVE wsprontuario TO BCH-PRONTUARIO.
       MOVE "000000" TO BCH-LOTE.
       READ BANCOHORAS
           INVALID KEY
               MOVE "N" TO wsachoubch
           NOT INVALID KEY
               MOVE "S" TO wsachoubch
       END-READ.
       IF wsachoubch EQUAL "S"
           DISPLAY "Situacao atual: " BCH-SITUACAO
               " (A aderente / I fora do acordo) desde " BCH-DATA
       ELSE
           DISPLAY "Prontuario ainda sem adesao ao banco de horas."
       END-IF.
       DISPLAY "Nova situacao (A aderir / I encerrar): "
           WITH NO ADVANCING.
       ACCEPT wsresposta.
       IF wsresposta EQUAL "a"
           MOVE "A" TO wsresposta
       END-IF.
       IF wsresposta EQUAL "i"
           MOVE "I" TO wsresposta
       END-IF.
       IF wsresposta NOT EQUAL "A" AND wsresposta NOT EQUAL "I"
           DISPLAY "Situacao invalida - nada alterado."
       ELSE
           PERFORM LE-OPERADOR-SESSAO
           ACCEPT wsdatahoje FROM DATE YYYYMMDD
           MOVE SPACES TO wsdatatxt
           STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
               DELIMITED BY SIZE INTO wsdatatxt
           IF wsachoubch EQUAL "N"
               MOVE SPACES TO BCH-REGISTRO
               MOVE wsprontuario TO BCH-PRONTUARIO
               MOVE "000000" TO BCH-LOTE
               MOVE ZERO TO BCH-CREDITO
               MOVE ZERO TO BCH-DEBITO
               MOVE ZERO TO BCH-SALDO
           END-IF
           MOVE wsresposta TO BCH-SITUACAO
           MOVE wsdatatxt TO BCH-DATA
           MOVE wsoperses TO BCH-OPERADOR
           IF wsachoubch EQUAL "S"
               REWRITE BCH-REGISTRO
               DISPLAY "Adesao alterada."
           ELSE
               WRITE BCH-REGISTRO
               DISPLAY "Adesao incluida."
           END-IF
           MOVE "MANTEM-ADESAO" TO wserr-para
           PERFORM TESTA-FS-BCH
           MOVE "BANCO-HORAS-ADESAO" TO wsauditcampo
           MOVE wsresposta TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
       END-IF.
       CLOSE BANCOHORAS.

      *----------------------------------------------------------------*
      * Every lote of one prontuario, open or closed, with the net
      * still open on the agreement at the bottom.
      *----------------------------------------------------------------*
       CONSULTA-LOTES.
       PERFORM PEDE-PRONTUARIO.
       OPEN INPUT BANCOHORAS.
       IF wsfs-bch EQUAL "35"
           DISPLAY "BANCOHORAS.DAT ainda nao existe."
       ELSE
           MOVE ZERO TO wsqtdlistados
           MOVE ZERO TO wsbhatual
           MOVE "N" TO wsfimbch
           MOVE wsprontuario TO BCH-PRONTUARIO
           MOVE "000000" TO BCH-LOTE
           START BANCOHORAS KEY NOT LESS THAN BCH-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimbch
           END-START
           PERFORM LE-PROXIMO-LOTE
           PERFORM LISTA-UM-LOTE UNTIL wsfimbch EQUAL "S"
           MOVE wsbhatual TO wsmascatual
           DISPLAY "Lotes listados: " wsqtdlistados
               "  SALDO EM ABERTO (HORAS): " wsmascatual
           CLOSE BANCOHORAS
       END-IF.

       LE-PROXIMO-LOTE.
       IF wsfimbch EQUAL "N"
           READ BANCOHORAS NEXT RECORD
               AT END
                   MOVE "S" TO wsfimbch
           END-READ
           IF wsfimbch EQUAL "N" AND BCH-PRONTUARIO NOT EQUAL
              wsprontuario
               MOVE "S" TO wsfimbch
           END-IF
       END-IF.

       LISTA-UM-LOTE.
       IF BCH-LOTE EQUAL "000000"
           DISPLAY BCH-PRONTUARIO " ADESAO SITUACAO:" BCH-SITUACAO
               " DESDE " BCH-DATA " OPER:" BCH-OPERADOR
       ELSE
           MOVE BCH-CREDITO TO wsmasccred
           MOVE BCH-DEBITO TO wsmascdeb
           MOVE BCH-SALDO TO wsmascsaldo
           DISPLAY "LOTE " BCH-LOTE(5:2) "/" BCH-LOTE(1:4)
               " CRED:" wsmasccred " DEB:" wsmascdeb
               " SALDO:" wsmascsaldo " SIT:" BCH-SITUACAO
               " " BCH-COMPBAIXA
           IF BCH-ABERTO
               ADD BCH-SALDO TO wsbhatual
           END-IF
           ADD 1 TO wsqtdlistados
       END-IF.
       PERFORM LE-PROXIMO-LOTE.

      *----------------------------------------------------------------*
      * Monthly extrato: the movements of the competencia are summed
      * per prontuario from BANCOHORAS.MOV, the saldo atual is the
      * net of the open lotes less what the later competencias moved,
      * and the saldo anterior is worked back from both. One line per
      * employee with a bank (optionally one depto), then the same
      * figures per CAD-DEPTO.
      *----------------------------------------------------------------*
       EXTRATO-MENSAL.
       DISPLAY "Competencia do extrato (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       DISPLAY "Depto (ENTER = todos): " WITH NO ADVANCING.
       MOVE SPACES TO wsdeptofiltro.
       ACCEPT wsdeptofiltro.
       MOVE SPACES TO wsaammext.
       STRING wscompetencia(4:4) wscompetencia(1:2)
           DELIMITED BY SIZE INTO wsaammext.
       IF wsaammext IS NOT NUMERIC OR wscompetencia(3:1) NOT EQUAL "/"
           DISPLAY "Competencia invalida - use MM/AAAA."
       ELSE
           PERFORM ABRE-EXTRATO
       END-IF.

       ABRE-EXTRATO.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           OPEN INPUT BANCOHORAS
           IF wsfs-bch EQUAL "35"
               DISPLAY "BANCOHORAS.DAT ainda nao existe."
           ELSE
               PERFORM EMITE-EXTRATO
               CLOSE BANCOHORAS
           END-IF
           CLOSE CADASTRO
       END-IF.

       EMITE-EXTRATO.
       PERFORM CARREGA-MOVIMENTOS.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       OPEN OUTPUT RELATORIO.
       MOVE SPACES TO REL-LINHA.
       STRING "EXTRATO DO BANCO DE HORAS - TP51BCH  COMPETENCIA:"
           DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           "  DATA:" DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING "PRONTUARIO NOME                 DEPTO  ANTERIOR"
           DELIMITED BY SIZE
           "  CREDITOS   DEBITOS     PAGOS     ATUAL"
           DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE ZERO TO wsqtdextrato.
       MOVE ZERO TO wsqtddeptos.
       MOVE "N" TO wsfimcad.
       MOVE LOW-VALUES TO CAD-PRONTUARIO.
       START CADASTRO KEY NOT LESS THAN CAD-PRONTUARIO
           INVALID KEY
               MOVE "S" TO wsfimcad
       END-START.
       PERFORM LE-PROXIMO-CADASTRO.
       PERFORM EXTRATO-EMPREGADO UNTIL wsfimcad EQUAL "S".
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING "RESUMO POR DEPTO  EMPREG  ANTERIOR   CREDITOS"
           DELIMITED BY SIZE
           "    DEBITOS      PAGOS      ATUAL" DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 1 TO wsdix.
       PERFORM ESCREVE-LINHA-DEPTO UNTIL wsdix GREATER THAN
           wsqtddeptos.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING "EMPREGADOS NO EXTRATO: " DELIMITED BY SIZE
           wsqtdextrato DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       CLOSE RELATORIO.
       DISPLAY "Empregados no extrato: " wsqtdextrato.
       DISPLAY "Relatorio em TP51BCH.REL.".

       CARREGA-MOVIMENTOS.
       MOVE ZERO TO wsqtdmov.
       MOVE "N" TO wsfimbhm.
       OPEN INPUT BHMOV.
       IF wsfs-bhm EQUAL "35"
           MOVE "S" TO wsfimbhm
       END-IF.
       PERFORM LE-MOVIMENTO.
       PERFORM SOMA-MOVIMENTO UNTIL wsfimbhm EQUAL "S".
       IF wsfs-bhm NOT EQUAL "35"
           CLOSE BHMOV
       END-IF.

       LE-MOVIMENTO.
       IF wsfimbhm EQUAL "N"
           READ BHMOV
               AT END
                   MOVE "S" TO wsfimbhm
           END-READ
       END-IF.

       SOMA-MOVIMENTO.
       MOVE SPACES TO wsaammmov.
       STRING BHM-COMPET(4:4) BHM-COMPET(1:2)
           DELIMITED BY SIZE INTO wsaammmov.
       IF wsaammmov IS NUMERIC AND wsaammmov NOT LESS THAN wsaammext
           MOVE BHM-PRONTUARIO TO wsprontuario
           PERFORM PROCURA-MOVIMENTO
           IF wsachoumov EQUAL "N"
               PERFORM NOVO-MOVIMENTO
           END-IF
           IF wsaammmov GREATER THAN wsaammext
               PERFORM SOMA-POSTERIOR
           ELSE
               PERFORM SOMA-DO-MES
           END-IF
       END-IF.
       PERFORM LE-MOVIMENTO.

      *The table holds 500 prontuarios; an extrato missing some would
      *look complete, so the run stops instead
       NOVO-MOVIMENTO.
       IF wsqtdmov NOT LESS THAN 500
           DISPLAY "Mais de 500 prontuarios em BANCOHORAS.MOV -"
               " extrato interrompido."
           CLOSE BHMOV
           MOVE "SOMA-MOVIMENTO" TO wserr-para
           MOVE "BANCOHORAS.MOV" TO wserr-arq
           MOVE "TB" TO wserr-fs
           PERFORM GRAVA-ERRO
       END-IF.
       ADD 1 TO wsqtdmov.
       MOVE wsqtdmov TO wsmx.
       MOVE BHM-PRONTUARIO TO MOV-PRONT(wsmx).
       MOVE ZERO TO MOV-CRED(wsmx).
       MOVE ZERO TO MOV-DEB(wsmx).
       MOVE ZERO TO MOV-PAGO(wsmx).
       MOVE ZERO TO MOV-BAIXA(wsmx).
       MOVE "N" TO MOV-NOMES(wsmx).
       MOVE ZERO TO MOV-POSTERIOR(wsmx).

      *----------------------------------------------------------------*
      * A movement after the competencia of the extrato, by what it
      * did to the open lotes: credits and estornos put hours back, a
      * debit, a payment or a rescisao takes them out, and a baixa
      * closes a lote in debt, lifting the net.
      *----------------------------------------------------------------*
       SOMA-POSTERIOR.
       IF BHM-CREDITO OR BHM-ESTORNO OR BHM-BAIXA
           ADD BHM-HORAS TO MOV-POSTERIOR(wsmx)
       END-IF.
       IF BHM-DEBITO OR BHM-PAGO OR BHM-RESCISAO
           SUBTRACT BHM-HORAS FROM MOV-POSTERIOR(wsmx)
       END-IF.

       SOMA-DO-MES.
       MOVE "S" TO MOV-NOMES(wsmx).
       IF BHM-CREDITO
           ADD BHM-HORAS TO MOV-CRED(wsmx)
       END-IF.
       IF BHM-DEBITO
           ADD BHM-HORAS TO MOV-DEB(wsmx)
       END-IF.
       IF BHM-PAGO OR BHM-RESCISAO
           ADD BHM-HORAS TO MOV-PAGO(wsmx)
       END-IF.
       IF BHM-BAIXA
           ADD BHM-HORAS TO MOV-BAIXA(wsmx)
       END-IF.
       IF BHM-ESTORNO
           PERFORM ESTORNA-MOVIMENTO
       END-IF.

      *Pagamento estornado: o pago do mes volta, o lote esta aberto
       ESTORNA-MOVIMENTO.
       IF MOV-PAGO(wsmx) LESS THAN BHM-HORAS
           MOVE ZERO TO MOV-PAGO(wsmx)
       ELSE
           SUBTRACT BHM-HORAS FROM MOV-PAGO(wsmx)
       END-IF.

       PROCURA-MOVIMENTO.
       MOVE "N" TO wsachoumov.
       MOVE 1 TO wsmx.
       PERFORM TESTA-MOVIMENTO
           UNTIL wsmx GREATER THAN wsqtdmov OR wsachoumov EQUAL "S".

       TESTA-MOVIMENTO.
       IF MOV-PRONT(wsmx) EQUAL wsprontuario
           MOVE "S" TO wsachoumov
       ELSE
           ADD 1 TO wsmx
       END-IF.

       LE-PROXIMO-CADASTRO.
       IF wsfimcad EQUAL "N"
           READ CADASTRO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimcad
           END-READ
       END-IF.

      *----------------------------------------------------------------*
      * One employee of the extrato: only a prontuario that has an
      * adesao record or moved the bank in the competencia is shown.
      * The saldo atual is the open lotes of today with the later
      * competencias undone; the saldo anterior is that atual with
      * this month's movements undone - credits out, debits,
      * payments and baixas back in.
      *----------------------------------------------------------------*
       EXTRATO-EMPREGADO.
       IF wsdeptofiltro NOT EQUAL SPACES AND CAD-DEPTO NOT EQUAL
           wsdeptofiltro
           CONTINUE
       ELSE
           MOVE CAD-PRONTUARIO TO wsprontuario
           PERFORM SOMA-LOTES-ABERTOS
           PERFORM PROCURA-MOVIMENTO
           MOVE ZERO TO wsbhcred
           MOVE ZERO TO wsbhdeb
           MOVE ZERO TO wsbhpago
           MOVE ZERO TO wsbhbaixa
           MOVE "N" TO wsmovmes
           IF wsachoumov EQUAL "S"
               SUBTRACT MOV-POSTERIOR(wsmx) FROM wsbhatual
               MOVE MOV-CRED(wsmx) TO wsbhcred
               MOVE MOV-DEB(wsmx) TO wsbhdeb
               MOVE MOV-PAGO(wsmx) TO wsbhpago
               MOVE MOV-BAIXA(wsmx) TO wsbhbaixa
               MOVE MOV-NOMES(wsmx) TO wsmovmes
           END-IF
           IF wstemadesao EQUAL "S" OR wsmovmes EQUAL "S"
               COMPUTE wsbhanterior = wsbhatual - wsbhcred + wsbhdeb
                   + wsbhpago - wsbhbaixa
               PERFORM ESCREVE-LINHA-EXTRATO
               PERFORM ACUMULA-DEPTO
               ADD 1 TO wsqtdextrato
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-CADASTRO.

       SOMA-LOTES-ABERTOS.
       MOVE ZERO TO wsbhatual.
       MOVE "N" TO wstemadesao.
       MOVE SPACES TO wssitadesao.
       MOVE "N" TO wsfimbch.
       MOVE wsprontuario TO BCH-PRONTUARIO.
       MOVE "000000" TO BCH-LOTE.
       START BANCOHORAS KEY NOT LESS THAN BCH-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimbch
       END-START.
       PERFORM LE-PROXIMO-LOTE.
       PERFORM SOMA-UM-LOTE UNTIL wsfimbch EQUAL "S".

       SOMA-UM-LOTE.
       IF BCH-LOTE EQUAL "000000"
           MOVE "S" TO wstemadesao
           MOVE BCH-SITUACAO TO wssitadesao
       ELSE
           IF BCH-ABERTO
               ADD BCH-SALDO TO wsbhatual
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-LOTE.

       ESCREVE-LINHA-EXTRATO.
       MOVE wsbhanterior TO wsmascant.
       MOVE wsbhcred TO wsmasccred.
       MOVE wsbhdeb TO wsmascdeb.
       MOVE wsbhpago TO wsmascpago.
       MOVE wsbhatual TO wsmascatual.
       MOVE SPACES TO REL-LINHA.
       STRING CAD-PRONTUARIO DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CAD-NOME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CAD-DEPTO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascant DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmasccred DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           wsmascdeb DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           wsmascpago DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascatual DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wssitadesao DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE "ESCREVE-LINHA-EXTRA" TO wserr-para.
       PERFORM TESTA-FS-REL.

       ACUMULA-DEPTO.
       MOVE "N" TO wsachoudepto.
       MOVE 1 TO wsdix.
       PERFORM PROCURA-DEPTO
           UNTIL wsdix GREATER THAN wsqtddeptos OR wsachoudepto
           EQUAL "S".
       IF wsachoudepto EQUAL "N" AND wsqtddeptos LESS THAN 20
           ADD 1 TO wsqtddeptos
           MOVE wsqtddeptos TO wsdix
           MOVE CAD-DEPTO TO DEP-CODIGO(wsdix)
           MOVE ZERO TO DEP-EMPREG(wsdix)
           MOVE ZERO TO DEP-ANTERIOR(wsdix)
           MOVE ZERO TO DEP-CRED(wsdix)
           MOVE ZERO TO DEP-DEB(wsdix)
           MOVE ZERO TO DEP-PAGO(wsdix)
           MOVE ZERO TO DEP-ATUAL(wsdix)
           MOVE "S" TO wsachoudepto
       END-IF.
       IF wsachoudepto EQUAL "S"
           ADD 1 TO DEP-EMPREG(wsdix)
           ADD wsbhanterior TO DEP-ANTERIOR(wsdix)
           ADD wsbhcred TO DEP-CRED(wsdix)
           ADD wsbhdeb TO DEP-DEB(wsdix)
           ADD wsbhpago TO DEP-PAGO(wsdix)
           ADD wsbhatual TO DEP-ATUAL(wsdix)
       END-IF.

       PROCURA-DEPTO.
       IF DEP-CODIGO(wsdix) EQUAL CAD-DEPTO
           MOVE "S" TO wsachoudepto
       ELSE
           ADD 1 TO wsdix
       END-IF.

       ESCREVE-LINHA-DEPTO.
       MOVE DEP-EMPREG(wsdix) TO wsmascdepemp.
       MOVE DEP-ANTERIOR(wsdix) TO wsmascdepant.
       MOVE DEP-CRED(wsdix) TO wsmascdepcred.
       MOVE DEP-DEB(wsdix) TO wsmascdepdeb.
       MOVE DEP-PAGO(wsdix) TO wsmascdeppago.
       MOVE DEP-ATUAL(wsdix) TO wsmascdepatual.
       MOVE SPACES TO REL-LINHA.
       STRING "DEPTO " DELIMITED BY SIZE
           DEP-CODIGO(wsdix) DELIMITED BY SIZE
           "       " DELIMITED BY SIZE
           wsmascdepemp DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascdepant DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascdepcred DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascdepdeb DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascdeppago DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascdepatual DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE "ESCREVE-LINHA-DEPTO" TO wserr-para.
       PERFORM TESTA-FS-REL.
       ADD 1 TO wsdix.

       PEDE-PRONTUARIO.
       DISPLAY "Digite o prontuario: " WITH NO ADVANCING.
       ACCEPT wsprontuario.

      *----------------------------------------------------------------*
      * Appends every maintenance action to the shared AUDITORIA.LOG,
      * the same trail the other maintenance programs leave.
      *----------------------------------------------------------------*
       GRAVA-AUDITORIA.
       PERFORM LE-OPERADOR-SESSAO.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       OPEN EXTEND AUDITORIA.
       IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
           OPEN OUTPUT AUDITORIA
       END-IF.
       MOVE SPACES TO AUD-LINHA.
       STRING wsdatatxt DELIMITED BY SIZE
           " TP51BCH " DELIMITED BY SIZE
           "PRONTUARIO:" DELIMITED BY SIZE
           wsprontuario DELIMITED BY SIZE
           " CAMPO:" DELIMITED BY SIZE
           wsauditcampo DELIMITED BY SIZE
           " VALOR:" DELIMITED BY SIZE
           wsauditvalor DELIMITED BY SIZE
           " OPER:" DELIMITED BY SIZE
           wsoperses DELIMITED BY SIZE
           INTO AUD-LINHA.
       WRITE AUD-LINHA.
       MOVE "GRAVA-AUDITORIA" TO wserr-para.
       PERFORM TESTA-FS-AUD.
       CLOSE AUDITORIA.

       TESTA-FS-BCH.
       MOVE wsfs-bch TO wserr-fs.
       MOVE "BANCOHORAS.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP51BCH.REL" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-AUD.
       MOVE wsfs-aud TO wserr-fs.
       MOVE "AUDITORIA.LOG" TO wserr-arq.
       PERFORM VERIFICA-FS.

       VERIFICA-FS.
       IF wserr-fs EQUAL "00" OR wserr-fs EQUAL "02"
           CONTINUE
       ELSE
           PERFORM GRAVA-ERRO
       END-IF.

       GRAVA-ERRO.
       ACCEPT wserr-dthoje FROM DATE YYYYMMDD.
       OPEN EXTEND ERRLOG.
       IF wsfs-err EQUAL "05" OR wsfs-err EQUAL "35"
           OPEN OUTPUT ERRLOG
       END-IF.
       MOVE SPACES TO ERR-LINHA.
       STRING wserr-dia "/" wserr-mes "/" wserr-ano
           DELIMITED BY SIZE
           " TP51BCH PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP51BCH - VER ERROS.LOG".
       MOVE 8 TO RETURN-CODE.
       GOBACK.

      *----------------------------------------------------------------*
      * Reads the operator id TPMENU left in OPERSESS.DAT at sign-on.
      *----------------------------------------------------------------*
       LE-OPERADOR-SESSAO.
       MOVE SPACES TO wsoperses.
       OPEN INPUT OPERSESS.
       IF wsfs-oper EQUAL "35"
           CONTINUE
       ELSE
           READ OPERSESS
               AT END
                   MOVE SPACES TO wsoperses
               NOT AT END
                   MOVE OPSS-LINHA TO wsoperses
           END-READ
           CLOSE OPERSESS
       END-IF.
      *----------------------------------------------------------------*
