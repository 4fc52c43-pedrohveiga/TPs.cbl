      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP75TRN COBOL - turnover e tempo de casa por depto.
      *          For one empresa and competencia, the report
      *          TP75TRN.REL shows per CAD-DEPTO, for the month and
      *          the twelve months ending in it: the average
      *          headcount (the modo 1 fichas of TP04HISTIDX.DAT, the
      *          cadastro dates where no ficha was written), the
      *          admissoes and desligamentos of MOVIMENTO.LOG - the
      *          ones the journal missed taken from CAD-ADMISSAO and
      *          CAD-DESLIGAMENTO - the transfers in and out of
      *          TRANSFER.DAT, the turnover rate ((admissoes +
      *          desligamentos) / 2 over the average headcount), the
      *          average tempo de casa of those who left and how many
      *          left within 90 days of the admissao. The current
      *          staff closes each depto split into tempo de casa
      *          bands. Every movement lands in the depto the
      *          employee was in on its date, TRANSFER.DAT telling.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP75TRN.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT HISTIDX ASSIGN TO "TP04HISTIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-CHAVE
           FILE STATUS IS wsfs-hidx.
           SELECT TRANSFER ASSIGN TO "TRANSFER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRF-CHAVE
           FILE STATUS IS wsfs-trf.
           SELECT MOVIMENTO ASSIGN TO "MOVIMENTO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-mov.
           SELECT IMPRESSO ASSIGN TO "TP75TRN.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-imp.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD CADASTRO.
       COPY CADASTRO.

       FD HISTIDX.
       COPY HISTIDX.

       FD TRANSFER.
       COPY TRANSFER.

      *----------------------------------------------------------------*
      * Fixed-position view of the journal line TP01/TP07CAD write,
      * the same one TP47MOV reads.
      *----------------------------------------------------------------*
       FD MOVIMENTO.
       01 MOV-LINHA                 PIC X(70).
       01 MOV-VISTA.
           05 MOV-DATA              PIC X(10).
           05 FILLER                PIC X(6).
           05 MOV-TIPO              PIC X(1).
           05 FILLER                PIC X(12).
           05 MOV-PRONT             PIC X(9).
           05 FILLER                PIC X(5).
           05 MOV-EMP               PIC X(2).
           05 FILLER                PIC X(9).
           05 MOV-SALARIO           PIC 9(7)V99.
           05 FILLER                PIC X(7).

       FD IMPRESSO.
       01 IMP-LINHA                 PIC X(132).

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-cad PIC XX.
       77 wsfs-hidx PIC XX.
       77 wsfs-trf PIC XX.
       77 wsfs-mov PIC XX.
       77 wsfs-imp PIC XX.
       77 wsfs-err PIC XX.
       77 wserr-fs PIC XX.
       77 wserr-para PIC X(20).
       77 wserr-arq PIC X(16).
       01 wserr-dthoje.
           05 wserr-ano PIC 9(4).
           05 wserr-mes PIC 9(2).
           05 wserr-dia PIC 9(2).
       77 wsachou PIC X VALUE "N".
       77 wsfimcad PIC X VALUE "N".
       77 wsfimtrf PIC X VALUE "N".
       77 wsfimmov PIC X VALUE "N".
       77 wshidxaberto PIC X VALUE "N".
       77 wstrfaberto PIC X VALUE "N".
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Empresa e competencia digitadas; a janela de doze meses
      *termina na competencia
       77 wsempresa PIC X(2) VALUE "01".
       77 wsdepto PIC X(4) VALUE SPACES.
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wscompok PIC X VALUE "N".
       77 wsano PIC 9(4) VALUE ZERO.
       77 wsmes PIC 9(2) VALUE ZERO.
       77 wsjanini PIC X(6) VALUE SPACES.
       77 wsjanfim PIC X(6) VALUE SPACES.
       77 wsfimcomp PIC X(8) VALUE SPACES.
       01 tabela-meses.
           05 MES-ENT OCCURS 12 TIMES.
               10 MES-COMPET PIC X(7).
               10 MES-AAAAMM PIC X(6).

      *Datas em AAAAMMDD e na base de 30 dias (ano*360+mes*30+dia)
       77 wsadmissao PIC X(8) VALUE SPACES.
       77 wsdeslig PIC X(8) VALUE SPACES.
       77 wsdataref PIC X(8) VALUE SPACES.
       77 wsdatamov PIC X(8) VALUE SPACES.
       77 wsdataano PIC 9(4) VALUE ZERO.
       77 wsdatames PIC 9(2) VALUE ZERO.
       77 wsdatadia PIC 9(2) VALUE ZERO.
       77 wsdias PIC 9(7) VALUE ZERO.
       77 wsdiasadm PIC 9(7) VALUE ZERO.
       77 wstempo PIC S9(7) VALUE ZERO.

      *Depto e empresa de um prontuario numa data
       77 wspront PIC X(9) VALUE SPACES.
       77 wsdeptodt PIC X(4) VALUE SPACES.
       77 wsempdt PIC X(2) VALUE SPACES.

      *Movimentos do MOVIMENTO.LOG na janela, da empresa
       77 wsqtdevt PIC 9(4) VALUE ZERO.
       77 wsqtdsemcad PIC 9(4) VALUE ZERO.
       77 wsqtdperdidos PIC 9(4) VALUE ZERO.
       77 wsex PIC 9(4) VALUE ZERO.
       01 tabela-eventos.
           05 EVT-ENT OCCURS 2000 TIMES.
               10 EVT-PRONT PIC X(9).
               10 EVT-TIPO PIC X(1).
               10 EVT-DATA PIC X(8).
               10 EVT-USADO PIC X(1).
       77 wsachouadm PIC X VALUE "N".
       77 wsachoudesl PIC X VALUE "N".
       77 wsachoufic PIC X VALUE "N".
       77 wsachoudep PIC X VALUE "N".
       77 wstipo PIC X(1) VALUE SPACES.

      *Por depto, o mes (periodo 1) e os doze meses (periodo 2); a
      *entrada 31 e o total da empresa. TRN-HCSOMA soma o headcount
      *de cada mes, TRN-TEMPO os dias de casa dos desligados
       77 wsqtddeptos PIC 9(2) VALUE ZERO.
       77 wsqtdempreg PIC 9(5) VALUE ZERO.
       77 wsdix PIC 9(2) VALUE ZERO.
       77 wsmix PIC 9(2) VALUE ZERO.
       77 wspix PIC 9 VALUE ZERO.
       77 wsfix PIC 9 VALUE ZERO.
       01 tabela-turnover.
           05 TRN-ENT OCCURS 31 TIMES.
               10 TRN-DEPTO PIC X(4).
               10 TRN-PER OCCURS 2 TIMES.
                   15 TRN-HCSOMA PIC 9(7).
                   15 TRN-ADM PIC 9(5).
                   15 TRN-DESL PIC 9(5).
                   15 TRN-TRFENT PIC 9(5).
                   15 TRN-TRFSAI PIC 9(5).
                   15 TRN-QTDTEMPO PIC 9(5).
                   15 TRN-TEMPO PIC 9(9).
                   15 TRN-PRECOCE PIC 9(5).
               10 TRN-FAIXA OCCURS 6 TIMES PIC 9(5).

      *A linha em impressao: rotulo e oito colunas de 12
       77 wsrotulo PIC X(16) VALUE SPACES.
       01 wscolunas.
           05 wscol OCCURS 8 TIMES PIC X(12).
       77 wshcmedio PIC 9(5)V9 VALUE ZERO.
       77 wspct PIC 9(5)V99 VALUE ZERO.
       77 wsmeses PIC 9(4)V9 VALUE ZERO.

      *Paginacao de 66 linhas, a disciplina do TP19IMP
       77 wspagina PIC 9(4) VALUE ZERO.
       77 wslinha PIC 99 VALUE ZERO.
       77 wsmaxlinhas PIC 99 VALUE 62.
       77 wsmascpag PIC ZZZ9.

       77 wsmaschc PIC ZZ.ZZ9,9.
       77 wsmascqtd PIC ZZZZ9.
       77 wsmascpct PIC ZZZ9,99.
       77 wsmascmes PIC ZZZ9,9.
       01 wsmascfaixas.
           05 wsmascfx OCCURS 6 TIMES PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP75TRN - TURNOVER E TEMPO DE CASA POR DEPTO".
       PERFORM PEDE-COMPETENCIA.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - relatorio nao emitido."
       ELSE
           PERFORM PEDE-EMPRESA
           PERFORM GERA-RELATORIO
       END-IF.
       GOBACK.

       GERA-RELATORIO.
       PERFORM MONTA-DATA-HOJE.
       MOVE wscompetencia(4:4) TO wsano.
       MOVE wscompetencia(1:2) TO wsmes.
       PERFORM MONTA-JANELA.
       MOVE 1 TO wsdix.
       PERFORM ZERA-DEPTO-TRN UNTIL wsdix GREATER THAN 31.
       MOVE "TOT." TO TRN-DEPTO(31).
       MOVE ZERO TO wsqtddeptos.
       MOVE ZERO TO wsqtdempreg.
       MOVE ZERO TO wsqtdsemcad.
       PERFORM CARREGA-MOVIMENTOS.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT nao existe - relatorio nao emitido."
       ELSE
           PERFORM ABRE-HISTORICOS
           IF wstrfaberto EQUAL "S"
               PERFORM APURA-TRANSFERENCIAS
           END-IF
           MOVE "N" TO wsfimcad
           PERFORM LE-PROXIMO-CADASTRO
           PERFORM APURA-EMPREGADO UNTIL wsfimcad EQUAL "S"
           CLOSE CADASTRO
           PERFORM FECHA-HISTORICOS
           PERFORM APURA-SEM-CADASTRO
           PERFORM IMPRIME-TURNOVER
           DISPLAY "TP75TRN - " wsqtdempreg " empregados em "
               wsqtddeptos " deptos. Relatorio em TP75TRN.REL."
       END-IF.

       ZERA-DEPTO-TRN.
       MOVE SPACES TO TRN-DEPTO(wsdix).
       MOVE 1 TO wspix.
       PERFORM ZERA-PERIODO-TRN UNTIL wspix GREATER THAN 2.
       MOVE 1 TO wsfix.
       PERFORM ZERA-FAIXA-TRN UNTIL wsfix GREATER THAN 6.
       ADD 1 TO wsdix.

       ZERA-PERIODO-TRN.
       MOVE ZERO TO TRN-HCSOMA(wsdix, wspix).
       MOVE ZERO TO TRN-ADM(wsdix, wspix).
       MOVE ZERO TO TRN-DESL(wsdix, wspix).
       MOVE ZERO TO TRN-TRFENT(wsdix, wspix).
       MOVE ZERO TO TRN-TRFSAI(wsdix, wspix).
       MOVE ZERO TO TRN-QTDTEMPO(wsdix, wspix).
       MOVE ZERO TO TRN-TEMPO(wsdix, wspix).
       MOVE ZERO TO TRN-PRECOCE(wsdix, wspix).
       ADD 1 TO wspix.

       ZERA-FAIXA-TRN.
       MOVE ZERO TO TRN-FAIXA(wsdix, wsfix).
       ADD 1 TO wsfix.

      *----------------------------------------------------------------*
      * The twelve competencias ending in the one typed, oldest first;
      * wsfimcomp is the last day of the competencia, the reference
      * for the tempo de casa of the current staff.
      *----------------------------------------------------------------*
       MONTA-JANELA.
       MOVE wsano TO wsdataano.
       MOVE wsmes TO wsdatames.
       MOVE 12 TO wsmix.
       PERFORM MONTA-MES-JANELA UNTIL wsmix EQUAL ZERO.
       MOVE MES-AAAAMM(1) TO wsjanini.
       MOVE MES-AAAAMM(12) TO wsjanfim.
       MOVE SPACES TO wsfimcomp.
       STRING wsjanfim "31" DELIMITED BY SIZE INTO wsfimcomp.

       MONTA-MES-JANELA.
       MOVE SPACES TO MES-COMPET(wsmix).
       STRING wsdatames "/" wsdataano
           DELIMITED BY SIZE INTO MES-COMPET(wsmix).
       MOVE SPACES TO MES-AAAAMM(wsmix).
       STRING wsdataano wsdatames
           DELIMITED BY SIZE INTO MES-AAAAMM(wsmix).
       IF wsdatames EQUAL 1
           MOVE 12 TO wsdatames
           SUBTRACT 1 FROM wsdataano
       ELSE
           SUBTRACT 1 FROM wsdatames
       END-IF.
       SUBTRACT 1 FROM wsmix.

      *----------------------------------------------------------------*
      * The journal lines of the empresa dated inside the window, kept
      * in memory so each prontuario finds its own while the cadastro
      * is walked.
      *----------------------------------------------------------------*
       CARREGA-MOVIMENTOS.
       MOVE ZERO TO wsqtdevt.
       MOVE ZERO TO wsqtdperdidos.
       OPEN INPUT MOVIMENTO.
       IF wsfs-mov EQUAL "35"
           DISPLAY "MOVIMENTO.LOG nao encontrado - movimentos so pelo"
               " cadastro."
       ELSE
           MOVE "N" TO wsfimmov
           PERFORM LE-MOVIMENTO
           PERFORM GUARDA-MOVIMENTO UNTIL wsfimmov EQUAL "S"
           CLOSE MOVIMENTO
       END-IF.
       IF wsqtdperdidos GREATER THAN ZERO
           DISPLAY "Tabela de movimentos cheia - " wsqtdperdidos
               " linhas do MOVIMENTO.LOG ignoradas."
       END-IF.

       LE-MOVIMENTO.
       READ MOVIMENTO
           AT END
               MOVE "S" TO wsfimmov
       END-READ.

       GUARDA-MOVIMENTO.
       IF MOV-DATA(3:1) EQUAL "/" AND
           (MOV-TIPO EQUAL "A" OR MOV-TIPO EQUAL "D" OR
            MOV-TIPO EQUAL "R") AND
           (MOV-EMP EQUAL wsempresa OR (MOV-EMP EQUAL SPACES AND
            wsempresa EQUAL "01"))
           MOVE SPACES TO wsdatamov
           STRING MOV-DATA(7:4) MOV-DATA(4:2) MOV-DATA(1:2)
               DELIMITED BY SIZE INTO wsdatamov
           IF wsdatamov(1:6) NOT LESS THAN wsjanini AND
              wsdatamov(1:6) NOT GREATER THAN wsjanfim
               IF wsqtdevt LESS THAN 2000
                   ADD 1 TO wsqtdevt
                   MOVE MOV-PRONT TO EVT-PRONT(wsqtdevt)
                   MOVE MOV-TIPO TO EVT-TIPO(wsqtdevt)
                   MOVE wsdatamov TO EVT-DATA(wsqtdevt)
                   MOVE "N" TO EVT-USADO(wsqtdevt)
               ELSE
                   ADD 1 TO wsqtdperdidos
               END-IF
           END-IF
       END-IF.
       PERFORM LE-MOVIMENTO.

       ABRE-HISTORICOS.
       MOVE "N" TO wshidxaberto.
       OPEN INPUT HISTIDX.
       IF wsfs-hidx EQUAL "35"
           DISPLAY "TP04HISTIDX.DAT nao existe - headcount so pelo"
               " cadastro."
       ELSE
           MOVE "S" TO wshidxaberto
       END-IF.
       MOVE "N" TO wstrfaberto.
       OPEN INPUT TRANSFER.
       IF wsfs-trf NOT EQUAL "35"
           MOVE "S" TO wstrfaberto
       END-IF.

       FECHA-HISTORICOS.
       IF wshidxaberto EQUAL "S"
           CLOSE HISTIDX
       END-IF.
       IF wstrfaberto EQUAL "S"
           CLOSE TRANSFER
       END-IF.

      *----------------------------------------------------------------*
      * Every transfer dated in the window: out of the old depto when
      * the old empresa is this one, into the new depto when the new
      * empresa is.
      *----------------------------------------------------------------*
       APURA-TRANSFERENCIAS.
       MOVE "N" TO wsfimtrf.
       MOVE LOW-VALUES TO TRF-CHAVE.
       START TRANSFER KEY NOT LESS THAN TRF-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimtrf
       END-START.
       PERFORM LE-PROXIMA-TRANSFERENCIA.
       PERFORM CONTA-TRANSFERENCIA UNTIL wsfimtrf EQUAL "S".

       LE-PROXIMA-TRANSFERENCIA.
       IF wsfimtrf EQUAL "N"
           READ TRANSFER NEXT RECORD
               AT END
                   MOVE "S" TO wsfimtrf
           END-READ
       END-IF.

       CONTA-TRANSFERENCIA.
       IF TRF-VIGENCIA(1:6) NOT LESS THAN wsjanini AND
           TRF-VIGENCIA(1:6) NOT GREATER THAN wsjanfim
           MOVE TRF-EMPANT TO wsempdt
           PERFORM NORMALIZA-EMPRESA
           IF wsempdt EQUAL wsempresa
               MOVE TRF-DEPTOANT TO wsdepto
               PERFORM LOCALIZA-DEPTO
               MOVE 2 TO wspix
               PERFORM SOMA-TRANSF-SAIDA
               IF TRF-VIGENCIA(1:6) EQUAL wsjanfim
                   MOVE 1 TO wspix
                   PERFORM SOMA-TRANSF-SAIDA
               END-IF
           END-IF
           MOVE TRF-EMPNOVA TO wsempdt
           PERFORM NORMALIZA-EMPRESA
           IF wsempdt EQUAL wsempresa
               MOVE TRF-DEPTONOVO TO wsdepto
               PERFORM LOCALIZA-DEPTO
               MOVE 2 TO wspix
               PERFORM SOMA-TRANSF-ENTRADA
               IF TRF-VIGENCIA(1:6) EQUAL wsjanfim
                   MOVE 1 TO wspix
                   PERFORM SOMA-TRANSF-ENTRADA
               END-IF
           END-IF
       END-IF.
       PERFORM LE-PROXIMA-TRANSFERENCIA.

       SOMA-TRANSF-SAIDA.
       IF wsdix GREATER THAN ZERO
           ADD 1 TO TRN-TRFSAI(wsdix, wspix)
       END-IF.
       ADD 1 TO TRN-TRFSAI(31, wspix).

       SOMA-TRANSF-ENTRADA.
       IF wsdix GREATER THAN ZERO
           ADD 1 TO TRN-TRFENT(wsdix, wspix)
       END-IF.
       ADD 1 TO TRN-TRFENT(31, wspix).

       NORMALIZA-EMPRESA.
       IF wsempdt EQUAL SPACES
           MOVE "01" TO wsempdt
       END-IF.

       LE-PROXIMO-CADASTRO.
       READ CADASTRO NEXT RECORD
           AT END
               MOVE "S" TO wsfimcad
       END-READ.

      *----------------------------------------------------------------*
      * One prontuario: its headcount in each month of the window, its
      * journal movements, the cadastro dates the journal missed and,
      * when still on staff at the end of the competencia, its tempo
      * de casa band.
      *----------------------------------------------------------------*
       APURA-EMPREGADO.
       MOVE CAD-PRONTUARIO TO wspront.
       MOVE "00000000" TO wsadmissao.
       IF CAD-ADMISSAO(3:1) EQUAL "/"
           MOVE SPACES TO wsadmissao
           STRING CAD-ADMISSAO(7:4) CAD-ADMISSAO(4:2)
               CAD-ADMISSAO(1:2) DELIMITED BY SIZE INTO wsadmissao
       END-IF.
       MOVE "99999999" TO wsdeslig.
       IF CAD-DESLIGAMENTO(3:1) EQUAL "/"
           MOVE SPACES TO wsdeslig
           STRING CAD-DESLIGAMENTO(7:4) CAD-DESLIGAMENTO(4:2)
               CAD-DESLIGAMENTO(1:2) DELIMITED BY SIZE INTO wsdeslig
       END-IF.
       MOVE wsadmissao TO wsdataref.
       PERFORM CONVERTE-DATA.
       MOVE wsdias TO wsdiasadm.
       MOVE "N" TO wsachou.
       MOVE 1 TO wsmix.
       PERFORM APURA-HEADCOUNT-MES UNTIL wsmix GREATER THAN 12.
       IF wsachou EQUAL "S"
           ADD 1 TO wsqtdempreg
       END-IF.
       MOVE "N" TO wsachouadm.
       MOVE "N" TO wsachoudesl.
       MOVE 1 TO wsex.
       PERFORM CONFERE-EVENTO UNTIL wsex GREATER THAN wsqtdevt.
       IF wsachouadm EQUAL "N" AND
           wsadmissao(1:6) NOT LESS THAN wsjanini AND
           wsadmissao(1:6) NOT GREATER THAN wsjanfim
           MOVE "A" TO wstipo
           MOVE wsadmissao TO wsdatamov
           PERFORM CONTA-MOVIMENTO-EMPRESA
       END-IF.
       IF wsachoudesl EQUAL "N" AND
           wsdeslig(1:6) NOT LESS THAN wsjanini AND
           wsdeslig(1:6) NOT GREATER THAN wsjanfim
           MOVE "D" TO wstipo
           MOVE wsdeslig TO wsdatamov
           PERFORM CONTA-MOVIMENTO-EMPRESA
       END-IF.
       IF wsadmissao NOT GREATER THAN wsfimcomp AND
           wsdeslig GREATER THAN wsfimcomp AND
           NOT (CAD-EMPREGADO-INATIVO AND wsdeslig EQUAL "99999999")
           PERFORM CLASSIFICA-TEMPO-CASA
       END-IF.
       PERFORM LE-PROXIMO-CADASTRO.

      *No quadro do mes quem tem ficha normal; sem ficha, quem o
      *cadastro diz admitido e nao desligado no mes (um inativo sem
      *data de desligamento so conta com ficha)
       APURA-HEADCOUNT-MES.
       MOVE "N" TO wsachoufic.
       IF wshidxaberto EQUAL "S"
           MOVE wspront TO HIDX-PRONTUARIO
           MOVE MES-COMPET(wsmix) TO HIDX-COMPET
           MOVE "1" TO HIDX-MODO
           READ HISTIDX
               INVALID KEY
                   MOVE "N" TO wsachoufic
               NOT INVALID KEY
                   MOVE "S" TO wsachoufic
           END-READ
       END-IF.
       IF wsachoufic EQUAL "N" AND
           wsadmissao(1:6) NOT GREATER THAN MES-AAAAMM(wsmix) AND
           wsdeslig(1:6) NOT LESS THAN MES-AAAAMM(wsmix) AND
           NOT (CAD-EMPREGADO-INATIVO AND wsdeslig EQUAL "99999999")
           MOVE "S" TO wsachoufic
       END-IF.
       IF wsachoufic EQUAL "S"
           MOVE SPACES TO wsdataref
           STRING MES-AAAAMM(wsmix) "31"
               DELIMITED BY SIZE INTO wsdataref
           PERFORM DEPTO-NA-DATA
           IF wsempdt EQUAL wsempresa
               MOVE "S" TO wsachou
               MOVE wsdeptodt TO wsdepto
               PERFORM LOCALIZA-DEPTO
               MOVE 2 TO wspix
               PERFORM SOMA-HEADCOUNT
               IF wsmix EQUAL 12
                   MOVE 1 TO wspix
                   PERFORM SOMA-HEADCOUNT
               END-IF
           END-IF
       END-IF.
       ADD 1 TO wsmix.

       SOMA-HEADCOUNT.
       IF wsdix GREATER THAN ZERO
           ADD 1 TO TRN-HCSOMA(wsdix, wspix)
       END-IF.
       ADD 1 TO TRN-HCSOMA(31, wspix).

      *Um movimento do journal deste prontuario; a admissao e o
      *desligamento do cadastro contam como vistos quando o journal
      *traz um do mesmo tipo no mesmo mes
       CONFERE-EVENTO.
       IF EVT-PRONT(wsex) EQUAL wspront
           MOVE "S" TO EVT-USADO(wsex)
           MOVE EVT-TIPO(wsex) TO wstipo
           MOVE EVT-DATA(wsex) TO wsdatamov
           IF wstipo EQUAL "D"
               IF wsdatamov(1:6) EQUAL wsdeslig(1:6)
                   MOVE "S" TO wsachoudesl
               END-IF
           ELSE
               IF wsdatamov(1:6) EQUAL wsadmissao(1:6)
                   MOVE "S" TO wsachouadm
               END-IF
           END-IF
           MOVE wsdatamov TO wsdataref
           PERFORM DEPTO-NA-DATA
           MOVE wsdeptodt TO wsdepto
           PERFORM LOCALIZA-DEPTO
           PERFORM CONTA-MOVIMENTO
       END-IF.
       ADD 1 TO wsex.

      *Um movimento tirado do cadastro conta so se o prontuario
      *estava nesta empresa na data dele
       CONTA-MOVIMENTO-EMPRESA.
       MOVE wsdatamov TO wsdataref.
       PERFORM DEPTO-NA-DATA.
       IF wsempdt EQUAL wsempresa
           MOVE wsdeptodt TO wsdepto
           PERFORM LOCALIZA-DEPTO
           PERFORM CONTA-MOVIMENTO
       END-IF.

       CONTA-MOVIMENTO.
       MOVE 2 TO wspix.
       PERFORM SOMA-MOVIMENTO.
       IF wsdatamov(1:6) EQUAL wsjanfim
           MOVE 1 TO wspix
           PERFORM SOMA-MOVIMENTO
       END-IF.

      *O tempo de casa do desligado vai da admissao do cadastro ate a
      *data do desligamento; uma admissao posterior (readmitido) fica
      *fora da media
       SOMA-MOVIMENTO.
       IF wstipo EQUAL "D"
           MOVE wsdatamov TO wsdataref
           PERFORM CONVERTE-DATA
           COMPUTE wstempo = wsdias - wsdiasadm
           IF wsdix GREATER THAN ZERO
               ADD 1 TO TRN-DESL(wsdix, wspix)
           END-IF
           ADD 1 TO TRN-DESL(31, wspix)
           IF wsadmissao NOT EQUAL "00000000" AND
              wstempo NOT LESS THAN ZERO
               IF wsdix GREATER THAN ZERO
                   ADD 1 TO TRN-QTDTEMPO(wsdix, wspix)
                   ADD wstempo TO TRN-TEMPO(wsdix, wspix)
               END-IF
               ADD 1 TO TRN-QTDTEMPO(31, wspix)
               ADD wstempo TO TRN-TEMPO(31, wspix)
               IF wstempo NOT GREATER THAN 90
                   IF wsdix GREATER THAN ZERO
                       ADD 1 TO TRN-PRECOCE(wsdix, wspix)
                   END-IF
                   ADD 1 TO TRN-PRECOCE(31, wspix)
               END-IF
           END-IF
       ELSE
           IF wsdix GREATER THAN ZERO
               ADD 1 TO TRN-ADM(wsdix, wspix)
           END-IF
           ADD 1 TO TRN-ADM(31, wspix)
       END-IF.

      *----------------------------------------------------------------*
      * Tempo de casa at the end of the competencia in six bands: up
      * to 3 months, 3 to 12 months, 1 to 2, 2 to 5, 5 to 10 and over
      * 10 years.
      *----------------------------------------------------------------*
       CLASSIFICA-TEMPO-CASA.
       MOVE wsfimcomp TO wsdataref.
       PERFORM DEPTO-NA-DATA.
       IF wsempdt EQUAL wsempresa
           MOVE wsfimcomp TO wsdataref
           PERFORM CONVERTE-DATA
           COMPUTE wstempo = wsdias - wsdiasadm
           MOVE 6 TO wsfix
           IF wstempo LESS THAN 3600
               MOVE 5 TO wsfix
           END-IF
           IF wstempo LESS THAN 1800
               MOVE 4 TO wsfix
           END-IF
           IF wstempo LESS THAN 720
               MOVE 3 TO wsfix
           END-IF
           IF wstempo LESS THAN 360
               MOVE 2 TO wsfix
           END-IF
           IF wstempo LESS THAN 90
               MOVE 1 TO wsfix
           END-IF
           MOVE wsdeptodt TO wsdepto
           PERFORM LOCALIZA-DEPTO
           IF wsdix GREATER THAN ZERO
               ADD 1 TO TRN-FAIXA(wsdix, wsfix)
           END-IF
           ADD 1 TO TRN-FAIXA(31, wsfix)
       END-IF.

      *Movimentos do journal de prontuarios fora do cadastro: so no
      *total da empresa, o depto e desconhecido
       APURA-SEM-CADASTRO.
       MOVE ZERO TO wsdix.
       MOVE "00000000" TO wsadmissao.
       MOVE 1 TO wsex.
       PERFORM CONTA-SEM-CADASTRO UNTIL wsex GREATER THAN wsqtdevt.

       CONTA-SEM-CADASTRO.
       IF EVT-USADO(wsex) EQUAL "N"
           ADD 1 TO wsqtdsemcad
           MOVE EVT-TIPO(wsex) TO wstipo
           MOVE EVT-DATA(wsex) TO wsdatamov
           PERFORM CONTA-MOVIMENTO
       END-IF.
       ADD 1 TO wsex.

      *----------------------------------------------------------------*
      * Depto and empresa of wspront on wsdataref: the old side of
      * the first transfer effective after the date, or the cadastro
      * when no transfer came later.
      *----------------------------------------------------------------*
       DEPTO-NA-DATA.
       MOVE CAD-DEPTO TO wsdeptodt.
       MOVE CAD-EMPRESA TO wsempdt.
       IF wstrfaberto EQUAL "S"
           MOVE wspront TO TRF-PRONTUARIO
           MOVE wsdataref TO TRF-VIGENCIA
           START TRANSFER KEY GREATER THAN TRF-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimtrf
               NOT INVALID KEY
                   MOVE "N" TO wsfimtrf
           END-START
           PERFORM LE-PROXIMA-TRANSFERENCIA
           IF wsfimtrf EQUAL "N" AND TRF-PRONTUARIO EQUAL wspront
               MOVE TRF-DEPTOANT TO wsdeptodt
               MOVE TRF-EMPANT TO wsempdt
           END-IF
       END-IF.
       PERFORM NORMALIZA-EMPRESA.

       CONVERTE-DATA.
       MOVE ZERO TO wsdias.
       IF wsdataref IS NUMERIC
           MOVE wsdataref(1:4) TO wsdataano
           MOVE wsdataref(5:2) TO wsdatames
           MOVE wsdataref(7:2) TO wsdatadia
           COMPUTE wsdias = (wsdataano * 360) + (wsdatames * 30)
               + wsdatadia
       END-IF.

       LOCALIZA-DEPTO.
       MOVE "N" TO wsachoudep.
       MOVE 1 TO wsdix.
       PERFORM PROCURA-DEPTO
           UNTIL wsdix GREATER THAN wsqtddeptos OR wsachoudep
           EQUAL "S".
       IF wsachoudep EQUAL "N" AND wsqtddeptos LESS THAN 30
           ADD 1 TO wsqtddeptos
           MOVE wsqtddeptos TO wsdix
           MOVE wsdepto TO TRN-DEPTO(wsdix)
           MOVE "S" TO wsachoudep
       END-IF.
       IF wsachoudep EQUAL "N"
           MOVE ZERO TO wsdix
       END-IF.

       PROCURA-DEPTO.
       IF TRN-DEPTO(wsdix) EQUAL wsdepto
           MOVE "S" TO wsachoudep
       ELSE
           ADD 1 TO wsdix
       END-IF.

      *----------------------------------------------------------------*
      * Per depto, then the empresa total: the month and the twelve
      * months side by side, then the current staff by tempo de casa.
      *----------------------------------------------------------------*
       IMPRIME-TURNOVER.
       OPEN OUTPUT IMPRESSO.
       MOVE "IMPRIME-TURNOVER" TO wserr-para.
       PERFORM TESTA-FS-IMP.
       MOVE ZERO TO wspagina.
       PERFORM QUEBRA-PAGINA.
       MOVE 1 TO wsdix.
       PERFORM IMPRIME-UM-DEPTO UNTIL wsdix GREATER THAN wsqtddeptos.
       MOVE 31 TO wsdix.
       PERFORM IMPRIME-UM-DEPTO.
       IF wsqtdsemcad GREATER THAN ZERO
           MOVE wsqtdsemcad TO wsmascqtd
           MOVE SPACES TO IMP-LINHA
           STRING "MOVIMENTOS DO JOURNAL SEM CADASTRO (SO NO TOTAL): "
               DELIMITED BY SIZE
               wsmascqtd DELIMITED BY SIZE
               INTO IMP-LINHA
           PERFORM GRAVA-LINHA-IMP
       END-IF.
       CLOSE IMPRESSO.

       QUEBRA-PAGINA.
       ADD 1 TO wspagina.
       MOVE wspagina TO wsmascpag.
       MOVE SPACES TO IMP-LINHA.
       STRING "TURNOVER E TEMPO DE CASA" DELIMITED BY SIZE
           "   EMPRESA: " DELIMITED BY SIZE
           wsempresa DELIMITED BY SIZE
           "   COMPETENCIA: " DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           "   DOZE MESES DESDE " DELIMITED BY SIZE
           MES-COMPET(1) DELIMITED BY SIZE
           "   EMITIDO: " DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           "   PAGINA " DELIMITED BY SIZE
           wsmascpag DELIMITED BY SIZE
           INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE "QUEBRA-PAGINA" TO wserr-para.
       PERFORM TESTA-FS-IMP.
       MOVE SPACES TO IMP-LINHA.
       STRING "                    HC MEDIO   ADMISSOES   DESLIGAM."
           DELIMITED BY SIZE
           "  TRANSF.ENT  TRANSF.SAI  TURNOVER % TEMPO MEDIO"
           DELIMITED BY SIZE
           "  DESLIG.ATE" DELIMITED BY SIZE
           INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE SPACES TO IMP-LINHA.
       MOVE "DESLIG.MESES     90 DIAS" TO IMP-LINHA(89:24).
       WRITE IMP-LINHA.
       MOVE SPACES TO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE 4 TO wslinha.

       GRAVA-LINHA-IMP.
       IF wslinha GREATER THAN wsmaxlinhas
           PERFORM QUEBRA-PAGINA
       END-IF.
       WRITE IMP-LINHA.
       MOVE "GRAVA-LINHA-IMP" TO wserr-para.
       PERFORM TESTA-FS-IMP.
       ADD 1 TO wslinha.

       IMPRIME-UM-DEPTO.
       IF wslinha GREATER THAN wsmaxlinhas - 6
           PERFORM QUEBRA-PAGINA
       END-IF.
       MOVE SPACES TO IMP-LINHA.
       IF wsdix EQUAL 31
           MOVE "TOTAL DA EMPRESA" TO IMP-LINHA
       ELSE
           STRING "DEPTO: " DELIMITED BY SIZE
               TRN-DEPTO(wsdix) DELIMITED BY SIZE
               INTO IMP-LINHA
       END-IF.
       PERFORM GRAVA-LINHA-IMP.
       MOVE 1 TO wspix.
       MOVE SPACES TO wsrotulo.
       STRING "  MES " wscompetencia
           DELIMITED BY SIZE INTO wsrotulo.
       PERFORM IMPRIME-PERIODO.
       MOVE 2 TO wspix.
       MOVE "  DOZE MESES" TO wsrotulo.
       PERFORM IMPRIME-PERIODO.
       MOVE 1 TO wsfix.
       PERFORM MONTA-FAIXA UNTIL wsfix GREATER THAN 6.
       MOVE SPACES TO IMP-LINHA.
       STRING "  QUADRO ATUAL POR TEMPO DE CASA - ATE 3 MESES:"
           DELIMITED BY SIZE
           wsmascfx(1) DELIMITED BY SIZE
           "  3 A 12 MESES:" DELIMITED BY SIZE
           wsmascfx(2) DELIMITED BY SIZE
           "  1 A 2 ANOS:" DELIMITED BY SIZE
           wsmascfx(3) DELIMITED BY SIZE
           "  2 A 5 ANOS:" DELIMITED BY SIZE
           wsmascfx(4) DELIMITED BY SIZE
           "  5 A 10 ANOS:" DELIMITED BY SIZE
           wsmascfx(5) DELIMITED BY SIZE
           "  MAIS DE 10:" DELIMITED BY SIZE
           wsmascfx(6) DELIMITED BY SIZE
           INTO IMP-LINHA.
       PERFORM GRAVA-LINHA-IMP.
       MOVE SPACES TO IMP-LINHA.
       PERFORM GRAVA-LINHA-IMP.
       ADD 1 TO wsdix.

       MONTA-FAIXA.
       MOVE TRN-FAIXA(wsdix, wsfix) TO wsmascfx(wsfix).
       ADD 1 TO wsfix.

      *Headcount medio do periodo (um mes ou doze); turnover e a media
      *de admissoes e desligamentos sobre ele; tempo medio em meses
       IMPRIME-PERIODO.
       IF wspix EQUAL 1
           MOVE TRN-HCSOMA(wsdix, wspix) TO wshcmedio
       ELSE
           COMPUTE wshcmedio ROUNDED = TRN-HCSOMA(wsdix, wspix) / 12
       END-IF.
       IF wshcmedio EQUAL ZERO
           MOVE ZERO TO wspct
       ELSE
           COMPUTE wspct ROUNDED = ((TRN-ADM(wsdix, wspix) +
               TRN-DESL(wsdix, wspix)) / 2) * 100 / wshcmedio
       END-IF.
       IF TRN-QTDTEMPO(wsdix, wspix) EQUAL ZERO
           MOVE ZERO TO wsmeses
       ELSE
           COMPUTE wsmeses ROUNDED = TRN-TEMPO(wsdix, wspix) /
               TRN-QTDTEMPO(wsdix, wspix) / 30
       END-IF.
       MOVE SPACES TO wscolunas.
       MOVE wshcmedio TO wsmaschc.
       MOVE wsmaschc TO wscol(1)(5:8).
       MOVE TRN-ADM(wsdix, wspix) TO wsmascqtd.
       MOVE wsmascqtd TO wscol(2)(8:5).
       MOVE TRN-DESL(wsdix, wspix) TO wsmascqtd.
       MOVE wsmascqtd TO wscol(3)(8:5).
       MOVE TRN-TRFENT(wsdix, wspix) TO wsmascqtd.
       MOVE wsmascqtd TO wscol(4)(8:5).
       MOVE TRN-TRFSAI(wsdix, wspix) TO wsmascqtd.
       MOVE wsmascqtd TO wscol(5)(8:5).
       MOVE wspct TO wsmascpct.
       MOVE wsmascpct TO wscol(6)(6:7).
       MOVE wsmeses TO wsmascmes.
       MOVE wsmascmes TO wscol(7)(7:6).
       MOVE TRN-PRECOCE(wsdix, wspix) TO wsmascqtd.
       MOVE wsmascqtd TO wscol(8)(8:5).
       MOVE SPACES TO IMP-LINHA.
       STRING wsrotulo DELIMITED BY SIZE
           wscolunas DELIMITED BY SIZE
           INTO IMP-LINHA.
       PERFORM GRAVA-LINHA-IMP.

      *----------------------------------------------------------------*
      * Helpers: empresa and competencia typed and validated, today's
      * date.
      *----------------------------------------------------------------*
       PEDE-EMPRESA.
       DISPLAY "Codigo da empresa (ENTER = 01): " WITH NO ADVANCING.
       MOVE SPACES TO wsempresa.
       ACCEPT wsempresa.
       IF wsempresa EQUAL SPACES
           MOVE "01" TO wsempresa
       END-IF.

       PEDE-COMPETENCIA.
       DISPLAY "Competencia (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       PERFORM VALIDA-COMPETENCIA.

       VALIDA-COMPETENCIA.
       MOVE "N" TO wscompok.
       IF wscompetencia(3:1) EQUAL "/" AND
           wscompetencia(1:2) IS NUMERIC AND
           wscompetencia(4:4) IS NUMERIC
           IF wscompetencia(1:2) GREATER THAN "00" AND
              wscompetencia(1:2) LESS THAN "13"
               MOVE "S" TO wscompok
           END-IF
       END-IF.

       MONTA-DATA-HOJE.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.

       TESTA-FS-IMP.
           MOVE wsfs-imp TO wserr-fs.
           MOVE "TP75TRN.REL" TO wserr-arq.
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
               " TP75TRN PARAGRAFO:" DELIMITED BY SIZE
               wserr-para DELIMITED BY SIZE
               " ARQUIVO:" DELIMITED BY SIZE
               wserr-arq DELIMITED BY SIZE
               " STATUS:" DELIMITED BY SIZE
               wserr-fs DELIMITED BY SIZE
               INTO ERR-LINHA.
           WRITE ERR-LINHA.
           CLOSE ERRLOG.
           DISPLAY "ERRO DE E/S EM TP75TRN - VER ERROS.LOG".
           MOVE 8 TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
