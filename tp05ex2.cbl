      *              instead of leaving CONTAGEM looping forever.
      * 09/08/2026 - Each number in the sequence is also written to
      *              TP05EX2.SEQ.
      * 15/10/2026 - Opening choice between the number sequence and
      *              the loan amortization schedule: Price and SAC
      *              tables for a typed valor, taxa and prazo, and the
      *              projection of an EMPRESTIMO.DAT contract from
      *              EMP-ULTCOMP with the saldo to pay it off today,
      *              printed to TP05EX2.REL.
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           SELECT SEQUENCIA ASSIGN TO "TP05EX2.SEQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-seq.
           SELECT TABELA ASSIGN TO "TP05EX2.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-tab.
           SELECT EMPRESTIMO ASSIGN TO "EMPRESTIMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-PRONTUARIO
           FILE STATUS IS wsfs-emp.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FD SEQUENCIA.
       01 SEQ-LINHA                    PIC X(30).

       FD TABELA.
       01 TAB-LINHA                    PIC X(80).

       FD EMPRESTIMO.
       COPY EMPRESTIMO.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsnumfim PIC 9(4)V99.
       77 wsinc PIC 9(4)V99.
       77 wsfs-seq PIC XX.
       77 wsfs-tab PIC XX.
       77 wsfs-emp PIC XX.
      *Variaveis do log de erros de E/S compartilhado (ERROS.LOG)
       77 wsfs-err PIC XX.
       77 wserr-fs PIC XX.
       77 wsnumfim-dec PIC 99.
       77 wsinc-int PIC 9(4).
       77 wsinc-dec PIC 99.

      *Tabela de amortizacao (Price e SAC)
       77 wsmodo PIC 9 VALUE ZERO.
       77 wsvalor PIC 9(7)V99 VALUE ZERO.
       77 wsvalor-int PIC 9(7).
       77 wsvalor-dec PIC 99.
       77 wstaxapct PIC 9(2)V9(4) VALUE ZERO.
       77 wstaxa-int PIC 9(2).
       77 wstaxa-dec PIC 9(4).
       77 wstaxa PIC 9V9(8) VALUE ZERO.
       77 wsprazo PIC 9(3) VALUE ZERO.
       77 wsfator PIC 9(7)V9(10) VALUE ZERO.
       77 wsfatorj PIC 9(7)V9(10) VALUE ZERO.
       77 wsfatorn PIC 9(7)V9(10) VALUE ZERO.
       77 wscoef PIC 9(5)V9(10) VALUE ZERO.
       77 wsprestacao PIC 9(7)V99 VALUE ZERO.
       77 wsamortsac PIC 9(7)V99 VALUE ZERO.
       77 wssaldo PIC 9(9)V99 VALUE ZERO.
       77 wsjuros PIC 9(7)V99 VALUE ZERO.
       77 wsamort PIC 9(9)V99 VALUE ZERO.
       77 wsparcela PIC 9(9)V99 VALUE ZERO.
       77 wstotparc PIC 9(9)V99 VALUE ZERO.
       77 wstotjuros PIC 9(9)V99 VALUE ZERO.
       77 wsperiodo PIC 9(3) VALUE ZERO.
       77 wsprontuario PIC X(9) VALUE SPACES.
       77 wsachouemp PIC X VALUE "N".
      *Competencia de cada parcela, so na projecao de um contrato
       77 wscomcompet PIC X VALUE "N".
       77 wscompmes PIC 9(2) VALUE ZERO.
       77 wscompano PIC 9(4) VALUE ZERO.
       77 wscompet PIC X(7) VALUE SPACES.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsperiodo-ed PIC ZZ9.
       77 wsparcela-ed PIC ZZZ.ZZZ.ZZ9,99.
       77 wsjuros-ed PIC ZZZ.ZZZ.ZZ9,99.
       77 wsamort-ed PIC ZZZ.ZZZ.ZZ9,99.
       77 wssaldo-ed PIC ZZZ.ZZZ.ZZ9,99.
       77 wstaxa-ed PIC Z9,9999.
      *----------------------------------------------------------------*
       SCREEN SECTION.


       PROCEDURE DIVISION.
       ENTRADA.
           DISPLAY "1 - Sequencia numerica".
           DISPLAY "2 - Tabela de amortizacao (Price e SAC)".
           DISPLAY "3 - Projecao de emprestimo consignado".
           DISPLAY "Digite a opcao: ".
           ACCEPT wsmodo.
           IF wsmodo EQUAL 2
               PERFORM TABELA-AMORTIZACAO
           ELSE
               IF wsmodo EQUAL 3
                   PERFORM PROJECAO-CONTRATO
               ELSE
                   PERFORM SEQUENCIA-NUMERICA
               END-IF
           END-IF.
           GOBACK.

       SEQUENCIA-NUMERICA.
           DISPLAY "Insira o numero inicial, parte inteira: ".
           ACCEPT wsnumini-int.
           DISPLAY "Insira o numero inicial, centavos (00-99): ".
           OPEN OUTPUT SEQUENCIA.
           perform CONTAGEM until wsnumini equal to wsnumfim.
           CLOSE SEQUENCIA.

      *----------------------------------------------------------------*
      * An incremento of zero would leave CONTAGEM comparing wsnumini
           MOVE "TP05EX2.SEQ" TO wserr-arq.
           PERFORM VERIFICA-FS.

      *----------------------------------------------------------------*
      * Amortization schedule: the same stepping as CONTAGEM, one
      * parcela at a time from 1 to the prazo, with the juros of the
      * month on the saldo devedor. Price keeps the prestacao fixed,
      * valor * i * (1+i)**n / ((1+i)**n - 1); SAC keeps the
      * amortizacao fixed, valor / n. The last parcela amortizes
      * whatever saldo the rounding left, so both tables close at
      * zero. Both go to TP05EX2.REL.
      *----------------------------------------------------------------*
       TABELA-AMORTIZACAO.
           DISPLAY "Insira o valor financiado, parte inteira: ".
           ACCEPT wsvalor-int.
           DISPLAY "Insira o valor financiado, centavos (00-99): ".
           ACCEPT wsvalor-dec.
           COMPUTE wsvalor ROUNDED = wsvalor-int +
               (wsvalor-dec / 100).
           PERFORM PEDE-TAXA.
           PERFORM PEDE-PRAZO.
           MOVE "N" TO wscomcompet.
           DISPLAY limpatela.
           OPEN OUTPUT TABELA.
           MOVE "TABELA-AMORTIZACAO" TO wserr-para.
           PERFORM TESTA-FS-TAB.
           PERFORM CALCULA-PRESTACAO.
           MOVE "TABELA PRICE - PRESTACAO FIXA" TO TAB-LINHA.
           PERFORM GRAVA-CABECALHO-TABELA.
           MOVE wsvalor TO wssaldo.
           MOVE ZERO TO wsperiodo.
           PERFORM LINHA-PRICE until wsperiodo equal to wsprazo.
           PERFORM GRAVA-TOTAL-TABELA.
           COMPUTE wsamortsac ROUNDED = wsvalor / wsprazo.
           MOVE "TABELA SAC - AMORTIZACAO CONSTANTE" TO TAB-LINHA.
           PERFORM GRAVA-CABECALHO-TABELA.
           MOVE wsvalor TO wssaldo.
           MOVE ZERO TO wsperiodo.
           PERFORM LINHA-SAC until wsperiodo equal to wsprazo.
           PERFORM GRAVA-TOTAL-TABELA.
           CLOSE TABELA.
           DISPLAY "Tabelas Price e SAC gravadas em TP05EX2.REL.".

      *Taxa mensal em percentual com quatro casas (1,8500 = 1,85%)
       PEDE-TAXA.
           DISPLAY "Insira a taxa mensal (%), parte inteira: ".
           ACCEPT wstaxa-int.
           DISPLAY "Insira a taxa mensal (%), decimais (0000-9999): ".
           ACCEPT wstaxa-dec.
           COMPUTE wstaxapct = wstaxa-int + (wstaxa-dec / 10000).
           COMPUTE wstaxa = wstaxapct / 100.

       PEDE-PRAZO.
           DISPLAY "Insira o prazo em meses: ".
           ACCEPT wsprazo.
           IF wsprazo EQUAL ZERO
               DISPLAY "Prazo nao pode ser zero."
               PERFORM PEDE-PRAZO
           END-IF.

      *Sem juros a prestacao e so o valor dividido pelo prazo
       CALCULA-PRESTACAO.
           IF wstaxa EQUAL ZERO
               COMPUTE wsprestacao ROUNDED = wsvalor / wsprazo
           ELSE
               COMPUTE wsfator ROUNDED = (1 + wstaxa) ** wsprazo
               COMPUTE wsfatorj = wsfator - 1
               COMPUTE wsfatorn = wstaxa * wsfator
               DIVIDE wsfatorn BY wsfatorj GIVING wscoef ROUNDED
               COMPUTE wsprestacao ROUNDED = wsvalor * wscoef
           END-IF.

       LINHA-PRICE.
           ADD 1 TO wsperiodo.
           COMPUTE wsjuros ROUNDED = wssaldo * wstaxa.
           COMPUTE wsamort = wsprestacao - wsjuros.
           IF wsperiodo EQUAL wsprazo OR wsamort GREATER THAN wssaldo
               MOVE wssaldo TO wsamort
           END-IF.
           COMPUTE wsparcela = wsamort + wsjuros.
           SUBTRACT wsamort FROM wssaldo.
           PERFORM GRAVA-LINHA-TABELA.

       LINHA-SAC.
           ADD 1 TO wsperiodo.
           COMPUTE wsjuros ROUNDED = wssaldo * wstaxa.
           IF wsperiodo EQUAL wsprazo OR wsamortsac GREATER THAN
               wssaldo
               MOVE wssaldo TO wsamort
           ELSE
               MOVE wsamortsac TO wsamort
           END-IF.
           COMPUTE wsparcela = wsamort + wsjuros.
           SUBTRACT wsamort FROM wssaldo.
           PERFORM GRAVA-LINHA-TABELA.

      *----------------------------------------------------------------*
      * Projection of a consignado on EMPRESTIMO.DAT: the parcelas
      * still to come, at the taxa of the credor's contract, from the
      * month after EMP-ULTCOMP. The saldo devedor today is the
      * present value of those parcelas - what it costs to pay the
      * loan off now - and the schedule is the Price table of that
      * saldo with the contract's own parcela, to check against the
      * credor's statement.
      *----------------------------------------------------------------*
       PROJECAO-CONTRATO.
           DISPLAY "Insira o prontuario: ".
           MOVE SPACES TO wsprontuario.
           ACCEPT wsprontuario.
           MOVE "N" TO wsachouemp.
           OPEN INPUT EMPRESTIMO.
           IF wsfs-emp NOT EQUAL "35"
               MOVE wsprontuario TO EMP-PRONTUARIO
               READ EMPRESTIMO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO wsachouemp
               END-READ
               CLOSE EMPRESTIMO
           END-IF.
           IF wsachouemp NOT EQUAL "S"
               DISPLAY "Prontuario sem emprestimo consignado."
           ELSE
               IF EMP-RESTANTES EQUAL ZERO
                   DISPLAY "Emprestimo ja quitado."
               ELSE
                   PERFORM PROJETA-CONTRATO
               END-IF
           END-IF.

       PROJETA-CONTRATO.
           MOVE EMP-PARCELA TO wsparcela-ed.
           DISPLAY "Credor " EMP-CREDOR " contrato " EMP-CONTRATO.
           DISPLAY "Parcela " wsparcela-ed " restantes " EMP-RESTANTES
               " ultimo desconto " EMP-ULTCOMP.
           PERFORM PEDE-TAXA.
           MOVE EMP-PARCELA TO wsprestacao.
           MOVE EMP-RESTANTES TO wsprazo.
           IF wstaxa EQUAL ZERO
               COMPUTE wsvalor = EMP-PARCELA * EMP-RESTANTES
           ELSE
               COMPUTE wsfator ROUNDED = (1 + wstaxa) ** wsprazo
               COMPUTE wsfatorj = wsfator - 1
               COMPUTE wsfatorn = wstaxa * wsfator
               DIVIDE wsfatorj BY wsfatorn GIVING wscoef ROUNDED
               COMPUTE wsvalor ROUNDED = EMP-PARCELA * wscoef
           END-IF.
           PERFORM PRIMEIRA-COMPETENCIA.
           MOVE "S" TO wscomcompet.
           DISPLAY limpatela.
           OPEN OUTPUT TABELA.
           MOVE "PROJETA-CONTRATO" TO wserr-para.
           PERFORM TESTA-FS-TAB.
           MOVE SPACES TO TAB-LINHA.
           STRING "PROJECAO DO CONSIGNADO - PRONTUARIO " DELIMITED
               BY SIZE
               EMP-PRONTUARIO DELIMITED BY SIZE
               " CREDOR " DELIMITED BY SIZE
               EMP-CREDOR DELIMITED BY SIZE
               " CONTRATO " DELIMITED BY SIZE
               EMP-CONTRATO DELIMITED BY SIZE
               INTO TAB-LINHA.
           PERFORM GRAVA-CABECALHO-TABELA.
           MOVE wsvalor TO wssaldo.
           MOVE ZERO TO wsperiodo.
           PERFORM LINHA-PRICE until wsperiodo equal to wsprazo.
           PERFORM GRAVA-TOTAL-TABELA.
           MOVE wsvalor TO wssaldo-ed.
           MOVE SPACES TO TAB-LINHA.
           STRING "SALDO PARA QUITACAO HOJE: " DELIMITED BY SIZE
               wssaldo-ed DELIMITED BY SIZE
               INTO TAB-LINHA.
           PERFORM GRAVA-LINHA-REL.
           CLOSE TABELA.
           DISPLAY "Saldo para quitacao hoje: " wssaldo-ed.
           DISPLAY "Projecao gravada em TP05EX2.REL.".

      *A primeira parcela a vencer e a do mes seguinte ao ultimo
      *desconto; sem desconto ainda, a da competencia corrente
       PRIMEIRA-COMPETENCIA.
           IF EMP-ULTCOMP(3:1) EQUAL "/" AND EMP-ULTCOMP(1:2) NUMERIC
               AND EMP-ULTCOMP(4:4) NUMERIC
               MOVE EMP-ULTCOMP(1:2) TO wscompmes
               MOVE EMP-ULTCOMP(4:4) TO wscompano
           ELSE
               ACCEPT wsdatahoje FROM DATE YYYYMMDD
               MOVE wsdt-ano TO wscompano
               COMPUTE wscompmes = wsdt-mes - 1
               IF wscompmes EQUAL ZERO
                   MOVE 12 TO wscompmes
                   SUBTRACT 1 FROM wscompano
               END-IF
           END-IF.

       AVANCA-COMPETENCIA.
           ADD 1 TO wscompmes.
           IF wscompmes GREATER THAN 12
               MOVE 1 TO wscompmes
               ADD 1 TO wscompano
           END-IF.
           MOVE SPACES TO wscompet.
           STRING wscompmes "/" wscompano DELIMITED BY SIZE
               INTO wscompet.

      *Titulo ja em TAB-LINHA; valor, taxa e prazo e as colunas
       GRAVA-CABECALHO-TABELA.
           PERFORM GRAVA-LINHA-REL.
           MOVE wsvalor TO wssaldo-ed.
           MOVE wstaxapct TO wstaxa-ed.
           MOVE wsprazo TO wsperiodo-ed.
           MOVE SPACES TO TAB-LINHA.
           STRING "VALOR: " DELIMITED BY SIZE
               wssaldo-ed DELIMITED BY SIZE
               "  TAXA MENSAL: " DELIMITED BY SIZE
               wstaxa-ed DELIMITED BY SIZE
               "%  PRAZO: " DELIMITED BY SIZE
               wsperiodo-ed DELIMITED BY SIZE
               " MESES" DELIMITED BY SIZE
               INTO TAB-LINHA.
           PERFORM GRAVA-LINHA-REL.
           MOVE "PARC COMPET.      PRESTACAO          JUROS"
               TO TAB-LINHA.
           MOVE "AMORTIZACAO  SALDO DEVEDOR" TO TAB-LINHA(47:26).
           PERFORM GRAVA-LINHA-REL.
           MOVE ZERO TO wstotparc.
           MOVE ZERO TO wstotjuros.

       GRAVA-LINHA-TABELA.
           ADD wsparcela TO wstotparc.
           ADD wsjuros TO wstotjuros.
           MOVE SPACES TO wscompet.
           IF wscomcompet EQUAL "S"
               PERFORM AVANCA-COMPETENCIA
           END-IF.
           MOVE wsperiodo TO wsperiodo-ed.
           MOVE wsparcela TO wsparcela-ed.
           MOVE wsjuros TO wsjuros-ed.
           MOVE wsamort TO wsamort-ed.
           MOVE wssaldo TO wssaldo-ed.
           MOVE SPACES TO TAB-LINHA.
           STRING wsperiodo-ed DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wscompet DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsparcela-ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsjuros-ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsamort-ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wssaldo-ed DELIMITED BY SIZE
               INTO TAB-LINHA.
           PERFORM GRAVA-LINHA-REL.

       GRAVA-TOTAL-TABELA.
           MOVE wstotparc TO wsparcela-ed.
           MOVE wstotjuros TO wsjuros-ed.
           MOVE SPACES TO TAB-LINHA.
           STRING "TOTAL        " DELIMITED BY SIZE
               wsparcela-ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsjuros-ed DELIMITED BY SIZE
               INTO TAB-LINHA.
           PERFORM GRAVA-LINHA-REL.
           MOVE SPACES TO TAB-LINHA.
           PERFORM GRAVA-LINHA-REL.

       GRAVA-LINHA-REL.
           WRITE TAB-LINHA.
           MOVE "GRAVA-LINHA-REL" TO wserr-para.
           PERFORM TESTA-FS-TAB.

       TESTA-FS-TAB.
           MOVE wsfs-tab TO wserr-fs.
           MOVE "TP05EX2.REL" TO wserr-arq.
           PERFORM VERIFICA-FS.

      *----------------------------------------------------------------*
      * Shop-wide I/O error handling: a WRITE or REWRITE whose file
      * status is not clean is logged to the shared ERROS.LOG with
