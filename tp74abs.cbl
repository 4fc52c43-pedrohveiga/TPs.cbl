      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP74ABS COBOL - absenteismo por depto. For one
      *          empresa and competencia, the report TP74ABS.REL
      *          shows per CAD-DEPTO the hours lost in the month and
      *          in the twelve months ending in it, split into faltas
      *          (HIDX-DIASFALTA), atrasos (HIDX-HRATRASO) and the
      *          afastamentos of AFASTAMENTOS.DAT by type - medico
      *          (DO doenca, AC acidente) apart from maternidade and
      *          the other leaves - each over the hours contracted
      *          (the absenteeism rate) and priced at the valor-hora
      *          of the ficha. Afastamentos count whatever the onus:
      *          the hours are lost to the depto even when the INSS
      *          pays them. The ten employees with most days lost in
      *          the twelve months close the report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP74ABS.
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
           SELECT AFASTAMENTOS ASSIGN TO "AFASTAMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFA-CHAVE
           FILE STATUS IS wsfs-afa.
           SELECT IMPRESSO ASSIGN TO "TP74ABS.REL"
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

       FD AFASTAMENTOS.
       COPY AFASTAMENTOS.

       FD IMPRESSO.
       01 IMP-LINHA                 PIC X(132).

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-cad PIC XX.
       77 wsfs-hidx PIC XX.
       77 wsfs-afa PIC XX.
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
       77 wsfimafa PIC X VALUE "N".
       77 wshidxaberto PIC X VALUE "N".
       77 wsafaaberto PIC X VALUE "N".
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Empresa e competencia digitadas; a janela de doze meses
      *termina na competencia
       77 wsempresa PIC X(2) VALUE "01".
       77 wsempcad PIC X(2) VALUE SPACES.
       77 wsdepto PIC X(4) VALUE SPACES.
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wscompok PIC X VALUE "N".
       77 wsano PIC 9(4) VALUE ZERO.
       77 wsmes PIC 9(2) VALUE ZERO.
       01 tabela-meses.
           05 MES-ENT OCCURS 12 TIMES.
               10 MES-COMPET PIC X(7).
               10 MES-AAAAMM PIC X(6).
               10 MES-INI PIC 9(7).
               10 MES-FIM PIC 9(7).

      *Um empregado nos doze meses: vinculo, horas e valor-hora de
      *cada mes
       01 tabela-empregado.
           05 EMP-MES OCCURS 12 TIMES.
               10 EMP-VINCULO PIC X.
               10 EMP-QTHR PIC 9(3).
               10 EMP-VLHR PIC 999V99.
       77 wsadmissao PIC X(6) VALUE SPACES.
       77 wsdeslig PIC X(6) VALUE SPACES.
       77 wsempdiasfal PIC 9(3) VALUE ZERO.
       77 wsempdiasmed PIC 9(3) VALUE ZERO.
       77 wsempdiasout PIC 9(3) VALUE ZERO.
       77 wsempdias PIC 9(3) VALUE ZERO.
       77 wsemphoras PIC 9(5)V99 VALUE ZERO.
       77 wsempcusto PIC 9(7)V99 VALUE ZERO.
       77 wsnome PIC X(30) VALUE SPACES.

      *Um afastamento na base de 30 dias por mes, como no TP04LOTE
       77 wscompano PIC 9(4) VALUE ZERO.
       77 wscompmes PIC 9(2) VALUE ZERO.
       77 wsdiaafa PIC 9(2) VALUE ZERO.
       77 wsafaini PIC 9(7) VALUE ZERO.
       77 wsafafim PIC 9(7) VALUE ZERO.
       77 wsdiasini PIC 9(7) VALUE ZERO.
       77 wsdiasfimx PIC 9(7) VALUE ZERO.
       77 wssobredias PIC S9(7) VALUE ZERO.

      *Horas perdidas por categoria: 1 faltas, 2 atrasos, 3 afast.
      *medico (DO/AC), 4 maternidade (MA), 5 outros afastamentos
       77 wscat PIC 9 VALUE ZERO.
       77 wshoras PIC 9(5)V99 VALUE ZERO.
       77 wscusto PIC 9(7)V99 VALUE ZERO.

      *Por depto, o mes (periodo 1) e os doze meses (periodo 2); a
      *entrada 31 e o total da empresa
       77 wsqtddeptos PIC 9(2) VALUE ZERO.
       77 wsqtdempreg PIC 9(5) VALUE ZERO.
       77 wsdix PIC 9(2) VALUE ZERO.
       77 wsmix PIC 9(2) VALUE ZERO.
       77 wspix PIC 9 VALUE ZERO.
       77 wscix PIC 9 VALUE ZERO.
       01 tabela-absenteismo.
           05 ABS-ENT OCCURS 31 TIMES.
               10 ABS-DEPTO PIC X(4).
               10 ABS-QTDEMP PIC 9(5).
               10 ABS-PER OCCURS 2 TIMES.
                   15 ABS-HRCONT PIC 9(8)V99.
                   15 ABS-CAT OCCURS 5 TIMES.
                       20 ABS-HORAS PIC 9(7)V99.
                       20 ABS-CUSTO PIC 9(9)V99.

      *Os dez empregados com mais dias perdidos nos doze meses
       77 wsqtdtop PIC 9(2) VALUE ZERO.
       77 wstx PIC 9(2) VALUE ZERO.
       77 wsparou PIC X VALUE "N".
       01 tabela-top.
           05 TOP-ENT OCCURS 10 TIMES.
               10 TOP-PRONTUARIO PIC X(9).
               10 TOP-NOME PIC X(30).
               10 TOP-DEPTO PIC X(4).
               10 TOP-DIASFAL PIC 9(3).
               10 TOP-DIASMED PIC 9(3).
               10 TOP-DIASOUT PIC 9(3).
               10 TOP-DIAS PIC 9(3).
               10 TOP-HORAS PIC 9(5)V99.
               10 TOP-CUSTO PIC 9(7)V99.

      *A linha em impressao: rotulo e sete colunas de 14
       77 wsrotulo PIC X(20) VALUE SPACES.
       77 wsmodo PIC X VALUE SPACES.
       01 wscolunas.
           05 wscol OCCURS 7 TIMES PIC X(14).
       77 wstothoras PIC 9(8)V99 VALUE ZERO.
       77 wstotcusto PIC 9(9)V99 VALUE ZERO.
       77 wspct PIC 9(5)V99 VALUE ZERO.

      *Paginacao de 66 linhas, a disciplina do TP19IMP
       77 wspagina PIC 9(4) VALUE ZERO.
       77 wslinha PIC 99 VALUE ZERO.
       77 wsmaxlinhas PIC 99 VALUE 62.
       77 wsmascpag PIC ZZZ9.

       77 wsmascvl PIC ZZ.ZZZ.ZZ9,99.
       77 wsmascpct PIC ZZZZZZZZZ9,99.
       77 wsmascqtd PIC ZZZZ9.
       77 wsmascd1 PIC ZZ9.
       77 wsmascd2 PIC ZZ9.
       77 wsmascd3 PIC ZZ9.
       77 wsmascd4 PIC ZZ9.
       77 wsmaschr PIC ZZ.ZZ9,99.
       77 wsmasccs PIC Z.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP74ABS - ABSENTEISMO POR DEPTO".
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
       PERFORM ZERA-DEPTO-ABS UNTIL wsdix GREATER THAN 31.
       MOVE 1 TO wstx.
       PERFORM ZERA-TOP UNTIL wstx GREATER THAN 10.
       MOVE "TOT." TO ABS-DEPTO(31).
       MOVE ZERO TO wsqtddeptos.
       MOVE ZERO TO wsqtdempreg.
       MOVE ZERO TO wsqtdtop.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT nao existe - relatorio nao emitido."
       ELSE
           PERFORM ABRE-HISTORICOS
           MOVE "N" TO wsfimcad
           PERFORM LE-PROXIMO-CADASTRO
           PERFORM APURA-EMPREGADO UNTIL wsfimcad EQUAL "S"
           CLOSE CADASTRO
           PERFORM FECHA-HISTORICOS
           PERFORM IMPRIME-ABSENTEISMO
           DISPLAY "TP74ABS - " wsqtdempreg " empregados em "
               wsqtddeptos " deptos. Relatorio em TP74ABS.REL."
       END-IF.

      *----------------------------------------------------------------*
      * The twelve competencias ending in the one typed, oldest first,
      * each with its span on the 30-day basis of AFASTAMENTOS.DAT.
      *----------------------------------------------------------------*
       MONTA-JANELA.
       MOVE wsano TO wscompano.
       MOVE wsmes TO wscompmes.
       MOVE 12 TO wsmix.
       PERFORM MONTA-MES-JANELA UNTIL wsmix EQUAL ZERO.

       MONTA-MES-JANELA.
       MOVE SPACES TO MES-COMPET(wsmix).
       STRING wscompmes "/" wscompano
           DELIMITED BY SIZE INTO MES-COMPET(wsmix).
       MOVE SPACES TO MES-AAAAMM(wsmix).
       STRING wscompano wscompmes
           DELIMITED BY SIZE INTO MES-AAAAMM(wsmix).
       COMPUTE MES-INI(wsmix) = (wscompano * 360) + (wscompmes * 30)
           + 1.
       COMPUTE MES-FIM(wsmix) = MES-INI(wsmix) + 29.
       IF wscompmes EQUAL 1
           MOVE 12 TO wscompmes
           SUBTRACT 1 FROM wscompano
       ELSE
           SUBTRACT 1 FROM wscompmes
       END-IF.
       SUBTRACT 1 FROM wsmix.

       ABRE-HISTORICOS.
       MOVE "N" TO wshidxaberto.
       OPEN INPUT HISTIDX.
       IF wsfs-hidx EQUAL "35"
           DISPLAY "TP04HISTIDX.DAT nao existe - faltas e atrasos"
               " zerados."
       ELSE
           MOVE "S" TO wshidxaberto
       END-IF.
       MOVE "N" TO wsafaaberto.
       OPEN INPUT AFASTAMENTOS.
       IF wsfs-afa EQUAL "35"
           DISPLAY "AFASTAMENTOS.DAT nao existe - afastamentos"
               " zerados."
       ELSE
           MOVE "S" TO wsafaaberto
       END-IF.

       FECHA-HISTORICOS.
       IF wshidxaberto EQUAL "S"
           CLOSE HISTIDX
       END-IF.
       IF wsafaaberto EQUAL "S"
           CLOSE AFASTAMENTOS
       END-IF.

       LE-PROXIMO-CADASTRO.
       READ CADASTRO NEXT RECORD
           AT END
               MOVE "S" TO wsfimcad
       END-READ.

      *----------------------------------------------------------------*
      * One prontuario of the empresa over the twelve months: the
      * fichas give the contracted hours, faltas and atrasos of each
      * month; the afastamentos are then spread over the months they
      * cross. A month before the admissao or after the desligamento
      * is not counted at all.
      *----------------------------------------------------------------*
       APURA-EMPREGADO.
       MOVE CAD-EMPRESA TO wsempcad.
       IF wsempcad EQUAL SPACES
           MOVE "01" TO wsempcad
       END-IF.
       IF wsempcad EQUAL wsempresa
           MOVE CAD-DEPTO TO wsdepto
           PERFORM LOCALIZA-DEPTO
           MOVE ZERO TO wsempdiasfal
           MOVE ZERO TO wsempdiasmed
           MOVE ZERO TO wsempdiasout
           MOVE ZERO TO wsemphoras
           MOVE ZERO TO wsempcusto
           PERFORM MONTA-VINCULO
           MOVE 1 TO wsmix
           PERFORM APURA-MES-EMPREGADO UNTIL wsmix GREATER THAN 12
           IF wsafaaberto EQUAL "S"
               PERFORM APURA-AFASTAMENTOS
           END-IF
           ADD 1 TO wsqtdempreg
           IF wsdix GREATER THAN ZERO
               ADD 1 TO ABS-QTDEMP(wsdix)
           END-IF
           ADD 1 TO ABS-QTDEMP(31)
           PERFORM CLASSIFICA-TOP
       END-IF.
       PERFORM LE-PROXIMO-CADASTRO.

       MONTA-VINCULO.
       MOVE "000000" TO wsadmissao.
       IF CAD-ADMISSAO(3:1) EQUAL "/"
           MOVE SPACES TO wsadmissao
           STRING CAD-ADMISSAO(7:4) CAD-ADMISSAO(4:2)
               DELIMITED BY SIZE INTO wsadmissao
       END-IF.
       MOVE "999999" TO wsdeslig.
       IF CAD-DESLIGAMENTO(3:1) EQUAL "/"
           MOVE SPACES TO wsdeslig
           STRING CAD-DESLIGAMENTO(7:4) CAD-DESLIGAMENTO(4:2)
               DELIMITED BY SIZE INTO wsdeslig
       END-IF.

       APURA-MES-EMPREGADO.
       MOVE "N" TO EMP-VINCULO(wsmix).
       MOVE ZERO TO EMP-QTHR(wsmix).
       MOVE ZERO TO EMP-VLHR(wsmix).
       IF MES-AAAAMM(wsmix) NOT LESS THAN wsadmissao AND
           MES-AAAAMM(wsmix) NOT GREATER THAN wsdeslig
           MOVE "S" TO EMP-VINCULO(wsmix)
           IF CAD-QTHORAS IS NUMERIC
               MOVE CAD-QTHORAS TO EMP-QTHR(wsmix)
           END-IF
           IF CAD-VALORHORA IS NUMERIC
               MOVE CAD-VALORHORA TO EMP-VLHR(wsmix)
           END-IF
           PERFORM LE-FICHA-MES
       END-IF.
       IF EMP-VINCULO(wsmix) EQUAL "S"
           PERFORM SOMA-CONTRATADO
       END-IF.
       ADD 1 TO wsmix.

      *A ficha normal do mes traz as horas e o valor-hora pagos; um
      *inativo sem data de desligamento so conta nos meses com ficha
       LE-FICHA-MES.
       MOVE "N" TO wsachou.
       IF wshidxaberto EQUAL "S"
           MOVE CAD-PRONTUARIO TO HIDX-PRONTUARIO
           MOVE MES-COMPET(wsmix) TO HIDX-COMPET
           MOVE "1" TO HIDX-MODO
           READ HISTIDX
               INVALID KEY
                   MOVE "N" TO wsachou
               NOT INVALID KEY
                   MOVE "S" TO wsachou
           END-READ
       END-IF.
       IF wsachou EQUAL "S"
           IF HIDX-QTHR IS NUMERIC AND HIDX-QTHR GREATER THAN ZERO
               MOVE HIDX-QTHR TO EMP-QTHR(wsmix)
           END-IF
           IF HIDX-VLHR IS NUMERIC AND HIDX-VLHR GREATER THAN ZERO
               MOVE HIDX-VLHR TO EMP-VLHR(wsmix)
           END-IF
           IF HIDX-DIASFALTA IS NUMERIC AND
              HIDX-DIASFALTA GREATER THAN ZERO
               ADD HIDX-DIASFALTA TO wsempdiasfal
               MOVE 1 TO wscat
               COMPUTE wshoras ROUNDED =
                   HIDX-DIASFALTA * EMP-QTHR(wsmix) / 30
               PERFORM SOMA-PERDA
           END-IF
           IF HIDX-HRATRASO IS NUMERIC AND
              HIDX-HRATRASO GREATER THAN ZERO
               MOVE 2 TO wscat
               MOVE HIDX-HRATRASO TO wshoras
               PERFORM SOMA-PERDA
           END-IF
       ELSE
           IF CAD-EMPREGADO-INATIVO AND wsdeslig EQUAL "999999"
               MOVE "N" TO EMP-VINCULO(wsmix)
           END-IF
       END-IF.

       SOMA-CONTRATADO.
       IF wsmix EQUAL 12
           MOVE 1 TO wspix
           PERFORM SOMA-CONTRATADO-PERIODO
       END-IF.
       MOVE 2 TO wspix.
       PERFORM SOMA-CONTRATADO-PERIODO.

       SOMA-CONTRATADO-PERIODO.
       ADD EMP-QTHR(wsmix) TO ABS-HRCONT(31, wspix).
       IF wsdix GREATER THAN ZERO AND wsdix LESS THAN 31
           ADD EMP-QTHR(wsmix) TO ABS-HRCONT(wsdix, wspix)
       END-IF.

      *----------------------------------------------------------------*
      * wshoras of category wscat lost in month wsmix, priced at the
      * valor-hora of that month, into the depto, the empresa total
      * and the employee's own count.
      *----------------------------------------------------------------*
       SOMA-PERDA.
       COMPUTE wscusto ROUNDED = wshoras * EMP-VLHR(wsmix).
       ADD wshoras TO wsemphoras.
       ADD wscusto TO wsempcusto.
       IF wsmix EQUAL 12
           MOVE 1 TO wspix
           PERFORM SOMA-PERDA-PERIODO
       END-IF.
       MOVE 2 TO wspix.
       PERFORM SOMA-PERDA-PERIODO.

       SOMA-PERDA-PERIODO.
       ADD wshoras TO ABS-HORAS(31, wspix, wscat).
       ADD wscusto TO ABS-CUSTO(31, wspix, wscat).
       IF wsdix GREATER THAN ZERO AND wsdix LESS THAN 31
           ADD wshoras TO ABS-HORAS(wsdix, wspix, wscat)
           ADD wscusto TO ABS-CUSTO(wsdix, wspix, wscat)
       END-IF.

      *----------------------------------------------------------------*
      * Every leave of the prontuario, in whichever months of the
      * window it crosses; an open leave (no AFA-FIM) runs to the end
      * of the window.
      *----------------------------------------------------------------*
       APURA-AFASTAMENTOS.
       MOVE "N" TO wsfimafa.
       MOVE CAD-PRONTUARIO TO AFA-PRONTUARIO.
       MOVE LOW-VALUES TO AFA-INI.
       START AFASTAMENTOS KEY NOT LESS THAN AFA-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimafa
       END-START.
       PERFORM LE-PROXIMO-AFASTAMENTO.
       PERFORM AVALIA-AFASTAMENTO UNTIL wsfimafa EQUAL "S".

       LE-PROXIMO-AFASTAMENTO.
       IF wsfimafa EQUAL "N"
           READ AFASTAMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO wsfimafa
           END-READ
           IF wsfimafa EQUAL "N" AND AFA-PRONTUARIO NOT EQUAL
              CAD-PRONTUARIO
               MOVE "S" TO wsfimafa
           END-IF
       END-IF.

       AVALIA-AFASTAMENTO.
       IF AFA-INI IS NUMERIC
           MOVE AFA-INI(1:4) TO wscompano
           MOVE AFA-INI(5:2) TO wscompmes
           MOVE AFA-INI(7:2) TO wsdiaafa
           COMPUTE wsafaini = (wscompano * 360) + (wscompmes * 30)
               + wsdiaafa
           IF AFA-FIM IS NUMERIC
               MOVE AFA-FIM(1:4) TO wscompano
               MOVE AFA-FIM(5:2) TO wscompmes
               MOVE AFA-FIM(7:2) TO wsdiaafa
               COMPUTE wsafafim = (wscompano * 360) +
                   (wscompmes * 30) + wsdiaafa
           ELSE
               MOVE MES-FIM(12) TO wsafafim
           END-IF
           MOVE 5 TO wscat
           IF AFA-TIPO EQUAL "DO" OR AFA-TIPO EQUAL "AC"
               MOVE 3 TO wscat
           END-IF
           IF AFA-TIPO EQUAL "MA"
               MOVE 4 TO wscat
           END-IF
           MOVE 1 TO wsmix
           PERFORM AVALIA-AFASTAMENTO-MES UNTIL wsmix GREATER THAN 12
       END-IF.
       PERFORM LE-PROXIMO-AFASTAMENTO.

       AVALIA-AFASTAMENTO-MES.
       MOVE wsafaini TO wsdiasini.
       MOVE wsafafim TO wsdiasfimx.
       IF wsdiasini LESS THAN MES-INI(wsmix)
           MOVE MES-INI(wsmix) TO wsdiasini
       END-IF.
       IF wsdiasfimx GREATER THAN MES-FIM(wsmix)
           MOVE MES-FIM(wsmix) TO wsdiasfimx
       END-IF.
       COMPUTE wssobredias = wsdiasfimx - wsdiasini + 1.
       IF wssobredias GREATER THAN ZERO AND
           EMP-VINCULO(wsmix) EQUAL "S"
           IF wscat EQUAL 3
               ADD wssobredias TO wsempdiasmed
           ELSE
               ADD wssobredias TO wsempdiasout
           END-IF
           COMPUTE wshoras ROUNDED =
               wssobredias * EMP-QTHR(wsmix) / 30
           PERFORM SOMA-PERDA
       END-IF.
       ADD 1 TO wsmix.

       ZERA-DEPTO-ABS.
       MOVE SPACES TO ABS-DEPTO(wsdix).
       MOVE ZERO TO ABS-QTDEMP(wsdix).
       MOVE 1 TO wspix.
       PERFORM ZERA-PERIODO-ABS UNTIL wspix GREATER THAN 2.
       ADD 1 TO wsdix.

       ZERA-PERIODO-ABS.
       MOVE ZERO TO ABS-HRCONT(wsdix, wspix).
       MOVE 1 TO wscix.
       PERFORM ZERA-CATEGORIA-ABS UNTIL wscix GREATER THAN 5.
       ADD 1 TO wspix.

       ZERA-CATEGORIA-ABS.
       MOVE ZERO TO ABS-HORAS(wsdix, wspix, wscix).
       MOVE ZERO TO ABS-CUSTO(wsdix, wspix, wscix).
       ADD 1 TO wscix.

       ZERA-TOP.
       MOVE SPACES TO TOP-PRONTUARIO(wstx).
       MOVE SPACES TO TOP-NOME(wstx).
       MOVE SPACES TO TOP-DEPTO(wstx).
       MOVE ZERO TO TOP-DIASFAL(wstx).
       MOVE ZERO TO TOP-DIASMED(wstx).
       MOVE ZERO TO TOP-DIASOUT(wstx).
       MOVE ZERO TO TOP-DIAS(wstx).
       MOVE ZERO TO TOP-HORAS(wstx).
       MOVE ZERO TO TOP-CUSTO(wstx).
       ADD 1 TO wstx.

       LOCALIZA-DEPTO.
       MOVE "N" TO wsachou.
       MOVE 1 TO wsdix.
       PERFORM PROCURA-DEPTO
           UNTIL wsdix GREATER THAN wsqtddeptos OR wsachou
           EQUAL "S".
       IF wsachou EQUAL "N" AND wsqtddeptos LESS THAN 30
           ADD 1 TO wsqtddeptos
           MOVE wsqtddeptos TO wsdix
           MOVE wsdepto TO ABS-DEPTO(wsdix)
           MOVE "S" TO wsachou
       END-IF.
       IF wsachou EQUAL "N"
           MOVE ZERO TO wsdix
       END-IF.

       PROCURA-DEPTO.
       IF ABS-DEPTO(wsdix) EQUAL wsdepto
           MOVE "S" TO wsachou
       ELSE
           ADD 1 TO wsdix
       END-IF.

      *----------------------------------------------------------------*
      * Days lost are faltas plus afastamento days; the employee goes
      * into the ten kept in descending order, the last one dropping
      * out when the table is full.
      *----------------------------------------------------------------*
       CLASSIFICA-TOP.
       COMPUTE wsempdias = wsempdiasfal + wsempdiasmed + wsempdiasout.
       IF wsempdias GREATER THAN ZERO
           IF wsqtdtop LESS THAN 10
               ADD 1 TO wsqtdtop
               MOVE wsqtdtop TO wstx
               MOVE "N" TO wsparou
               PERFORM DESLOCA-TOP
                   UNTIL wstx EQUAL 1 OR wsparou EQUAL "S"
               PERFORM GUARDA-TOP
           ELSE
               IF wsempdias GREATER THAN TOP-DIAS(10)
                   MOVE 10 TO wstx
                   MOVE "N" TO wsparou
                   PERFORM DESLOCA-TOP
                       UNTIL wstx EQUAL 1 OR wsparou EQUAL "S"
                   PERFORM GUARDA-TOP
               END-IF
           END-IF
       END-IF.

       DESLOCA-TOP.
       IF TOP-DIAS(wstx - 1) LESS THAN wsempdias
           MOVE TOP-ENT(wstx - 1) TO TOP-ENT(wstx)
           SUBTRACT 1 FROM wstx
       ELSE
           MOVE "S" TO wsparou
       END-IF.

       GUARDA-TOP.
       MOVE SPACES TO wsnome.
       STRING CAD-NOME DELIMITED BY "  "
           " " DELIMITED BY SIZE
           CAD-SOBRENOME DELIMITED BY "  "
           INTO wsnome.
       MOVE CAD-PRONTUARIO TO TOP-PRONTUARIO(wstx).
       MOVE wsnome TO TOP-NOME(wstx).
       MOVE CAD-DEPTO TO TOP-DEPTO(wstx).
       MOVE wsempdiasfal TO TOP-DIASFAL(wstx).
       MOVE wsempdiasmed TO TOP-DIASMED(wstx).
       MOVE wsempdiasout TO TOP-DIASOUT(wstx).
       MOVE wsempdias TO TOP-DIAS(wstx).
       MOVE wsemphoras TO TOP-HORAS(wstx).
       MOVE wsempcusto TO TOP-CUSTO(wstx).

      *----------------------------------------------------------------*
      * Per depto, then the empresa total: for the month and the
      * twelve months, the hours lost by category, the rate over the
      * contracted hours and the cost. The ten employees follow.
      *----------------------------------------------------------------*
       IMPRIME-ABSENTEISMO.
       OPEN OUTPUT IMPRESSO.
       MOVE "IMPRIME-ABSENTEISMO" TO wserr-para.
       PERFORM TESTA-FS-IMP.
       MOVE ZERO TO wspagina.
       PERFORM QUEBRA-PAGINA.
       MOVE 1 TO wsdix.
       PERFORM IMPRIME-UM-DEPTO UNTIL wsdix GREATER THAN wsqtddeptos.
       MOVE 31 TO wsdix.
       PERFORM IMPRIME-UM-DEPTO.
       PERFORM IMPRIME-TOP.
       CLOSE IMPRESSO.

       QUEBRA-PAGINA.
       ADD 1 TO wspagina.
       MOVE wspagina TO wsmascpag.
       MOVE SPACES TO IMP-LINHA.
       STRING "ABSENTEISMO POR DEPTO" DELIMITED BY SIZE
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
       STRING "                    " DELIMITED BY SIZE
           "   HR.CONTRAT.        FALTAS       ATRASOS"
           DELIMITED BY SIZE
           "  AFAST.MEDICO   MATERNIDADE  OUTROS AFAST."
           DELIMITED BY SIZE
           "  TOTAL PERDAS" DELIMITED BY SIZE
           INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE SPACES TO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE 3 TO wslinha.

       GRAVA-LINHA-IMP.
       IF wslinha GREATER THAN wsmaxlinhas
           PERFORM QUEBRA-PAGINA
       END-IF.
       WRITE IMP-LINHA.
       MOVE "GRAVA-LINHA-IMP" TO wserr-para.
       PERFORM TESTA-FS-IMP.
       ADD 1 TO wslinha.

       IMPRIME-UM-DEPTO.
       IF wslinha GREATER THAN wsmaxlinhas - 8
           PERFORM QUEBRA-PAGINA
       END-IF.
       MOVE ABS-QTDEMP(wsdix) TO wsmascqtd.
       MOVE SPACES TO IMP-LINHA.
       IF wsdix EQUAL 31
           STRING "TOTAL DA EMPRESA   EMPREGADOS: " DELIMITED BY SIZE
               wsmascqtd DELIMITED BY SIZE
               INTO IMP-LINHA
       ELSE
           STRING "DEPTO: " DELIMITED BY SIZE
               ABS-DEPTO(wsdix) DELIMITED BY SIZE
               "   EMPREGADOS: " DELIMITED BY SIZE
               wsmascqtd DELIMITED BY SIZE
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
       MOVE SPACES TO IMP-LINHA.
       PERFORM GRAVA-LINHA-IMP.
       ADD 1 TO wsdix.

       IMPRIME-PERIODO.
       MOVE ZERO TO wstothoras.
       MOVE ZERO TO wstotcusto.
       MOVE 1 TO wscix.
       PERFORM SOMA-TOTAL-PERIODO UNTIL wscix GREATER THAN 5.
       MOVE "HORAS " TO wsrotulo(15:6).
       MOVE "H" TO wsmodo.
       PERFORM IMPRIME-LINHA-PERIODO.
       MOVE SPACES TO wsrotulo.
       MOVE "TAXA %" TO wsrotulo(15:6).
       MOVE "T" TO wsmodo.
       PERFORM IMPRIME-LINHA-PERIODO.
       MOVE "CUSTO " TO wsrotulo(15:6).
       MOVE "C" TO wsmodo.
       PERFORM IMPRIME-LINHA-PERIODO.

       SOMA-TOTAL-PERIODO.
       ADD ABS-HORAS(wsdix, wspix, wscix) TO wstothoras.
       ADD ABS-CUSTO(wsdix, wspix, wscix) TO wstotcusto.
       ADD 1 TO wscix.

      *Uma linha do periodo: horas, taxa sobre o contratado ou custo;
      *a primeira coluna so traz as horas contratadas
       IMPRIME-LINHA-PERIODO.
       MOVE SPACES TO wscolunas.
       IF wsmodo EQUAL "H"
           MOVE ABS-HRCONT(wsdix, wspix) TO wsmascvl
           MOVE wsmascvl TO wscol(1)(2:13)
       END-IF.
       MOVE 1 TO wscix.
       PERFORM MONTA-COLUNA-CATEGORIA UNTIL wscix GREATER THAN 5.
       IF wsmodo EQUAL "H"
           MOVE wstothoras TO wsmascvl
           MOVE wsmascvl TO wscol(7)(2:13)
       END-IF.
       IF wsmodo EQUAL "T"
           MOVE wstothoras TO wshoras
           PERFORM CALCULA-TAXA
           MOVE wspct TO wsmascpct
           MOVE wsmascpct TO wscol(7)(2:13)
       END-IF.
       IF wsmodo EQUAL "C"
           MOVE wstotcusto TO wsmascvl
           MOVE wsmascvl TO wscol(7)(2:13)
       END-IF.
       MOVE SPACES TO IMP-LINHA.
       STRING wsrotulo DELIMITED BY SIZE
           wscolunas DELIMITED BY SIZE
           INTO IMP-LINHA.
       PERFORM GRAVA-LINHA-IMP.

       MONTA-COLUNA-CATEGORIA.
       IF wsmodo EQUAL "H"
           MOVE ABS-HORAS(wsdix, wspix, wscix) TO wsmascvl
           MOVE wsmascvl TO wscol(wscix + 1)(2:13)
       END-IF.
       IF wsmodo EQUAL "T"
           MOVE ABS-HORAS(wsdix, wspix, wscix) TO wshoras
           PERFORM CALCULA-TAXA
           MOVE wspct TO wsmascpct
           MOVE wsmascpct TO wscol(wscix + 1)(2:13)
       END-IF.
       IF wsmodo EQUAL "C"
           MOVE ABS-CUSTO(wsdix, wspix, wscix) TO wsmascvl
           MOVE wsmascvl TO wscol(wscix + 1)(2:13)
       END-IF.
       ADD 1 TO wscix.

       CALCULA-TAXA.
       IF ABS-HRCONT(wsdix, wspix) EQUAL ZERO
           MOVE ZERO TO wspct
       ELSE
           COMPUTE wspct ROUNDED =
               wshoras * 100 / ABS-HRCONT(wsdix, wspix)
       END-IF.

       IMPRIME-TOP.
       IF wslinha GREATER THAN wsmaxlinhas - 14
           PERFORM QUEBRA-PAGINA
       END-IF.
       MOVE SPACES TO IMP-LINHA.
       MOVE "MAIORES AUSENCIAS NOS DOZE MESES (DIAS PERDIDOS)"
           TO IMP-LINHA.
       PERFORM GRAVA-LINHA-IMP.
       MOVE SPACES TO IMP-LINHA.
       STRING "PRONTUARIO NOME                           DEPTO"
           DELIMITED BY SIZE
           " FALTAS AFAST.MED OUTROS AFAST. TOTAL DIAS"
           DELIMITED BY SIZE
           "  HORAS PERD.         CUSTO" DELIMITED BY SIZE
           INTO IMP-LINHA.
       PERFORM GRAVA-LINHA-IMP.
       IF wsqtdtop EQUAL ZERO
           MOVE "NENHUMA AUSENCIA NO PERIODO." TO IMP-LINHA
           PERFORM GRAVA-LINHA-IMP
       END-IF.
       MOVE 1 TO wstx.
       PERFORM IMPRIME-UM-TOP UNTIL wstx GREATER THAN wsqtdtop.

       IMPRIME-UM-TOP.
       MOVE TOP-DIASFAL(wstx) TO wsmascd1.
       MOVE TOP-DIASMED(wstx) TO wsmascd2.
       MOVE TOP-DIASOUT(wstx) TO wsmascd3.
       MOVE TOP-DIAS(wstx) TO wsmascd4.
       MOVE TOP-HORAS(wstx) TO wsmaschr.
       MOVE TOP-CUSTO(wstx) TO wsmasccs.
       MOVE SPACES TO IMP-LINHA.
       STRING TOP-PRONTUARIO(wstx) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           TOP-NOME(wstx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TOP-DEPTO(wstx) DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           wsmascd1 DELIMITED BY SIZE
           "       " DELIMITED BY SIZE
           wsmascd2 DELIMITED BY SIZE
           "          " DELIMITED BY SIZE
           wsmascd3 DELIMITED BY SIZE
           "        " DELIMITED BY SIZE
           wsmascd4 DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           wsmaschr DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmasccs DELIMITED BY SIZE
           INTO IMP-LINHA.
       PERFORM GRAVA-LINHA-IMP.
       ADD 1 TO wstx.

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
           MOVE "TP74ABS.REL" TO wserr-arq.
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
               " TP74ABS PARAGRAFO:" DELIMITED BY SIZE
               wserr-para DELIMITED BY SIZE
               " ARQUIVO:" DELIMITED BY SIZE
               wserr-arq DELIMITED BY SIZE
               " STATUS:" DELIMITED BY SIZE
               wserr-fs DELIMITED BY SIZE
               INTO ERR-LINHA.
           WRITE ERR-LINHA.
           CLOSE ERRLOG.
           DISPLAY "ERRO DE E/S EM TP74ABS - VER ERROS.LOG".
           MOVE 8 TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
