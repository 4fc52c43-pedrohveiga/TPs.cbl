      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP68ORC COBOL - orcamento da folha por depto and the
      *          orcado x realizado report. Finance approves a yearly
      *          budget per empresa, CAD-DEPTO and competencia
      *          (headcount, bruto and encargos); it is kept in
      *          ORCAMENTO.DAT, typed here or loaded from the yearly
      *          file ORCAMENTO.TXT. The report TP68ORC.REL compares
      *          the budget of a competencia with the normal fichas
      *          of TP04HISTIDX.DAT (the depto from the cadastro of
      *          each prontuario, split by its rateio, as TP49TEND
      *          does) - the actual
      *          encargos carry FGTS, INSS patronal, RAT, terceiros,
      *          the previdencia privada match and the 13o/ferias
      *          provisions priced the TP26PROV way. Per depto: the
      *          month, the year to date and the forecast to December
      *          (year to date plus the month's cost for each month
      *          left), with the variance in value and percentage;
      *          deptos over budget by more than the tolerance typed
      *          are flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP68ORC.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO "ORCAMENTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORC-CHAVE
           FILE STATUS IS wsfs-orc.
           SELECT CARGAORC ASSIGN TO "ORCAMENTO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-otx.
           SELECT TABELAS ASSIGN TO "TABELAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-tab.
           SELECT HISTIDX ASSIGN TO "TP04HISTIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-CHAVE
           FILE STATUS IS wsfs-hidx.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT IMPRESSO ASSIGN TO "TP68ORC.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-imp.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD ORCAMENTO.
       COPY ORCAMENTO.

      *Arquivo anual do financeiro, uma linha por empresa/depto/mes
       FD CARGAORC.
       01 OTX-REGISTRO.
           05 OTX-EMPRESA             PIC X(2).
           05 OTX-DEPTO               PIC X(4).
           05 OTX-COMPET              PIC X(7).
           05 OTX-HEADCOUNT           PIC 9(5).
           05 OTX-BRUTO               PIC 9(9)V99.
           05 OTX-ENCARGOS            PIC 9(9)V99.

       FD TABELAS.
       COPY TABREG.

       FD HISTIDX.
       COPY HISTIDX.

       FD CADASTRO.
       COPY CADASTRO.

       FD IMPRESSO.
       01 IMP-LINHA                 PIC X(132).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-orc PIC XX.
       77 wsfs-otx PIC XX.
       77 wsfs-tab PIC XX.
       77 wsfs-hidx PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-imp PIC XX.
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
       77 wsauditchave PIC X(12).
       77 wsauditcampo PIC X(20).
       77 wsauditvalor PIC X(15).
       77 wsopcao PIC 9 VALUE ZERO.
       77 wsresposta PIC X VALUE "N".
       77 wsachou PIC X VALUE "N".
       77 wsfimorc PIC X VALUE "N".
       77 wsfimotx PIC X VALUE "N".
       77 wsfimtabelas PIC X VALUE "N".
       77 wsfimhistidx PIC X VALUE "N".
       77 wscadaberto PIC X VALUE "N".
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Empresa, depto e competencia digitados
       77 wsempresa PIC X(2) VALUE "01".
       77 wsdepto PIC X(4) VALUE SPACES.
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wscompok PIC X VALUE "N".
       77 wsano PIC 9(4) VALUE ZERO.
       77 wsmes PIC 9(2) VALUE ZERO.
       77 wsanoorc PIC X(4) VALUE SPACES.
       77 wstolerancia PIC 9(3)V99 VALUE ZERO.

      *Manutencao e carga do orcamento
       77 wsheadcount PIC 9(5) VALUE ZERO.
       77 wsbruto PIC 9(9)V99 VALUE ZERO.
       77 wsencargos PIC 9(9)V99 VALUE ZERO.
       77 wsqtdlidas PIC 9(5) VALUE ZERO.
       77 wsqtdincl PIC 9(5) VALUE ZERO.
       77 wsqtdalt PIC 9(5) VALUE ZERO.
       77 wsqtdinvalidas PIC 9(5) VALUE ZERO.

      *Encargos do empregador ("F" FGTS, "E" INSS patronal, "G" RAT,
      *"T" terceiros) em vigor na competencia do relatorio
       77 wsfgtsaliq PIC 9V999 VALUE 0,080.
       77 wspataliq PIC 9V999 VALUE ZERO.
       77 wsrataliq PIC 9V999 VALUE ZERO.
       77 wsteraliq PIC 9V999 VALUE ZERO.
       77 wsencaliq PIC 9V999 VALUE ZERO.
       77 wsvigrow PIC X(6) VALUE SPACES.
       77 wsvigf PIC X(6) VALUE SPACES.
       77 wsvigpat PIC X(6) VALUE SPACES.
       77 wsvigrat PIC X(6) VALUE SPACES.
       77 wsvigter PIC X(6) VALUE SPACES.
       77 wsalvotab PIC X(6) VALUE SPACES.

      *Custo de uma ficha: encargos sobre o bruto e as provisoes do
      *mes (um avo de 13o e um de ferias mais 1/3)
       77 wsfichaenc PIC 9(7)V99 VALUE ZERO.
       77 wsprov13 PIC 9(7)V99 VALUE ZERO.
       77 wsprovfer PIC 9(7)V99 VALUE ZERO.
       77 wsprovenc PIC 9(7)V99 VALUE ZERO.
       77 wsqtdfichas PIC 9(5) VALUE ZERO.
       77 wsrtx PIC 9(2) VALUE ZERO.
       COPY RATEIOPARM.

      *Orcado e realizado por depto e mes; a entrada 31 e o total da
      *empresa
       77 wsqtddeptos PIC 9(2) VALUE ZERO.
       77 wsdix PIC 9(2) VALUE ZERO.
       77 wsmix PIC 9(2) VALUE ZERO.
       77 wsqtdacima PIC 9(2) VALUE ZERO.
       77 wsdeptoacima PIC X VALUE "N".
       01 tabela-orcamento.
           05 ODP-ENT OCCURS 31 TIMES.
               10 ODP-DEPTO PIC X(4).
               10 ODP-MES OCCURS 12 TIMES.
                   15 ODP-ORCHC PIC 9(5).
                   15 ODP-ORCBRUTO PIC 9(9)V99.
                   15 ODP-ORCENC PIC 9(9)V99.
                   15 ODP-REAHC PIC 9(5).
                   15 ODP-REABRUTO PIC 9(9)V99.
                   15 ODP-REAENC PIC 9(9)V99.

      *A linha comparativa em impressao
       77 wsrotulo PIC X(12) VALUE SPACES.
       77 wsorchc PIC 9(7) VALUE ZERO.
       77 wsorcbruto PIC 9(9)V99 VALUE ZERO.
       77 wsorcenc PIC 9(9)V99 VALUE ZERO.
       77 wsreahc PIC 9(7) VALUE ZERO.
       77 wsreabruto PIC 9(9)V99 VALUE ZERO.
       77 wsreaenc PIC 9(9)V99 VALUE ZERO.
       77 wsorccusto PIC 9(9)V99 VALUE ZERO.
       77 wsreacusto PIC 9(9)V99 VALUE ZERO.
       77 wsvariacao PIC S9(9)V99 VALUE ZERO.
       77 wspct PIC S9(5)V99 VALUE ZERO.
       77 wsrestantes PIC 9(2) VALUE ZERO.
       77 wsmarca PIC X(14) VALUE SPACES.

      *Paginacao de 66 linhas, a disciplina do TP19IMP
       77 wspagina PIC 9(4) VALUE ZERO.
       77 wslinha PIC 99 VALUE ZERO.
       77 wsmaxlinhas PIC 99 VALUE 62.
       77 wsmascpag PIC ZZZ9.

       77 wsmaschc1 PIC ZZZZ9.
       77 wsmaschc2 PIC ZZZZ9.
       77 wsmascv1 PIC ZZ.ZZZ.ZZ9,99.
       77 wsmascv2 PIC ZZ.ZZZ.ZZ9,99.
       77 wsmascv3 PIC ZZ.ZZZ.ZZ9,99.
       77 wsmascv4 PIC ZZ.ZZZ.ZZ9,99.
       77 wsmascvar PIC ZZ.ZZZ.ZZ9,99-.
       77 wsmascpct PIC ZZZZ9,99-.
       77 wsmasctol PIC ZZ9,99.
       77 wsmascaud PIC ZZZZZZZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP68ORC - ORCAMENTO DA FOLHA POR DEPTO".
       DISPLAY "1 - Incluir/alterar orcamento do depto".
       DISPLAY "2 - Excluir orcamento do depto".
       DISPLAY "3 - Carregar orcamento anual (ORCAMENTO.TXT)".
       DISPLAY "4 - Relatorio orcado x realizado".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM MANTEM-ORCAMENTO
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM EXCLUI-ORCAMENTO
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM CARREGA-ORCAMENTO
       END-IF.
       IF wsopcao EQUAL 4
           PERFORM RELATORIO-ORCAMENTO
       END-IF.
       IF wsopcao GREATER THAN 4
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * One budget line typed on screen: the current values are shown
      * first, the new ones replace them after confirmation.
      *----------------------------------------------------------------*
       MANTEM-ORCAMENTO.
       PERFORM PEDE-CHAVE-ORCAMENTO.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida."
       ELSE
           PERFORM ABRE-ORCAMENTO-IO
           PERFORM LE-ORCAMENTO-CHAVE
           IF wsachou EQUAL "S"
               MOVE ORC-HEADCOUNT TO wsmaschc1
               MOVE ORC-BRUTO TO wsmascv1
               MOVE ORC-ENCARGOS TO wsmascv2
               DISPLAY "Atual - headcount: " wsmaschc1
                   "  bruto: " wsmascv1 "  encargos: " wsmascv2
               DISPLAY "Alterado em " ORC-DTALTER " por "
                   ORC-OPERADOR
           END-IF
           DISPLAY "Headcount orcado: " WITH NO ADVANCING
           MOVE ZERO TO wsheadcount
           ACCEPT wsheadcount
           DISPLAY "Bruto orcado: " WITH NO ADVANCING
           MOVE ZERO TO wsbruto
           ACCEPT wsbruto
           DISPLAY "Encargos orcados (com provisoes): "
               WITH NO ADVANCING
           MOVE ZERO TO wsencargos
           ACCEPT wsencargos
           DISPLAY "Confirma a gravacao (S/N)? " WITH NO ADVANCING
           MOVE "N" TO wsresposta
           ACCEPT wsresposta
           IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
               PERFORM GRAVA-ORCAMENTO
               DISPLAY "Orcamento gravado."
           END-IF
           CLOSE ORCAMENTO
       END-IF.

       EXCLUI-ORCAMENTO.
       PERFORM PEDE-CHAVE-ORCAMENTO.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida."
       ELSE
           PERFORM ABRE-ORCAMENTO-IO
           PERFORM LE-ORCAMENTO-CHAVE
           IF wsachou EQUAL "N"
               DISPLAY "Orcamento nao encontrado."
           ELSE
               DISPLAY "Confirma a exclusao (S/N)? "
                   WITH NO ADVANCING
               MOVE "N" TO wsresposta
               ACCEPT wsresposta
               IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
                   DELETE ORCAMENTO RECORD
                   MOVE "EXCLUI-ORCAMENTO" TO wserr-para
                   PERFORM TESTA-FS-ORC
                   MOVE SPACES TO wsauditchave
                   STRING wsempresa " " wsdepto
                       DELIMITED BY SIZE INTO wsauditchave
                   MOVE SPACES TO wsauditcampo
                   STRING "EXCLUI-ORC " wscompetencia
                       DELIMITED BY SIZE INTO wsauditcampo
                   MOVE SPACES TO wsauditvalor
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY "Orcamento excluido."
               END-IF
           END-IF
           CLOSE ORCAMENTO
       END-IF.

       PEDE-CHAVE-ORCAMENTO.
       PERFORM PEDE-EMPRESA.
       DISPLAY "Depto: " WITH NO ADVANCING.
       MOVE SPACES TO wsdepto.
       ACCEPT wsdepto.
       PERFORM PEDE-COMPETENCIA.

       ABRE-ORCAMENTO-IO.
       OPEN I-O ORCAMENTO.
       IF wsfs-orc EQUAL "35"
           OPEN OUTPUT ORCAMENTO
           CLOSE ORCAMENTO
           OPEN I-O ORCAMENTO
       END-IF.

       LE-ORCAMENTO-CHAVE.
       MOVE wsempresa TO ORC-EMPRESA.
       MOVE wsdepto TO ORC-DEPTO.
       MOVE wscompetencia TO ORC-COMPET.
       READ ORCAMENTO
           INVALID KEY
               MOVE "N" TO wsachou
           NOT INVALID KEY
               MOVE "S" TO wsachou
       END-READ.

      *Grava ou regrava a linha lida por LE-ORCAMENTO-CHAVE
       GRAVA-ORCAMENTO.
       PERFORM MONTA-DATA-HOJE.
       PERFORM LE-OPERADOR-SESSAO.
       IF wsachou EQUAL "N"
           MOVE SPACES TO ORC-REGISTRO
       END-IF.
       MOVE wsempresa TO ORC-EMPRESA.
       MOVE wsdepto TO ORC-DEPTO.
       MOVE wscompetencia TO ORC-COMPET.
       MOVE wsheadcount TO ORC-HEADCOUNT.
       MOVE wsbruto TO ORC-BRUTO.
       MOVE wsencargos TO ORC-ENCARGOS.
       MOVE wsdatatxt TO ORC-DTALTER.
       MOVE wsoperses TO ORC-OPERADOR.
       IF wsachou EQUAL "S"
           REWRITE ORC-REGISTRO
           ADD 1 TO wsqtdalt
       ELSE
           WRITE ORC-REGISTRO
           ADD 1 TO wsqtdincl
       END-IF.
       MOVE "GRAVA-ORCAMENTO" TO wserr-para.
       PERFORM TESTA-FS-ORC.
       MOVE SPACES TO wsauditchave.
       STRING wsempresa " " wsdepto
           DELIMITED BY SIZE INTO wsauditchave.
       MOVE SPACES TO wsauditcampo.
       STRING "ORCAMENTO " wscompetencia
           DELIMITED BY SIZE INTO wsauditcampo.
       COMPUTE wsorccusto = wsbruto + wsencargos.
       MOVE wsorccusto TO wsmascaud.
       MOVE wsmascaud TO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
      * Finance's yearly file: one line per empresa, depto and
      * competencia. A line already on file is replaced; a line with
      * an invalid competencia or a non-numeric amount is only
      * counted.
      *----------------------------------------------------------------*
       CARREGA-ORCAMENTO.
       OPEN INPUT CARGAORC.
       IF wsfs-otx EQUAL "35"
           DISPLAY "ORCAMENTO.TXT nao encontrado."
       ELSE
           MOVE ZERO TO wsqtdlidas
           MOVE ZERO TO wsqtdincl
           MOVE ZERO TO wsqtdalt
           MOVE ZERO TO wsqtdinvalidas
           PERFORM ABRE-ORCAMENTO-IO
           MOVE "N" TO wsfimotx
           PERFORM LE-CARGA-ORCAMENTO
           PERFORM CARREGA-LINHA-ORCAMENTO UNTIL wsfimotx EQUAL "S"
           CLOSE ORCAMENTO
           CLOSE CARGAORC
           DISPLAY "Linhas lidas: " wsqtdlidas "  incluidas: "
               wsqtdincl "  alteradas: " wsqtdalt
               "  invalidas: " wsqtdinvalidas
       END-IF.

       LE-CARGA-ORCAMENTO.
       READ CARGAORC
           AT END
               MOVE "S" TO wsfimotx
           NOT AT END
               ADD 1 TO wsqtdlidas
       END-READ.

       CARREGA-LINHA-ORCAMENTO.
       MOVE OTX-COMPET TO wscompetencia.
       PERFORM VALIDA-COMPETENCIA.
       IF wscompok EQUAL "N" OR OTX-HEADCOUNT NOT NUMERIC OR
           OTX-BRUTO NOT NUMERIC OR OTX-ENCARGOS NOT NUMERIC OR
           OTX-DEPTO EQUAL SPACES
           ADD 1 TO wsqtdinvalidas
       ELSE
           MOVE OTX-EMPRESA TO wsempresa
           IF wsempresa EQUAL SPACES
               MOVE "01" TO wsempresa
           END-IF
           MOVE OTX-DEPTO TO wsdepto
           MOVE OTX-HEADCOUNT TO wsheadcount
           MOVE OTX-BRUTO TO wsbruto
           MOVE OTX-ENCARGOS TO wsencargos
           PERFORM LE-ORCAMENTO-CHAVE
           PERFORM GRAVA-ORCAMENTO
       END-IF.
       PERFORM LE-CARGA-ORCAMENTO.

      *----------------------------------------------------------------*
      * Orcado x realizado of one competencia of one empresa. The
      * budget of the whole year is loaded (the forecast needs the
      * months still ahead), the fichas from January through the
      * competencia are priced and both land in the same buckets per
      * depto and month.
      *----------------------------------------------------------------*
       RELATORIO-ORCAMENTO.
       PERFORM PEDE-COMPETENCIA.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - relatorio nao emitido."
       ELSE
           PERFORM PEDE-EMPRESA
           DISPLAY "Tolerancia acima do orcado, em % (ex. 5,00): "
               WITH NO ADVANCING
           MOVE ZERO TO wstolerancia
           ACCEPT wstolerancia
           PERFORM GERA-RELATORIO
       END-IF.

       GERA-RELATORIO.
       PERFORM MONTA-DATA-HOJE.
       MOVE wscompetencia(4:4) TO wsanoorc.
       MOVE wscompetencia(4:4) TO wsano.
       MOVE wscompetencia(1:2) TO wsmes.
       MOVE SPACES TO wsalvotab.
       STRING wscompetencia(4:4) wscompetencia(1:2)
           DELIMITED BY SIZE INTO wsalvotab.
       PERFORM CARREGA-ALIQUOTAS.
       COMPUTE wsencaliq = wsfgtsaliq + wspataliq + wsrataliq
           + wsteraliq.
       MOVE 1 TO wsdix.
       PERFORM ZERA-DEPTO-ORC UNTIL wsdix GREATER THAN 31.
       MOVE "TOT." TO ODP-DEPTO(31).
       MOVE ZERO TO wsqtddeptos.
       MOVE ZERO TO wsqtdfichas.
       MOVE ZERO TO wsqtdacima.
       PERFORM CARREGA-ORCADO.
       PERFORM CARREGA-REALIZADO.
       PERFORM IMPRIME-ORCADO-REALIZADO.
       DISPLAY "TP68ORC - " wsqtdfichas " fichas em " wsqtddeptos
           " deptos, " wsqtdacima " acima da tolerancia."
           " Relatorio em TP68ORC.REL.".

       CARREGA-ORCADO.
       MOVE "N" TO wsfimorc.
       OPEN INPUT ORCAMENTO.
       IF wsfs-orc EQUAL "35"
           DISPLAY "ORCAMENTO.DAT ainda nao existe."
       ELSE
           MOVE wsempresa TO ORC-EMPRESA
           MOVE LOW-VALUES TO ORC-DEPTO
           MOVE LOW-VALUES TO ORC-COMPET
           START ORCAMENTO KEY NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimorc
           END-START
           PERFORM LE-ORCAMENTO-EMPRESA
           PERFORM SOMA-ORCADO UNTIL wsfimorc EQUAL "S"
           CLOSE ORCAMENTO
       END-IF.

       LE-ORCAMENTO-EMPRESA.
       IF wsfimorc EQUAL "N"
           READ ORCAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimorc
           END-READ
           IF wsfimorc EQUAL "N" AND ORC-EMPRESA NOT EQUAL wsempresa
               MOVE "S" TO wsfimorc
           END-IF
       END-IF.

       SOMA-ORCADO.
       IF ORC-COMPET(4:4) EQUAL wsanoorc AND
           ORC-COMPET(1:2) IS NUMERIC
           MOVE ORC-COMPET(1:2) TO wsmix
           IF wsmix GREATER THAN ZERO AND wsmix LESS THAN 13
               MOVE ORC-DEPTO TO wsdepto
               PERFORM LOCALIZA-DEPTO
               IF wsachou EQUAL "S"
                   ADD ORC-HEADCOUNT TO ODP-ORCHC(wsdix, wsmix)
                   ADD ORC-BRUTO TO ODP-ORCBRUTO(wsdix, wsmix)
                   ADD ORC-ENCARGOS TO ODP-ORCENC(wsdix, wsmix)
               END-IF
               ADD ORC-HEADCOUNT TO ODP-ORCHC(31, wsmix)
               ADD ORC-BRUTO TO ODP-ORCBRUTO(31, wsmix)
               ADD ORC-ENCARGOS TO ODP-ORCENC(31, wsmix)
           END-IF
       END-IF.
       PERFORM LE-ORCAMENTO-EMPRESA.

       ZERA-DEPTO-ORC.
       MOVE SPACES TO ODP-DEPTO(wsdix).
       MOVE 1 TO wsmix.
       PERFORM ZERA-MES-ORC UNTIL wsmix GREATER THAN 12.
       ADD 1 TO wsdix.

       ZERA-MES-ORC.
       MOVE ZERO TO ODP-ORCHC(wsdix, wsmix).
       MOVE ZERO TO ODP-ORCBRUTO(wsdix, wsmix).
       MOVE ZERO TO ODP-ORCENC(wsdix, wsmix).
       MOVE ZERO TO ODP-REAHC(wsdix, wsmix).
       MOVE ZERO TO ODP-REABRUTO(wsdix, wsmix).
       MOVE ZERO TO ODP-REAENC(wsdix, wsmix).
       ADD 1 TO wsmix.

       LOCALIZA-DEPTO.
       MOVE "N" TO wsachou.
       MOVE 1 TO wsdix.
       PERFORM PROCURA-DEPTO
           UNTIL wsdix GREATER THAN wsqtddeptos OR wsachou
           EQUAL "S".
       IF wsachou EQUAL "N" AND wsqtddeptos LESS THAN 30
           ADD 1 TO wsqtddeptos
           MOVE wsqtddeptos TO wsdix
           MOVE wsdepto TO ODP-DEPTO(wsdix)
           MOVE "S" TO wsachou
       END-IF.

       PROCURA-DEPTO.
       IF ODP-DEPTO(wsdix) EQUAL wsdepto
           MOVE "S" TO wsachou
       ELSE
           ADD 1 TO wsdix
       END-IF.

      *As linhas de encargo ("F"/"E"/"G"/"T") em vigor na
      *competencia do relatorio, pelo mesmo criterio do TP26PROV
       CARREGA-ALIQUOTAS.
       MOVE SPACES TO wsvigf.
       MOVE SPACES TO wsvigpat.
       MOVE SPACES TO wsvigrat.
       MOVE SPACES TO wsvigter.
       MOVE 0,080 TO wsfgtsaliq.
       MOVE ZERO TO wspataliq.
       MOVE ZERO TO wsrataliq.
       MOVE ZERO TO wsteraliq.
       OPEN INPUT TABELAS.
       MOVE "N" TO wsfimtabelas.
       IF wsfs-tab EQUAL "35"
           MOVE "S" TO wsfimtabelas
       END-IF.
       PERFORM LE-LINHA-TABELA.
       PERFORM PROCESSA-LINHA-TABELA UNTIL wsfimtabelas EQUAL "S".
       IF wsfs-tab NOT EQUAL "35"
           CLOSE TABELAS
       END-IF.

       LE-LINHA-TABELA.
       IF wsfimtabelas EQUAL "N"
           READ TABELAS
               AT END
                   MOVE "S" TO wsfimtabelas
           END-READ
       END-IF.

       PROCESSA-LINHA-TABELA.
       IF TAB-TIPO EQUAL "F" OR TAB-TIPO EQUAL "E" OR TAB-TIPO
           EQUAL "G" OR TAB-TIPO EQUAL "T"
           IF TAB-VIGENCIA(3:1) EQUAL "/" AND
              TAB-VIGENCIA(4:4) IS NUMERIC
               MOVE SPACES TO wsvigrow
               STRING TAB-VIGENCIA(4:4) TAB-VIGENCIA(1:2)
                   DELIMITED BY SIZE INTO wsvigrow
           ELSE
               MOVE "000000" TO wsvigrow
           END-IF
           IF wsvigrow NOT GREATER THAN wsalvotab
               IF TAB-TIPO EQUAL "F" AND (wsvigf EQUAL SPACES OR
                  wsvigrow NOT LESS THAN wsvigf)
                   MOVE wsvigrow TO wsvigf
                   MOVE TAB-ALIQ TO wsfgtsaliq
               END-IF
               IF TAB-TIPO EQUAL "E" AND (wsvigpat EQUAL SPACES OR
                  wsvigrow NOT LESS THAN wsvigpat)
                   MOVE wsvigrow TO wsvigpat
                   MOVE TAB-ALIQ TO wspataliq
               END-IF
               IF TAB-TIPO EQUAL "G" AND (wsvigrat EQUAL SPACES OR
                  wsvigrow NOT LESS THAN wsvigrat)
                   MOVE wsvigrow TO wsvigrat
                   MOVE TAB-ALIQ TO wsrataliq
               END-IF
               IF TAB-TIPO EQUAL "T" AND (wsvigter EQUAL SPACES OR
                  wsvigrow NOT LESS THAN wsvigter)
                   MOVE wsvigrow TO wsvigter
                   MOVE TAB-ALIQ TO wsteraliq
               END-IF
           END-IF
       END-IF.
       PERFORM LE-LINHA-TABELA.

      *----------------------------------------------------------------*
      * The actuals: normal fichas (modo "1" or blank, as TP49TEND
      * counts them) of the empresa from January through the
      * competencia. Each ficha is one head; its encargos are the
      * FGTS on the ficha, INSS patronal, RAT and terceiros on the
      * bruto, the previdencia privada match, and the month's avo of
      * 13o and of ferias plus 1/3 with the same encargos on top.
      *----------------------------------------------------------------*
       CARREGA-REALIZADO.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           MOVE "N" TO wscadaberto
       ELSE
           MOVE "S" TO wscadaberto
       END-IF.
       OPEN INPUT HISTIDX.
       IF wsfs-hidx EQUAL "35"
           DISPLAY "TP04HISTIDX.DAT nao encontrado."
       ELSE
           MOVE "N" TO wsfimhistidx
           PERFORM LE-HISTIDX
           PERFORM SOMA-REALIZADO UNTIL wsfimhistidx EQUAL "S"
           CLOSE HISTIDX
       END-IF.
       IF wscadaberto EQUAL "S"
           CLOSE CADASTRO
       END-IF.

       LE-HISTIDX.
       IF wsfimhistidx EQUAL "N"
           READ HISTIDX NEXT RECORD
               AT END
                   MOVE "S" TO wsfimhistidx
           END-READ
       END-IF.

       SOMA-REALIZADO.
       MOVE ZERO TO wsmix.
       IF HIDX-COMPET(4:4) EQUAL wsanoorc AND
           HIDX-COMPET(1:2) IS NUMERIC
           MOVE HIDX-COMPET(1:2) TO wsmix
       END-IF.
       IF (HIDX-MODO EQUAL "1" OR HIDX-MODO EQUAL " ") AND
          (HIDX-EMPRESA EQUAL wsempresa OR (HIDX-EMPRESA EQUAL
          SPACES AND wsempresa EQUAL "01"))
           IF wsmix GREATER THAN ZERO AND
              wsmix NOT GREATER THAN wsmes
               PERFORM BUSCA-DEPTO-CADASTRO
               PERFORM CALCULA-ENCARGOS-FICHA
               PERFORM RATEIA-REALIZADO
               ADD 1 TO ODP-REAHC(31, wsmix)
               ADD HIDX-BRUTO TO ODP-REABRUTO(31, wsmix)
               ADD wsfichaenc TO ODP-REAENC(31, wsmix)
               ADD 1 TO wsqtdfichas
           END-IF
       END-IF.
       PERFORM LE-HISTIDX.

      *O realizado da ficha vai aos deptos pelo rateio em vigor na
      *competencia (TPRATEIO); o headcount e o arredondamento ficam
      *no depto do cadastro
       RATEIA-REALIZADO.
       MOVE "C" TO RTP-ACAO.
       MOVE HIDX-PRONTUARIO TO RTP-PRONTUARIO.
       MOVE HIDX-COMPET TO RTP-COMPET.
       MOVE wsdepto TO RTP-DEPTOPRINC.
       CALL "TPRATEIO" USING RATEIO-PARM.
       MOVE "D" TO RTP-ACAO.
       MOVE 2 TO RTP-QTDVALORES.
       MOVE HIDX-BRUTO TO RTP-VALOR(1).
       MOVE wsfichaenc TO RTP-VALOR(2).
       CALL "TPRATEIO" USING RATEIO-PARM.
       MOVE 1 TO wsrtx.
       PERFORM SOMA-PARTE-REALIZADO UNTIL wsrtx GREATER THAN RTP-QTD.

       SOMA-PARTE-REALIZADO.
       MOVE RTP-DEPTO(wsrtx) TO wsdepto.
       PERFORM LOCALIZA-DEPTO.
       IF wsachou EQUAL "S"
           IF wsrtx EQUAL RTP-IXPRINC
               ADD 1 TO ODP-REAHC(wsdix, wsmix)
           END-IF
           ADD RTP-PARTE(wsrtx, 1) TO ODP-REABRUTO(wsdix, wsmix)
           ADD RTP-PARTE(wsrtx, 2) TO ODP-REAENC(wsdix, wsmix)
       END-IF.
       ADD 1 TO wsrtx.

       BUSCA-DEPTO-CADASTRO.
       MOVE SPACES TO wsdepto.
       IF wscadaberto EQUAL "S"
           MOVE HIDX-PRONTUARIO TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAD-DEPTO TO wsdepto
           END-READ
       END-IF.

       CALCULA-ENCARGOS-FICHA.
       MOVE ZERO TO wsfichaenc.
       IF HIDX-FGTS IS NUMERIC
           ADD HIDX-FGTS TO wsfichaenc
       END-IF.
       COMPUTE wsfichaenc ROUNDED = wsfichaenc + HIDX-BRUTO *
           (wspataliq + wsrataliq + wsteraliq).
       IF HIDX-VLPREVEMP IS NUMERIC
           ADD HIDX-VLPREVEMP TO wsfichaenc
       END-IF.
       COMPUTE wsprov13 ROUNDED = HIDX-BRUTO / 12.
       COMPUTE wsprovfer ROUNDED = HIDX-BRUTO / 12 * 4 / 3.
       COMPUTE wsprovenc ROUNDED = (wsprov13 + wsprovfer) *
           wsencaliq.
       COMPUTE wsfichaenc = wsfichaenc + wsprov13 + wsprovfer +
           wsprovenc.

      *----------------------------------------------------------------*
      * The listing, with TP19IMP's page discipline: per depto the
      * month, the year to date and the forecast to December; the
      * company total closes it. Cost is bruto plus encargos; the
      * variance is actual minus budget, its percentage over the
      * budget.
      *----------------------------------------------------------------*
       IMPRIME-ORCADO-REALIZADO.
       OPEN OUTPUT IMPRESSO.
       MOVE "IMPRIME-ORCADO" TO wserr-para.
       PERFORM TESTA-FS-IMP.
       MOVE ZERO TO wspagina.
       PERFORM QUEBRA-PAGINA.
       MOVE 1 TO wsdix.
       PERFORM IMPRIME-UM-DEPTO UNTIL wsdix GREATER THAN wsqtddeptos.
       MOVE 31 TO wsdix.
       PERFORM IMPRIME-UM-DEPTO.
       MOVE SPACES TO IMP-LINHA.
       STRING "DEPTOS ACIMA DA TOLERANCIA: " DELIMITED BY SIZE
           wsqtdacima DELIMITED BY SIZE
           INTO IMP-LINHA.
       PERFORM GRAVA-LINHA-IMP.
       CLOSE IMPRESSO.

       QUEBRA-PAGINA.
       ADD 1 TO wspagina.
       MOVE wspagina TO wsmascpag.
       MOVE wstolerancia TO wsmasctol.
       MOVE SPACES TO IMP-LINHA.
       STRING "ORCADO X REALIZADO DA FOLHA" DELIMITED BY SIZE
           "   EMPRESA: " DELIMITED BY SIZE
           wsempresa DELIMITED BY SIZE
           "   COMPETENCIA: " DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           "   TOLERANCIA:" DELIMITED BY SIZE
           wsmasctol DELIMITED BY SIZE
           "%   EMITIDO: " DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           "   PAGINA " DELIMITED BY SIZE
           wsmascpag DELIMITED BY SIZE
           INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE "QUEBRA-PAGINA" TO wserr-para.
       PERFORM TESTA-FS-IMP.
       MOVE SPACES TO IMP-LINHA.
       STRING "                ORC.HC     ORCADO BRUTO   ORC.ENCARGOS"
           DELIMITED BY SIZE
           " REAL.HC      REAL BRUTO  REAL.ENCARGOS       VARIACAO"
           DELIMITED BY SIZE
           "     VAR%" DELIMITED BY SIZE
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
       IF wslinha GREATER THAN wsmaxlinhas - 4
           PERFORM QUEBRA-PAGINA
       END-IF.
       MOVE "N" TO wsdeptoacima.
       MOVE SPACES TO IMP-LINHA.
       IF wsdix EQUAL 31
           MOVE "TOTAL DA EMPRESA" TO IMP-LINHA
       ELSE
           STRING "DEPTO: " DELIMITED BY SIZE
               ODP-DEPTO(wsdix) DELIMITED BY SIZE
               INTO IMP-LINHA
       END-IF.
       PERFORM GRAVA-LINHA-IMP.
      *O mes da competencia
       PERFORM ZERA-COMPARATIVO.
       MOVE wsmes TO wsmix.
       PERFORM SOMA-ORCADO-MES.
       PERFORM SOMA-REALIZADO-MES.
       MOVE SPACES TO wsrotulo.
       STRING "  MES " wscompetencia(1:2)
           DELIMITED BY SIZE INTO wsrotulo.
       PERFORM IMPRIME-COMPARATIVO.
      *O acumulado do ano, headcount medio
       PERFORM ZERA-COMPARATIVO.
       MOVE 1 TO wsmix.
       PERFORM SOMA-ORCADO-REALIZADO-MES
           UNTIL wsmix GREATER THAN wsmes.
       COMPUTE wsorchc ROUNDED = wsorchc / wsmes.
       COMPUTE wsreahc ROUNDED = wsreahc / wsmes.
       MOVE "  ACUM. ANO" TO wsrotulo.
       PERFORM IMPRIME-COMPARATIVO.
      *A previsao ate dezembro: o orcamento do ano inteiro contra o
      *realizado do ano mais o custo do mes em cada mes restante
       PERFORM ZERA-COMPARATIVO.
       MOVE 1 TO wsmix.
       PERFORM SOMA-ORCADO-MES UNTIL wsmix GREATER THAN 12.
       COMPUTE wsorchc ROUNDED = wsorchc / 12.
       MOVE 1 TO wsmix.
       PERFORM SOMA-REALIZADO-MES UNTIL wsmix GREATER THAN wsmes.
       COMPUTE wsrestantes = 12 - wsmes.
       COMPUTE wsreabruto = wsreabruto +
           ODP-REABRUTO(wsdix, wsmes) * wsrestantes.
       COMPUTE wsreaenc = wsreaenc +
           ODP-REAENC(wsdix, wsmes) * wsrestantes.
       MOVE ODP-REAHC(wsdix, wsmes) TO wsreahc.
       MOVE "  PREV. DEZ" TO wsrotulo.
       PERFORM IMPRIME-COMPARATIVO.
       MOVE SPACES TO IMP-LINHA.
       PERFORM GRAVA-LINHA-IMP.
       IF wsdeptoacima EQUAL "S" AND wsdix NOT EQUAL 31
           ADD 1 TO wsqtdacima
       END-IF.
       ADD 1 TO wsdix.

       ZERA-COMPARATIVO.
       MOVE ZERO TO wsorchc.
       MOVE ZERO TO wsorcbruto.
       MOVE ZERO TO wsorcenc.
       MOVE ZERO TO wsreahc.
       MOVE ZERO TO wsreabruto.
       MOVE ZERO TO wsreaenc.

       SOMA-ORCADO-MES.
       ADD ODP-ORCHC(wsdix, wsmix) TO wsorchc.
       ADD ODP-ORCBRUTO(wsdix, wsmix) TO wsorcbruto.
       ADD ODP-ORCENC(wsdix, wsmix) TO wsorcenc.
       ADD 1 TO wsmix.

       SOMA-REALIZADO-MES.
       ADD ODP-REAHC(wsdix, wsmix) TO wsreahc.
       ADD ODP-REABRUTO(wsdix, wsmix) TO wsreabruto.
       ADD ODP-REAENC(wsdix, wsmix) TO wsreaenc.
       ADD 1 TO wsmix.

       SOMA-ORCADO-REALIZADO-MES.
       PERFORM SOMA-ORCADO-MES.
       SUBTRACT 1 FROM wsmix.
       PERFORM SOMA-REALIZADO-MES.

      *Uma linha orcado x realizado; acima do orcado alem da
      *tolerancia (ou gasto sem orcamento) a linha sai marcada
       IMPRIME-COMPARATIVO.
       COMPUTE wsorccusto = wsorcbruto + wsorcenc.
       COMPUTE wsreacusto = wsreabruto + wsreaenc.
       COMPUTE wsvariacao = wsreacusto - wsorccusto.
       MOVE SPACES TO wsmarca.
       IF wsorccusto EQUAL ZERO
           MOVE ZERO TO wspct
           IF wsreacusto GREATER THAN ZERO
               MOVE "SEM ORCAMENTO" TO wsmarca
               MOVE "S" TO wsdeptoacima
           END-IF
       ELSE
           COMPUTE wspct ROUNDED = wsvariacao * 100 / wsorccusto
           IF wspct GREATER THAN wstolerancia
               MOVE "*** ACIMA ***" TO wsmarca
               MOVE "S" TO wsdeptoacima
           END-IF
       END-IF.
       MOVE wsorchc TO wsmaschc1.
       MOVE wsorcbruto TO wsmascv1.
       MOVE wsorcenc TO wsmascv2.
       MOVE wsreahc TO wsmaschc2.
       MOVE wsreabruto TO wsmascv3.
       MOVE wsreaenc TO wsmascv4.
       MOVE wsvariacao TO wsmascvar.
       MOVE wspct TO wsmascpct.
       MOVE SPACES TO IMP-LINHA.
       STRING wsrotulo DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           wsmaschc1 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           wsmascv1 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           wsmascv2 DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           wsmaschc2 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           wsmascv3 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           wsmascv4 DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascvar DELIMITED BY SIZE
           wsmascpct DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmarca DELIMITED BY SIZE
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

       GRAVA-AUDITORIA.
           PERFORM LE-OPERADOR-SESSAO.
           PERFORM MONTA-DATA-HOJE.
           OPEN EXTEND AUDITORIA.
           IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           MOVE SPACES TO AUD-LINHA.
           STRING wsdatatxt DELIMITED BY SIZE
               " TP68ORC " DELIMITED BY SIZE
               "CHAVE:" DELIMITED BY SIZE
               wsauditchave DELIMITED BY SIZE
               " CAMPO:" DELIMITED BY SIZE
               wsauditcampo DELIMITED BY SIZE
               " VALOR:" DELIMITED BY SIZE
               wsauditvalor DELIMITED BY SIZE
               " OPER:" DELIMITED BY SIZE
               wsoperses DELIMITED BY SIZE
               INTO AUD-LINHA.
           WRITE AUD-LINHA.
           MOVE "GRAVA-AUDITORIA" TO wserr-para.
           MOVE wsfs-aud TO wserr-fs.
           MOVE "AUDITORIA.LOG" TO wserr-arq.
           PERFORM VERIFICA-FS.
           CLOSE AUDITORIA.

       TESTA-FS-ORC.
           MOVE wsfs-orc TO wserr-fs.
           MOVE "ORCAMENTO.DAT" TO wserr-arq.
           PERFORM VERIFICA-FS.

       TESTA-FS-IMP.
           MOVE wsfs-imp TO wserr-fs.
           MOVE "TP68ORC.REL" TO wserr-arq.
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
               " TP68ORC PARAGRAFO:" DELIMITED BY SIZE
               wserr-para DELIMITED BY SIZE
               " ARQUIVO:" DELIMITED BY SIZE
               wserr-arq DELIMITED BY SIZE
               " STATUS:" DELIMITED BY SIZE
               wserr-fs DELIMITED BY SIZE
               INTO ERR-LINHA.
           WRITE ERR-LINHA.
           CLOSE ERRLOG.
           DISPLAY "ERRO DE E/S EM TP68ORC - VER ERROS.LOG".
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
