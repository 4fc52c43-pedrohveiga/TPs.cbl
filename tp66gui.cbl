      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP66GUI COBOL - controle de vencimento das guias GPS,
      *          DARF e FGTS. Registers in CTLGUIAS.DAT one guide per
      *          empresa/competencia and tipo with the amount the
      *          folha wrote to TP04GUIAS.REL and the legal due date
      *          (dia 20 do mes seguinte; FGTS dia 7 ate a
      *          competencia 02/2024 e dia 20 desde o FGTS Digital),
      *          moved back to the previous business day when it
      *          falls on a sabado, domingo or a CALENDARIO.DAT
      *          feriado. The payment date and amount are stamped
      *          when the bank confirms; a daily alert lists the open
      *          guides due in the next 5 days or already overdue;
      *          and a late guide is reissued with its multa de mora
      *          and juros (GPS/DARF: 0,33% ao dia ate 20% e SELIC
      *          acumulada mais 1% no mes do pagamento; FGTS: 5% no
      *          mes do vencimento, 10% depois, e 0,5% ao mes ou
      *          fracao). Registrations and payments go to
      *          AUDITORIA.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP66GUI.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLGUIAS ASSIGN TO "CTLGUIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GCT-CHAVE
           FILE STATUS IS wsfs-gct.
           SELECT GUIAS ASSIGN TO "TP04GUIAS.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-gui.
           SELECT CALENDARIO ASSIGN TO "CALENDARIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-DATA
           FILE STATUS IS wsfs-cal.
           SELECT IMPRESSO ASSIGN TO "TP66GUI.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-imp.
           SELECT CORRIGIDA ASSIGN TO "TP66GUI.GUI"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-cor.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD CTLGUIAS.
       COPY GUIACTL.

       FD GUIAS.
       01 GUI-LINHA                 PIC X(100).

       FD CALENDARIO.
       COPY CALENDARIO.

       FD IMPRESSO.
       01 IMP-LINHA                 PIC X(100).

       FD CORRIGIDA.
       01 COR-LINHA                 PIC X(100).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-gct PIC XX.
       77 wsfs-gui PIC XX.
       77 wsfs-cal PIC XX.
       77 wsfs-imp PIC XX.
       77 wsfs-cor PIC XX.
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
       77 wsresposta PIC X VALUE SPACE.
       77 wsempresa PIC X(2) VALUE "01".
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wstipo PIC X(4) VALUE SPACES.
       77 wscompvalida PIC X VALUE "N".
       77 wsachouguia PIC X VALUE "N".
       77 wsfimgui PIC X VALUE "N".
       77 wsfimgct PIC X VALUE "N".
       77 wsqtdlinhas PIC 9(5) VALUE ZERO.
       77 wsqtdalerta PIC 9(5) VALUE ZERO.
       77 wsqtdlista PIC 9(5) VALUE ZERO.

      *Leitura das linhas de TP04GUIAS.REL: o que vem depois de
      *" EMP:" tem posicoes fixas em cada tipo de linha
       77 wsprefixo PIC X(30) VALUE SPACES.
       77 wsresto PIC X(80) VALUE SPACES.
       77 wsvalortxt PIC X(10) VALUE SPACES.
       77 wsmascle PIC ZZZ.ZZZ,ZZ.
       77 wsmascaud PIC ZZZZZZ9,99.
       77 wsvalorlido PIC 9(7)V99 VALUE ZERO.
       01 totais-guias.
           05 wstotgps PIC 9(7)V99 VALUE ZERO.
           05 wstotdarf PIC 9(7)V99 VALUE ZERO.
           05 wstotfgts PIC 9(7)V99 VALUE ZERO.

      *Vencimento: a data legal recuada para o dia util anterior
       77 wsvencto PIC X(8) VALUE SPACES.
       77 wsdiavenc PIC 9(2) VALUE ZERO.
       77 wsvalorguia PIC 9(7)V99 VALUE ZERO.
       77 wsehutil PIC X VALUE "S".
       77 wsachoucal PIC X VALUE "N".
       77 wszano PIC 9(4) VALUE ZERO.
       77 wszmes PIC 9(2) VALUE ZERO.
       77 wszdia PIC 9(2) VALUE ZERO.
       77 wszm PIC 9(2) VALUE ZERO.
       77 wszanoz PIC 9(4) VALUE ZERO.
       77 wszj PIC 9(4) VALUE ZERO.
       77 wszk PIC 9(4) VALUE ZERO.
       77 wszt1 PIC 9(5) VALUE ZERO.
       77 wszt2 PIC 9(4) VALUE ZERO.
       77 wszt3 PIC 9(4) VALUE ZERO.
       77 wszsoma PIC 9(5) VALUE ZERO.
       77 wszdow PIC 9(1) VALUE ZERO.

      *Numero do dia (juliano) para contar dias entre duas datas
       77 wsjdn PIC 9(8) VALUE ZERO.
       77 wsja PIC 9(1) VALUE ZERO.
       77 wsjy PIC 9(5) VALUE ZERO.
       77 wsjm PIC 9(2) VALUE ZERO.
       77 wsjt1 PIC 9(5) VALUE ZERO.
       77 wsjt2 PIC 9(5) VALUE ZERO.
       77 wsjt3 PIC 9(5) VALUE ZERO.
       77 wsjt4 PIC 9(5) VALUE ZERO.
       77 wsjdnhoje PIC 9(8) VALUE ZERO.
       77 wsjdnvenc PIC 9(8) VALUE ZERO.
       77 wsjdnpagto PIC 9(8) VALUE ZERO.
       77 wsdiasalerta PIC 9(2) VALUE 5.
       77 wsdiasatraso PIC S9(5) VALUE ZERO.

      *Encargos do pagamento em atraso
       77 wsdatapagto PIC X(10) VALUE SPACES.
       77 wspagto PIC X(8) VALUE SPACES.
       77 wsdatavalida PIC X VALUE "N".
       77 wsmesesatraso PIC S9(4) VALUE ZERO.
       77 wsvencano PIC 9(4) VALUE ZERO.
       77 wsvencmes PIC 9(2) VALUE ZERO.
       77 wsvencdia PIC 9(2) VALUE ZERO.
       77 wspercmulta PIC 9(3)V99 VALUE ZERO.
       77 wspercjuros PIC 9(3)V99 VALUE ZERO.
       77 wsselic PIC 9(3)V99 VALUE ZERO.
       77 wsmulta PIC 9(7)V99 VALUE ZERO.
       77 wsjuros PIC 9(7)V99 VALUE ZERO.
       77 wstotdevido PIC 9(7)V99 VALUE ZERO.
       77 wsvlpago PIC 9(7)V99 VALUE ZERO.
       77 wsdiferenca PIC 9(7)V99 VALUE ZERO.

       77 wsmascval PIC Z.ZZZ.ZZ9,99.
       77 wsmascmul PIC Z.ZZZ.ZZ9,99.
       77 wsmascjur PIC Z.ZZZ.ZZ9,99.
       77 wsmasctot PIC Z.ZZZ.ZZ9,99.
       77 wsmascperc PIC ZZ9,99.
       77 wsmascdias PIC ZZZZ9.
       77 wsvenctotxt PIC X(10) VALUE SPACES.
       77 wspagtotxt PIC X(10) VALUE SPACES.
       77 wssituacaotxt PIC X(22) VALUE SPACES.

       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       PERFORM LE-OPERADOR-SESSAO.
       DISPLAY " ".
       DISPLAY "TP66GUI - CONTROLE DE VENCIMENTO DAS GUIAS".
       DISPLAY "1 - Registrar guias da competencia (TP04GUIAS.REL)".
       DISPLAY "2 - Registrar pagamento confirmado pelo banco".
       DISPLAY "3 - Emitir guia corrigida (multa e juros)".
       DISPLAY "4 - Alerta diario de vencimentos".
       DISPLAY "5 - Listar guias".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM REGISTRA-GUIAS
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM REGISTRA-PAGAMENTO
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM EMITE-GUIA-CORRIGIDA
       END-IF.
       IF wsopcao EQUAL 4
           PERFORM ALERTA-VENCIMENTOS
       END-IF.
       IF wsopcao EQUAL 5
           PERFORM LISTA-GUIAS
       END-IF.
       IF wsopcao GREATER THAN 5
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

       PEDE-EMPRESA-COMPET.
       DISPLAY "Codigo da empresa (ENTER = 01): " WITH NO ADVANCING.
       MOVE SPACES TO wsempresa.
       ACCEPT wsempresa.
       IF wsempresa EQUAL SPACES
           MOVE "01" TO wsempresa
       END-IF.
       DISPLAY "Competencia (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       MOVE "N" TO wscompvalida.
       IF wscompetencia(3:1) EQUAL "/" AND
           wscompetencia(1:2) IS NUMERIC AND
           wscompetencia(4:4) IS NUMERIC
           IF wscompetencia(1:2) GREATER THAN "00" AND
              wscompetencia(1:2) LESS THAN "13"
               MOVE "S" TO wscompvalida
           END-IF
       END-IF.
       IF wscompvalida EQUAL "N"
           DISPLAY "Competencia invalida."
       END-IF.

      *----------------------------------------------------------------*
      * The guides of one empresa/competencia: every GPS, PATRONAL,
      * RAT, TERCEIROS, DARF and FGTS line TP04GUIAS.REL carries for
      * them is added up (each TP04 session, TP04LOTE run or segment
      * writes the totals of the fichas it calculated). The GPS is
      * the INSS to recolher (net of salario-familia) plus the
      * patronal, RAT and terceiros. After the operator confirms, a
      * guide still open is created or refreshed; a paid one is
      * never touched.
      *----------------------------------------------------------------*
       REGISTRA-GUIAS.
       PERFORM PEDE-EMPRESA-COMPET.
       IF wscompvalida EQUAL "S"
           PERFORM SOMA-TP04GUIAS
           IF wsqtdlinhas EQUAL ZERO
               DISPLAY "Nenhuma guia desta empresa/competencia em"
                   " TP04GUIAS.REL."
           ELSE
               PERFORM CONFIRMA-GUIAS
           END-IF
       END-IF.

       SOMA-TP04GUIAS.
       MOVE ZERO TO wstotgps.
       MOVE ZERO TO wstotdarf.
       MOVE ZERO TO wstotfgts.
       MOVE ZERO TO wsqtdlinhas.
       MOVE "N" TO wsfimgui.
       OPEN INPUT GUIAS.
       IF wsfs-gui EQUAL "35"
           MOVE "S" TO wsfimgui
       ELSE
           PERFORM LE-TP04GUIAS
           PERFORM TRATA-LINHA-GUIA UNTIL wsfimgui EQUAL "S"
           CLOSE GUIAS
       END-IF.

       LE-TP04GUIAS.
       IF wsfimgui EQUAL "N"
           READ GUIAS
               AT END
                   MOVE "S" TO wsfimgui
           END-READ
       END-IF.

       TRATA-LINHA-GUIA.
       MOVE SPACES TO wsprefixo.
       MOVE SPACES TO wsresto.
       UNSTRING GUI-LINHA DELIMITED BY " EMP:"
           INTO wsprefixo wsresto.
       IF wsresto(1:2) EQUAL wsempresa AND
           wsresto(9:7) EQUAL wscompetencia
           MOVE SPACES TO wsvalortxt
           IF GUI-LINHA(1:4) EQUAL "GPS "
               MOVE wsresto(61:10) TO wsvalortxt
           END-IF
           IF GUI-LINHA(1:4) EQUAL "PATR"
               MOVE wsresto(37:10) TO wsvalortxt
           END-IF
           IF GUI-LINHA(1:4) EQUAL "RAT "
               MOVE wsresto(27:10) TO wsvalortxt
           END-IF
           IF GUI-LINHA(1:4) EQUAL "TERC"
               MOVE wsresto(33:10) TO wsvalortxt
           END-IF
           IF GUI-LINHA(1:4) EQUAL "DARF" OR
              GUI-LINHA(1:4) EQUAL "FGTS"
               MOVE wsresto(41:10) TO wsvalortxt
           END-IF
           IF wsvalortxt NOT EQUAL SPACES
               ADD 1 TO wsqtdlinhas
               MOVE wsvalortxt TO wsmascle
               MOVE wsmascle TO wsvalorlido
               IF GUI-LINHA(1:4) EQUAL "DARF"
                   ADD wsvalorlido TO wstotdarf
               ELSE
                   IF GUI-LINHA(1:4) EQUAL "FGTS"
                       ADD wsvalorlido TO wstotfgts
                   ELSE
                       ADD wsvalorlido TO wstotgps
                   END-IF
               END-IF
           END-IF
       END-IF.
       PERFORM LE-TP04GUIAS.

       CONFIRMA-GUIAS.
       DISPLAY "Guias da empresa " wsempresa " competencia "
           wscompetencia ":".
       MOVE "GPS " TO wstipo.
       MOVE wstotgps TO wsvalorguia.
       PERFORM MOSTRA-GUIA-NOVA.
       MOVE "DARF" TO wstipo.
       MOVE wstotdarf TO wsvalorguia.
       PERFORM MOSTRA-GUIA-NOVA.
       MOVE "FGTS" TO wstipo.
       MOVE wstotfgts TO wsvalorguia.
       PERFORM MOSTRA-GUIA-NOVA.
       DISPLAY "Confirma o registro (S/N)? " WITH NO ADVANCING.
       MOVE SPACE TO wsresposta.
       ACCEPT wsresposta.
       IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
           MOVE "GPS " TO wstipo
           MOVE wstotgps TO wsvalorguia
           PERFORM GRAVA-GUIA
           MOVE "DARF" TO wstipo
           MOVE wstotdarf TO wsvalorguia
           PERFORM GRAVA-GUIA
           MOVE "FGTS" TO wstipo
           MOVE wstotfgts TO wsvalorguia
           PERFORM GRAVA-GUIA
       ELSE
           DISPLAY "Registro cancelado."
       END-IF.

       MOSTRA-GUIA-NOVA.
       PERFORM CALCULA-VENCIMENTO.
       MOVE wsvalorguia TO wsmascval.
       MOVE wsvencto TO wspagto.
       PERFORM FORMATA-DATA.
       DISPLAY "  " wstipo "  VALOR: " wsmascval
           "  VENCIMENTO: " wspagtotxt.

       GRAVA-GUIA.
       IF wsvalorguia GREATER THAN ZERO
           PERFORM CALCULA-VENCIMENTO
           OPEN I-O CTLGUIAS
           IF wsfs-gct EQUAL "35"
               OPEN OUTPUT CTLGUIAS
               CLOSE CTLGUIAS
               OPEN I-O CTLGUIAS
           END-IF
           MOVE wsempresa TO GCT-EMPRESA
           MOVE wscompetencia TO GCT-COMPET
           MOVE wstipo TO GCT-TIPO
           READ CTLGUIAS
               INVALID KEY
                   MOVE "N" TO wsachouguia
               NOT INVALID KEY
                   MOVE "S" TO wsachouguia
           END-READ
           IF wsachouguia EQUAL "S" AND GCT-PAGA
               DISPLAY wstipo " ja paga - registro mantido."
           ELSE
               PERFORM MONTA-GUIA
               IF wsachouguia EQUAL "S"
                   REWRITE GCT-REGISTRO
               ELSE
                   WRITE GCT-REGISTRO
               END-IF
               MOVE "GRAVA-GUIA" TO wserr-para
               PERFORM TESTA-FS-GCT
               MOVE "GUIA-REGISTRADA" TO wsauditcampo
               PERFORM MONTA-AUDIT-VALOR
               PERFORM GRAVA-AUDITORIA
               DISPLAY wstipo " registrada."
           END-IF
           CLOSE CTLGUIAS
       END-IF.

       MONTA-GUIA.
       MOVE SPACES TO GCT-REGISTRO.
       MOVE wsempresa TO GCT-EMPRESA.
       MOVE wscompetencia TO GCT-COMPET.
       MOVE wstipo TO GCT-TIPO.
       MOVE wsvalorguia TO GCT-VALOR.
       MOVE wsvencto TO GCT-VENCTO.
       MOVE wsdatatxt TO GCT-DTGERACAO.
       MOVE "A" TO GCT-SITUACAO.
       MOVE ZERO TO GCT-VLPAGO.
       MOVE ZERO TO GCT-MULTA.
       MOVE ZERO TO GCT-JUROS.
       MOVE wsoperses TO GCT-OPERADOR.

      *Empresa e competencia na chave; tipo e valor da guia no valor
       MONTA-AUDIT-VALOR.
       MOVE SPACES TO wsauditchave.
       STRING wsempresa " " wscompetencia
           DELIMITED BY SIZE INTO wsauditchave.
       MOVE SPACES TO wsauditvalor.
       IF wsauditcampo EQUAL "GUIA-PAGA"
           MOVE wsvlpago TO wsmascaud
       ELSE
           MOVE wsvalorguia TO wsmascaud
       END-IF.
       STRING wstipo " " wsmascaud
           DELIMITED BY SIZE INTO wsauditvalor.

      *----------------------------------------------------------------*
      * The legal due date: dia 20 of the month after the competencia
      * for GPS and DARF; FGTS dia 7 up to competencia 02/2024 and
      * dia 20 from the FGTS Digital on. A sabado, domingo or
      * CALENDARIO.DAT day moves it back to the previous business
      * day, as the payday of TP04 does.
      *----------------------------------------------------------------*
       CALCULA-VENCIMENTO.
       MOVE wscompetencia(4:4) TO wszano.
       MOVE wscompetencia(1:2) TO wszmes.
       MOVE 20 TO wsdiavenc.
       IF wstipo EQUAL "FGTS"
           IF wszano LESS THAN 2024 OR
              (wszano EQUAL 2024 AND wszmes LESS THAN 3)
               MOVE 7 TO wsdiavenc
           END-IF
       END-IF.
       IF wszmes EQUAL 12
           MOVE 1 TO wszmes
           ADD 1 TO wszano
       ELSE
           ADD 1 TO wszmes
       END-IF.
       MOVE wsdiavenc TO wszdia.
       MOVE "N" TO wsehutil.
       PERFORM RECUA-DIA-VENCTO
           UNTIL wsehutil EQUAL "S" OR wszdia EQUAL 1.
       MOVE SPACES TO wsvencto.
       STRING wszano wszmes wszdia
           DELIMITED BY SIZE INTO wsvencto.

       RECUA-DIA-VENCTO.
       PERFORM VERIFICA-DIA-UTIL.
       IF wsehutil EQUAL "N" AND wszdia GREATER THAN 1
           SUBTRACT 1 FROM wszdia
       END-IF.

      *----------------------------------------------------------------*
      * The bank confirmation: date and amount paid. A payment after
      * the due date gets its multa and juros worked out and kept on
      * the guide; an amount short of principal plus encargos is
      * recorded as paid but reported, so the difference can be
      * recolhida.
      *----------------------------------------------------------------*
       REGISTRA-PAGAMENTO.
       PERFORM PEDE-GUIA.
       IF wsachouguia EQUAL "S"
           IF GCT-PAGA
               DISPLAY "Guia ja paga em " GCT-DTPAGTO(7:2) "/"
                   GCT-DTPAGTO(5:2) "/" GCT-DTPAGTO(1:4) "."
               CLOSE CTLGUIAS
           ELSE
               PERFORM PEDE-DATA-PAGTO
               IF wsdatavalida EQUAL "N"
                   CLOSE CTLGUIAS
               ELSE
                   DISPLAY "Valor pago: " WITH NO ADVANCING
                   MOVE ZERO TO wsvlpago
                   ACCEPT wsvlpago
                   PERFORM CALCULA-ENCARGOS
                   PERFORM MOSTRA-ENCARGOS
                   PERFORM BAIXA-GUIA
                   CLOSE CTLGUIAS
               END-IF
           END-IF
       END-IF.

       PEDE-GUIA.
       MOVE "N" TO wsachouguia.
       PERFORM PEDE-EMPRESA-COMPET.
       IF wscompvalida EQUAL "S"
           DISPLAY "Tipo da guia (GPS/DARF/FGTS): " WITH NO ADVANCING
           MOVE SPACES TO wstipo
           ACCEPT wstipo
           OPEN I-O CTLGUIAS
           IF wsfs-gct EQUAL "35"
               DISPLAY "CTLGUIAS.DAT ainda nao existe."
           ELSE
               MOVE wsempresa TO GCT-EMPRESA
               MOVE wscompetencia TO GCT-COMPET
               MOVE wstipo TO GCT-TIPO
               READ CTLGUIAS
                   INVALID KEY
                       DISPLAY "Guia nao registrada."
                       CLOSE CTLGUIAS
                   NOT INVALID KEY
                       MOVE "S" TO wsachouguia
               END-READ
           END-IF
       END-IF.

       PEDE-DATA-PAGTO.
       DISPLAY "Data do pagamento (DD/MM/AAAA, ENTER = hoje): "
           WITH NO ADVANCING.
       MOVE SPACES TO wsdatapagto.
       ACCEPT wsdatapagto.
       IF wsdatapagto EQUAL SPACES
           MOVE wsdatatxt TO wsdatapagto
       END-IF.
       MOVE "N" TO wsdatavalida.
       IF wsdatapagto(3:1) EQUAL "/" AND wsdatapagto(6:1) EQUAL "/"
           AND wsdatapagto(1:2) IS NUMERIC AND
           wsdatapagto(4:2) IS NUMERIC AND
           wsdatapagto(7:4) IS NUMERIC
           IF wsdatapagto(4:2) GREATER THAN "00" AND
              wsdatapagto(4:2) LESS THAN "13" AND
              wsdatapagto(1:2) GREATER THAN "00" AND
              wsdatapagto(1:2) LESS THAN "32"
               MOVE "S" TO wsdatavalida
               MOVE SPACES TO wspagto
               STRING wsdatapagto(7:4) wsdatapagto(4:2)
                   wsdatapagto(1:2) DELIMITED BY SIZE INTO wspagto
           END-IF
       END-IF.
       IF wsdatavalida EQUAL "N"
           DISPLAY "Data invalida."
       END-IF.

       BAIXA-GUIA.
       MOVE "P" TO GCT-SITUACAO.
       MOVE wspagto TO GCT-DTPAGTO.
       MOVE wsvlpago TO GCT-VLPAGO.
       MOVE wsmulta TO GCT-MULTA.
       MOVE wsjuros TO GCT-JUROS.
       MOVE wsoperses TO GCT-OPERADOR.
       REWRITE GCT-REGISTRO.
       MOVE "BAIXA-GUIA" TO wserr-para.
       PERFORM TESTA-FS-GCT.
       MOVE "GUIA-PAGA" TO wsauditcampo.
       MOVE GCT-TIPO TO wstipo.
       PERFORM MONTA-AUDIT-VALOR.
       PERFORM GRAVA-AUDITORIA.
       DISPLAY "Pagamento registrado.".
       IF wsvlpago LESS THAN wstotdevido
           COMPUTE wsdiferenca = wstotdevido - wsvlpago
           MOVE wsdiferenca TO wsmascval
           DISPLAY "ATENCAO: valor pago abaixo do devido - faltam "
               wsmascval
       END-IF.

      *----------------------------------------------------------------*
      * Late-payment charges of the guide in GCT-REGISTRO for the
      * payment date in wspagto (AAAAMMDD). Nothing is due on or
      * before the due date. GPS/DARF: multa de mora of 0,33% per
      * day late, capped at 20%; juros at the SELIC accumulated from
      * the month after the due date to the month before payment,
      * plus 1% for the payment month (none when paid inside the
      * month of the due date). FGTS: multa of 5% inside the month
      * of the due date and 10% after it; juros of 0,5% per month
      * or fraction of delay.
      *----------------------------------------------------------------*
       CALCULA-ENCARGOS.
       MOVE ZERO TO wsmulta.
       MOVE ZERO TO wsjuros.
       MOVE ZERO TO wspercmulta.
       MOVE ZERO TO wspercjuros.
       MOVE GCT-VENCTO(1:4) TO wsvencano.
       MOVE GCT-VENCTO(5:2) TO wsvencmes.
       MOVE GCT-VENCTO(7:2) TO wsvencdia.
       MOVE wsvencano TO wszano.
       MOVE wsvencmes TO wszmes.
       MOVE wsvencdia TO wszdia.
       PERFORM CALCULA-DIA-JULIANO.
       MOVE wsjdn TO wsjdnvenc.
       MOVE wspagto(1:4) TO wszano.
       MOVE wspagto(5:2) TO wszmes.
       MOVE wspagto(7:2) TO wszdia.
       PERFORM CALCULA-DIA-JULIANO.
       MOVE wsjdn TO wsjdnpagto.
       COMPUTE wsdiasatraso = wsjdnpagto - wsjdnvenc.
       IF wsdiasatraso GREATER THAN ZERO
           COMPUTE wsmesesatraso = (wszano * 12 + wszmes)
               - (wsvencano * 12 + wsvencmes)
           IF GCT-FGTS
               PERFORM ENCARGOS-FGTS
           ELSE
               PERFORM ENCARGOS-RECEITA
           END-IF
           COMPUTE wsmulta ROUNDED = GCT-VALOR * wspercmulta / 100
           COMPUTE wsjuros ROUNDED = GCT-VALOR * wspercjuros / 100
       END-IF.
       COMPUTE wstotdevido = GCT-VALOR + wsmulta + wsjuros.

       ENCARGOS-RECEITA.
       COMPUTE wspercmulta = wsdiasatraso * 0,33.
       IF wspercmulta GREATER THAN 20
           MOVE 20 TO wspercmulta
       END-IF.
       IF wsmesesatraso GREATER THAN ZERO
           MOVE ZERO TO wsselic
           IF wsmesesatraso GREATER THAN 1
               DISPLAY "SELIC acumulada do mes seguinte ao vencimento"
               DISPLAY "ao mes anterior ao pagamento (%): "
                   WITH NO ADVANCING
               ACCEPT wsselic
           END-IF
           COMPUTE wspercjuros = wsselic + 1
       END-IF.

       ENCARGOS-FGTS.
       IF wsmesesatraso EQUAL ZERO
           MOVE 5 TO wspercmulta
       ELSE
           MOVE 10 TO wspercmulta
       END-IF.
       IF wszdia GREATER THAN wsvencdia
           ADD 1 TO wsmesesatraso
       END-IF.
       IF wsmesesatraso LESS THAN 1
           MOVE 1 TO wsmesesatraso
       END-IF.
       COMPUTE wspercjuros = wsmesesatraso * 0,5.

       MOSTRA-ENCARGOS.
       MOVE GCT-VALOR TO wsmascval.
       MOVE wsmulta TO wsmascmul.
       MOVE wsjuros TO wsmascjur.
       MOVE wstotdevido TO wsmasctot.
       DISPLAY "Principal: " wsmascval "  Multa: " wsmascmul
           "  Juros: " wsmascjur.
       DISPLAY "Total devido em " wspagto(7:2) "/" wspagto(5:2) "/"
           wspagto(1:4) ": " wsmasctot.

      *----------------------------------------------------------------*
      * The corrected guide of a late payment: principal, multa and
      * juros up to the payment date the operator expects, written
      * to TP66GUI.GUI for issuing. The guide itself stays open until
      * the bank confirms the payment.
      *----------------------------------------------------------------*
       EMITE-GUIA-CORRIGIDA.
       PERFORM PEDE-GUIA.
       IF wsachouguia EQUAL "S"
           IF GCT-PAGA
               DISPLAY "Guia ja paga - nada a corrigir."
               CLOSE CTLGUIAS
           ELSE
               PERFORM PEDE-DATA-PAGTO
               CLOSE CTLGUIAS
               IF wsdatavalida EQUAL "S"
                   PERFORM CALCULA-ENCARGOS
                   PERFORM MOSTRA-ENCARGOS
                   IF wsdiasatraso GREATER THAN ZERO
                       PERFORM GRAVA-GUIA-CORRIGIDA
                   ELSE
                       DISPLAY "Pagamento dentro do prazo - sem"
                           " encargos."
                   END-IF
               END-IF
           END-IF
       END-IF.

       GRAVA-GUIA-CORRIGIDA.
       OPEN OUTPUT CORRIGIDA.
       MOVE GCT-VENCTO TO wspagto.
       PERFORM FORMATA-DATA.
       MOVE wspagtotxt TO wsvenctotxt.
       MOVE SPACES TO COR-LINHA.
       STRING "GUIA CORRIGIDA " DELIMITED BY SIZE
           GCT-TIPO DELIMITED BY SIZE
           " EMP:" DELIMITED BY SIZE
           GCT-EMPRESA DELIMITED BY SIZE
           " COMP:" DELIMITED BY SIZE
           GCT-COMPET DELIMITED BY SIZE
           " VENCIMENTO:" DELIMITED BY SIZE
           wsvenctotxt DELIMITED BY SIZE
           " PAGAMENTO:" DELIMITED BY SIZE
           wsdatapagto DELIMITED BY SIZE
           " EMITIDA:" DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO COR-LINHA.
       WRITE COR-LINHA.
       MOVE "GRAVA-GUIA-CORRIGID" TO wserr-para.
       PERFORM TESTA-FS-COR.
       MOVE wsdiasatraso TO wsmascdias.
       MOVE SPACES TO COR-LINHA.
       STRING "  DIAS DE ATRASO:" DELIMITED BY SIZE
           wsmascdias DELIMITED BY SIZE
           INTO COR-LINHA.
       WRITE COR-LINHA.
       PERFORM TESTA-FS-COR.
       MOVE SPACES TO COR-LINHA.
       STRING "  PRINCIPAL:       " DELIMITED BY SIZE
           wsmascval DELIMITED BY SIZE
           INTO COR-LINHA.
       WRITE COR-LINHA.
       PERFORM TESTA-FS-COR.
       MOVE wspercmulta TO wsmascperc.
       MOVE SPACES TO COR-LINHA.
       STRING "  MULTA DE MORA:   " DELIMITED BY SIZE
           wsmascmul DELIMITED BY SIZE
           "  (" DELIMITED BY SIZE
           wsmascperc DELIMITED BY SIZE
           "%)" DELIMITED BY SIZE
           INTO COR-LINHA.
       WRITE COR-LINHA.
       PERFORM TESTA-FS-COR.
       MOVE wspercjuros TO wsmascperc.
       MOVE SPACES TO COR-LINHA.
       STRING "  JUROS:           " DELIMITED BY SIZE
           wsmascjur DELIMITED BY SIZE
           "  (" DELIMITED BY SIZE
           wsmascperc DELIMITED BY SIZE
           "%)" DELIMITED BY SIZE
           INTO COR-LINHA.
       WRITE COR-LINHA.
       PERFORM TESTA-FS-COR.
       MOVE SPACES TO COR-LINHA.
       STRING "  TOTAL A RECOLHER:" DELIMITED BY SIZE
           wsmasctot DELIMITED BY SIZE
           INTO COR-LINHA.
       WRITE COR-LINHA.
       PERFORM TESTA-FS-COR.
       CLOSE CORRIGIDA.
       DISPLAY "Guia corrigida em TP66GUI.GUI".

      *----------------------------------------------------------------*
      * The daily alert: every open guide whose due date is within
      * the next wsdiasalerta days, or already past, goes to the
      * screen and to TP66GUI.REL.
      *----------------------------------------------------------------*
       ALERTA-VENCIMENTOS.
       MOVE ZERO TO wsqtdalerta.
       MOVE wsdt-ano TO wszano.
       MOVE wsdt-mes TO wszmes.
       MOVE wsdt-dia TO wszdia.
       PERFORM CALCULA-DIA-JULIANO.
       MOVE wsjdn TO wsjdnhoje.
       OPEN OUTPUT IMPRESSO.
       MOVE SPACES TO IMP-LINHA.
       STRING "ALERTA DE VENCIMENTO DAS GUIAS EM " DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           " - ABERTAS VENCIDAS OU A VENCER EM ATE 5 DIAS"
           DELIMITED BY SIZE
           INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE "ALERTA-VENCIMENTOS" TO wserr-para.
       PERFORM TESTA-FS-IMP.
       OPEN INPUT CTLGUIAS.
       IF wsfs-gct EQUAL "35"
           CONTINUE
       ELSE
           MOVE "N" TO wsfimgct
           PERFORM LE-CTLGUIAS
           PERFORM AVALIA-ALERTA UNTIL wsfimgct EQUAL "S"
           CLOSE CTLGUIAS
       END-IF.
       MOVE SPACES TO IMP-LINHA.
       STRING "GUIAS EM ALERTA: " DELIMITED BY SIZE
           wsqtdalerta DELIMITED BY SIZE
           INTO IMP-LINHA.
       WRITE IMP-LINHA.
       PERFORM TESTA-FS-IMP.
       CLOSE IMPRESSO.
       DISPLAY "Guias em alerta: " wsqtdalerta
           " - relatorio em TP66GUI.REL".

       LE-CTLGUIAS.
       IF wsfimgct EQUAL "N"
           READ CTLGUIAS NEXT RECORD
               AT END
                   MOVE "S" TO wsfimgct
           END-READ
       END-IF.

       AVALIA-ALERTA.
       IF GCT-ABERTA
           MOVE GCT-VENCTO(1:4) TO wszano
           MOVE GCT-VENCTO(5:2) TO wszmes
           MOVE GCT-VENCTO(7:2) TO wszdia
           PERFORM CALCULA-DIA-JULIANO
           MOVE wsjdn TO wsjdnvenc
           IF wsjdnvenc NOT GREATER THAN wsjdnhoje + wsdiasalerta
               ADD 1 TO wsqtdalerta
               MOVE SPACES TO wssituacaotxt
               IF wsjdnvenc LESS THAN wsjdnhoje
                   COMPUTE wsdiasatraso = wsjdnhoje - wsjdnvenc
                   MOVE wsdiasatraso TO wsmascdias
                   STRING "VENCIDA HA " DELIMITED BY SIZE
                       wsmascdias DELIMITED BY SIZE
                       " DIA(S)" DELIMITED BY SIZE
                       INTO wssituacaotxt
               ELSE
                   IF wsjdnvenc EQUAL wsjdnhoje
                       MOVE "VENCE HOJE" TO wssituacaotxt
                   ELSE
                       COMPUTE wsdiasatraso = wsjdnvenc - wsjdnhoje
                       MOVE wsdiasatraso TO wsmascdias
                       STRING "VENCE EM " DELIMITED BY SIZE
                           wsmascdias DELIMITED BY SIZE
                           " DIA(S)" DELIMITED BY SIZE
                           INTO wssituacaotxt
                   END-IF
               END-IF
               PERFORM MONTA-LINHA-GUIA
               MOVE wssituacaotxt TO IMP-LINHA(70:22)
               WRITE IMP-LINHA
               PERFORM TESTA-FS-IMP
               DISPLAY IMP-LINHA
           END-IF
       END-IF.
       PERFORM LE-CTLGUIAS.

       MONTA-LINHA-GUIA.
       MOVE GCT-VENCTO TO wspagto.
       PERFORM FORMATA-DATA.
       MOVE GCT-VALOR TO wsmascval.
       MOVE SPACES TO IMP-LINHA.
       STRING "EMP:" DELIMITED BY SIZE
           GCT-EMPRESA DELIMITED BY SIZE
           " COMP:" DELIMITED BY SIZE
           GCT-COMPET DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GCT-TIPO DELIMITED BY SIZE
           " VALOR:" DELIMITED BY SIZE
           wsmascval DELIMITED BY SIZE
           " VENCIMENTO:" DELIMITED BY SIZE
           wspagtotxt DELIMITED BY SIZE
           INTO IMP-LINHA.

       LISTA-GUIAS.
       MOVE ZERO TO wsqtdlista.
       OPEN INPUT CTLGUIAS.
       IF wsfs-gct EQUAL "35"
           DISPLAY "CTLGUIAS.DAT ainda nao existe."
       ELSE
           MOVE "N" TO wsfimgct
           PERFORM LE-CTLGUIAS
           PERFORM LISTA-UMA-GUIA UNTIL wsfimgct EQUAL "S"
           CLOSE CTLGUIAS
           DISPLAY "Guias listadas: " wsqtdlista
       END-IF.

       LISTA-UMA-GUIA.
       ADD 1 TO wsqtdlista.
       PERFORM MONTA-LINHA-GUIA.
       IF GCT-PAGA
           MOVE GCT-DTPAGTO TO wspagto
           PERFORM FORMATA-DATA
           MOVE SPACES TO wssituacaotxt
           STRING "PAGA EM " DELIMITED BY SIZE
               wspagtotxt DELIMITED BY SIZE
               INTO wssituacaotxt
       ELSE
           MOVE "ABERTA" TO wssituacaotxt
       END-IF.
       MOVE wssituacaotxt TO IMP-LINHA(70:22).
       DISPLAY IMP-LINHA.
       PERFORM LE-CTLGUIAS.

      *AAAAMMDD em wspagto para DD/MM/AAAA em wspagtotxt
       FORMATA-DATA.
       MOVE SPACES TO wspagtotxt.
       STRING wspagto(7:2) "/" wspagto(5:2) "/" wspagto(1:4)
           DELIMITED BY SIZE INTO wspagtotxt.

      *----------------------------------------------------------------*
      * Calendar arithmetic. CALCULA-DIA-SEMANA is Zeller's congruence
      * over wszano/wszmes/wszdia, answering wszdow 0=sabado,
      * 1=domingo, 2=segunda e assim por diante - each floor division
      * lands in an integer temporary so nothing rounds where it
      * should truncate. CALCULA-DIA-JULIANO turns the same date into
      * a day number, so two dates subtract into the days between
      * them across month and year ends.
      *----------------------------------------------------------------*
       CALCULA-DIA-SEMANA.
       IF wszmes LESS THAN 3
           COMPUTE wszm = wszmes + 12
           COMPUTE wszanoz = wszano - 1
       ELSE
           MOVE wszmes TO wszm
           MOVE wszano TO wszanoz
       END-IF.
       COMPUTE wszj = wszanoz / 100.
       COMPUTE wszk = wszanoz - (wszj * 100).
       COMPUTE wszt1 = (13 * (wszm + 1)) / 5.
       COMPUTE wszt2 = wszk / 4.
       COMPUTE wszt3 = wszj / 4.
       COMPUTE wszsoma = wszdia + wszt1 + wszk + wszt2 + wszt3
           + (5 * wszj).
       COMPUTE wszt1 = wszsoma / 7.
       COMPUTE wszdow = wszsoma - (wszt1 * 7).

       CALCULA-DIA-JULIANO.
       COMPUTE wsja = (14 - wszmes) / 12.
       COMPUTE wsjy = wszano + 4800 - wsja.
       COMPUTE wsjm = wszmes + (12 * wsja) - 3.
       COMPUTE wsjt1 = ((153 * wsjm) + 2) / 5.
       COMPUTE wsjt2 = wsjy / 4.
       COMPUTE wsjt3 = wsjy / 100.
       COMPUTE wsjt4 = wsjy / 400.
       COMPUTE wsjdn = wszdia + wsjt1 + (365 * wsjy) + wsjt2
           - wsjt3 + wsjt4 - 32045.

      *Um feriado/dia nao util cadastrado em CALENDARIO.DAT?
       BUSCA-FERIADO.
       MOVE "N" TO wsachoucal.
       OPEN INPUT CALENDARIO.
       IF wsfs-cal EQUAL "35"
           CONTINUE
       ELSE
           MOVE SPACES TO CAL-DATA
           STRING wszano wszmes wszdia
               DELIMITED BY SIZE INTO CAL-DATA
           READ CALENDARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO wsachoucal
           END-READ
           CLOSE CALENDARIO
       END-IF.

      *Dia util: nem sabado, nem domingo, nem cadastrado no
      *calendario.
       VERIFICA-DIA-UTIL.
       PERFORM CALCULA-DIA-SEMANA.
       IF wszdow EQUAL 0 OR wszdow EQUAL 1
           MOVE "N" TO wsehutil
       ELSE
           PERFORM BUSCA-FERIADO
           IF wsachoucal EQUAL "S"
               MOVE "N" TO wsehutil
           ELSE
               MOVE "S" TO wsehutil
           END-IF
       END-IF.

       GRAVA-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           MOVE SPACES TO AUD-LINHA.
           STRING wsdatatxt DELIMITED BY SIZE
               " TP66GUI " DELIMITED BY SIZE
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

       TESTA-FS-GCT.
           MOVE wsfs-gct TO wserr-fs.
           MOVE "CTLGUIAS.DAT" TO wserr-arq.
           PERFORM VERIFICA-FS.

       TESTA-FS-IMP.
           MOVE wsfs-imp TO wserr-fs.
           MOVE "TP66GUI.REL" TO wserr-arq.
           PERFORM VERIFICA-FS.

       TESTA-FS-COR.
           MOVE wsfs-cor TO wserr-fs.
           MOVE "TP66GUI.GUI" TO wserr-arq.
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
               " TP66GUI PARAGRAFO:" DELIMITED BY SIZE
               wserr-para DELIMITED BY SIZE
               " ARQUIVO:" DELIMITED BY SIZE
               wserr-arq DELIMITED BY SIZE
               " STATUS:" DELIMITED BY SIZE
               wserr-fs DELIMITED BY SIZE
               INTO ERR-LINHA.
           WRITE ERR-LINHA.
           CLOSE ERRLOG.
           DISPLAY "ERRO DE E/S EM TP66GUI - VER ERROS.LOG".
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
