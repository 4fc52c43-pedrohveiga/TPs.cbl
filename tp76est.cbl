      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP76EST COBOL - estorno de ficha confirmada
      *          (supervisor). Takes back one ficha of
      *          TP04HISTIDX.DAT - prontuario, competencia and modo -
      *          and every update its confirmation made: the
      *          consignado installment in EMPRESTIMO.DAT, the
      *          acumulado of TP04YTD.DAT, the saldo of
      *          ATRASADOS.DAT, the descontado flag (or the record,
      *          for an adiantamento ficha) of ADIANTAMENTO.DAT, the
      *          days of the periodo in FERIAS.DAT, the ferias
      *          coletivas schedule of PROGFERIAS.DAT and the banco
      *          de horas lotes of BANCOHORAS.DAT it paid as
      *          vencidos. The ficha is deleted from the history and
      *          an ESTORNO line with its amounts goes to
      *          TP04REGISTRO.REL (TP04ADTO.REL for an adiantamento)
      *          so TP09CONF and TP23FECHA account for it. Only the
      *          latest ficha of the prontuario is reversed, in an
      *          open competencia of a year not closed by TP80VIR; a
      *          rescisao, or a ficha whose remessa already left for
      *          the bank, is refused and sent to the complementar
      *          (TP29COMP). Every estorno lands in AUDITORIA.LOG.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - The ESTORNO also goes to the keyed register
      *              TP04REGISTRO.DAT (REGFOLHA copybook) as a session
      *              of its own, which TP09CONF and TP23FECHA now read.
      * 15/10/2026 - The YTD is undone in the year of the competencia
      *              of the ficha, the year TP04 now adds it to; a
      *              year closed by TP80VIR keeps its archive as is.
      * 15/10/2026 - A ficha of a year already closed by TP80VIR
      *              (VIRADA.DAT) is refused, as TP04 and TP04LOTE
      *              refuse a session of that year.
      * 15/10/2026 - Banco de horas paid by the ficha: the lotes
      *              marked pago in its competencia go back to open,
      *              with an "E" movement in BANCOHORAS.MOV.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP76EST.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTIDX ASSIGN TO "TP04HISTIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-CHAVE
           FILE STATUS IS wsfs-hidx.
           SELECT EMPRESTIMO ASSIGN TO "EMPRESTIMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-PRONTUARIO
           FILE STATUS IS wsfs-emp.
           SELECT YTD ASSIGN TO "TP04YTD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-PRONTUARIO
           FILE STATUS IS wsfs-ytd.
           SELECT ATRASADOS ASSIGN TO "ATRASADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATR-PRONTUARIO
           FILE STATUS IS wsfs-atr.
           SELECT ADIANTAMENTO ASSIGN TO "ADIANTAMENTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADT-CHAVE
           FILE STATUS IS wsfs-adt.
           SELECT FERIAS ASSIGN TO "FERIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FER-PRONTUARIO
           FILE STATUS IS wsfs-fer.
           SELECT PROGFERIAS ASSIGN TO "PROGFERIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PFE-PRONTUARIO
           FILE STATUS IS wsfs-pfe.
           SELECT REMCTL ASSIGN TO "REMESSA.CTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCT-NUMERO
           FILE STATUS IS wsfs-rct.
           SELECT REGISTRO ASSIGN TO "TP04REGISTRO.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-reg.
           SELECT REGFOLHA ASSIGN TO "TP04REGISTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGF-CHAVE
           ALTERNATE RECORD KEY IS RGF-COMPET WITH DUPLICATES
           FILE STATUS IS wsfs-rgf.
           SELECT ADTOREG ASSIGN TO "TP04ADTO.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-areg.
           SELECT VIRADA ASSIGN TO "VIRADA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIR-ANO
           FILE STATUS IS wsfs-vir.
           SELECT BANCOHORAS ASSIGN TO "BANCOHORAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BCH-CHAVE
           FILE STATUS IS wsfs-bch.
           SELECT BHMOV ASSIGN TO "BANCOHORAS.MOV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-bhm.
           COPY AUDITSEL.
           COPY ERROSEL.
           COPY OPERSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD HISTIDX.
       COPY HISTIDX.

       FD EMPRESTIMO.
       COPY EMPRESTIMO.

       FD YTD.
       01 YTD-REGISTRO.
           05 YTD-PRONTUARIO        PIC X(9).
           05 YTD-ANO               PIC 9(4).
           05 YTD-BRUTO             PIC 9(7)V99.
           05 YTD-INSS              PIC 9(7)V99.
           05 YTD-IR                PIC 9(7)V99.
           05 YTD-LIQ               PIC 9(7)V99.
           05 YTD-FGTS              PIC 9(7)V99.

       FD ATRASADOS.
       01 ATR-REGISTRO.
           05 ATR-PRONTUARIO        PIC X(9).
           05 ATR-VALOR             PIC 9(7)V99.

       FD ADIANTAMENTO.
       COPY ADIANTAMENTO.

       FD FERIAS.
       COPY FERIAS.

       FD PROGFERIAS.
       COPY PROGFERIAS.

       FD REMCTL.
       COPY REMESSA.

       FD REGISTRO.
       01 REG-LINHA                 PIC X(140).

       FD REGFOLHA.
       COPY REGFOLHA.

       FD ADTOREG.
       01 AREG-LINHA                PIC X(140).
       FD VIRADA.
       COPY VIRADA.
       FD BANCOHORAS.
       COPY BANCOHORAS.
       FD BHMOV.
       COPY BHMOV.

       COPY AUDITFD.

       COPY ERROFD.

       COPY OPERFD.

       WORKING-STORAGE SECTION.
       77 wsfs-hidx PIC XX.
       77 wsfs-emp PIC XX.
       77 wsfs-ytd PIC XX.
       77 wsfs-atr PIC XX.
       77 wsfs-adt PIC XX.
       77 wsfs-fer PIC XX.
       77 wsfs-pfe PIC XX.
       77 wsfs-rct PIC XX.
       77 wsfs-reg PIC XX.
       77 wsfs-rgf PIC XX.
       77 wsfs-areg PIC XX.
       77 wsfs-vir PIC XX.
       77 wsfs-bch PIC XX.
       77 wsfs-bhm PIC XX.
       77 wsfs-aud PIC XX.
       77 wsfs-err PIC XX.
       77 wsfs-oper PIC XX.
       77 wserr-fs PIC XX.
       77 wserr-para PIC X(20).
       77 wserr-arq PIC X(16).
       01 wserr-dthoje.
           05 wserr-ano PIC 9(4).
           05 wserr-mes PIC 9(2).
           05 wserr-dia PIC 9(2).
       77 wsoperses PIC X(8) VALUE SPACES.
       77 wsresposta PIC X VALUE "N".
       77 wsfimarq PIC X VALUE "N".

      *A ficha pedida: prontuario, competencia (MM/AAAA) e modo
       77 wsprontuario PIC X(9) VALUE SPACES.
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wsmodo PIC X VALUE SPACE.
           88 wsmodo-valido VALUE "1" "2" "3" "7" "8".
           88 wsmodo-normal VALUE "1".
           88 wsmodo-adianta VALUE "7".
           88 wsmodo-rescisao VALUE "5".
           88 wsmodo-complementar VALUE "C".
       77 wsmotivo PIC X(20) VALUE SPACES.

      *Motivo da recusa; em branco, o estorno pode seguir
       77 wsrecusa PIC X(90) VALUE SPACES.

      *O que a ficha guardada traz para as conferencias
       77 wsempficha PIC X(2) VALUE SPACES.
       77 wsantigo PIC X VALUE "N".

      *Competencias comparadas em AAAAMM
       77 wsalvo PIC X(6) VALUE SPACES.
       77 wsaamm PIC X(6) VALUE SPACES.

      *Remessa da competencia que ainda nao saiu para o banco
       77 wsremaberta PIC 9(6) VALUE ZERO.
       77 wsorigemok PIC X VALUE "N".

       77 wsanoficha PIC 9(4) VALUE ZERO.
       77 wsanofer PIC 9(4) VALUE ZERO.
       77 wstotdias PIC 9(3) VALUE ZERO.
       77 wsfimbch PIC X VALUE "N".
       77 wsqtdlotes PIC 9(3) VALUE ZERO.
       77 wsmascvl PIC ZZ.ZZ9,99.
       77 wsmascvl2 PIC ZZ.ZZ9,99.
       77 wsevento PIC X(16) VALUE SPACES.
       77 wscomplemento PIC X(31) VALUE SPACES.

      *Situacao da competencia da ficha (TPCOMPET)
       COPY COMPETPARM.

      *Trava da empresa/competencia, a mesma da sessao da folha
       COPY TRAVAPARM.

       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).
       01 wshorahoje.
           05 wshr-hh PIC 9(2).
           05 wshr-mm PIC 9(2).
           05 wshr-ss PIC 9(2).
           05 wshr-cc PIC 9(2).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       PERFORM LE-OPERADOR-SESSAO.
       DISPLAY " ".
       DISPLAY "TP76EST - ESTORNO DE FICHA CONFIRMADA".
       DISPLAY "Prontuario (ENTER=sair): " WITH NO ADVANCING.
       MOVE SPACES TO wsprontuario.
       ACCEPT wsprontuario.
       IF wsprontuario EQUAL SPACES
           GOBACK
       END-IF.
       DISPLAY "Competencia (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       DISPLAY "Modo (1 normal, 2 decimo, 3 ferias, 7 adiantamento,"
           " 8 PLR): " WITH NO ADVANCING.
       MOVE SPACE TO wsmodo.
       ACCEPT wsmodo.
       PERFORM ESTORNA-FICHA.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * Every check runs only while nothing refused the estorno yet;
      * the first refusal is the one shown. The remessa is looked at
      * before the competencia, so a payment that already left is
      * sent to the complementar even when the month is closed.
      *----------------------------------------------------------------*
       ESTORNA-FICHA.
       MOVE SPACES TO wsrecusa.
       MOVE ZERO TO wsremaberta.
       PERFORM CONFERE-MODO.
       IF wsrecusa EQUAL SPACES
           PERFORM LE-FICHA
       END-IF.
       IF wsrecusa EQUAL SPACES
           PERFORM CONFERE-POSTERIORES
       END-IF.
       IF wsrecusa EQUAL SPACES
           PERFORM CONFERE-REMESSA
       END-IF.
       IF wsrecusa EQUAL SPACES
           PERFORM CONFERE-COMPETENCIA
       END-IF.
       IF wsrecusa EQUAL SPACES
           PERFORM CONFERE-VIRADA
       END-IF.
       IF wsrecusa EQUAL SPACES AND wsmodo-adianta
           PERFORM CONFERE-ADIANTAMENTO
       END-IF.
       IF wsrecusa NOT EQUAL SPACES
           DISPLAY "Estorno recusado:"
           DISPLAY wsrecusa
       ELSE
           PERFORM CONFIRMA-ESTORNO
       END-IF.

       CONFERE-MODO.
       IF wsmodo-rescisao
           STRING "Ficha de rescisao nao tem estorno - acerte pela"
               " complementar (TP29COMP)."
               DELIMITED BY SIZE INTO wsrecusa
       ELSE
           IF wsmodo-complementar
               MOVE "Ficha complementar nao tem estorno." TO wsrecusa
           ELSE
               IF NOT wsmodo-valido
                   MOVE "Modo invalido - estorno so de 1, 2, 3, 7 ou 8."
                       TO wsrecusa
               END-IF
           END-IF
       END-IF.

       LE-FICHA.
       OPEN INPUT HISTIDX.
       IF wsfs-hidx EQUAL "35"
           MOVE "TP04HISTIDX.DAT ainda nao existe." TO wsrecusa
       ELSE
           MOVE wsprontuario TO HIDX-PRONTUARIO
           MOVE wscompetencia TO HIDX-COMPET
           MOVE wsmodo TO HIDX-MODO
           READ HISTIDX
               INVALID KEY
                   MOVE "Ficha nao encontrada no historico."
                       TO wsrecusa
               NOT INVALID KEY
                   PERFORM GUARDA-FICHA
           END-READ
           CLOSE HISTIDX
       END-IF.

       GUARDA-FICHA.
       MOVE HIDX-EMPRESA TO wsempficha.
       IF wsempficha EQUAL SPACES
           MOVE "01" TO wsempficha
       END-IF.
      *Ficha gravada antes de o historico guardar atrasados e ferias
       IF HIDX-ATRMOV EQUAL SPACE
           MOVE "S" TO wsantigo
       ELSE
           MOVE "N" TO wsantigo
       END-IF.
       MOVE HIDX-BRUTO TO wsmascvl.
       MOVE HIDX-LIQ TO wsmascvl2.
       DISPLAY "Ficha de " HIDX-NOME " calculada em " HIDX-DATA
           " - bruto " wsmascvl " liquido " wsmascvl2.

      *----------------------------------------------------------------*
      * Only the latest ficha of the prontuario is reversed: a later
      * competencia, or a complementar over the same one, was
      * calculated on top of what this ficha left in the masters.
      *----------------------------------------------------------------*
       CONFERE-POSTERIORES.
       MOVE SPACES TO wsalvo.
       STRING wscompetencia(4:4) wscompetencia(1:2)
           DELIMITED BY SIZE INTO wsalvo.
       OPEN INPUT HISTIDX.
       MOVE "N" TO wsfimarq.
       MOVE wsprontuario TO HIDX-PRONTUARIO.
       MOVE LOW-VALUES TO HIDX-COMPET.
       MOVE LOW-VALUES TO HIDX-MODO.
       START HISTIDX KEY NOT LESS THAN HIDX-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimarq
       END-START.
       PERFORM LE-PROXIMA-FICHA.
       PERFORM TESTA-POSTERIOR UNTIL wsfimarq EQUAL "S".
       CLOSE HISTIDX.

       LE-PROXIMA-FICHA.
       IF wsfimarq EQUAL "N"
           READ HISTIDX NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
           IF wsfimarq EQUAL "N" AND
              HIDX-PRONTUARIO NOT EQUAL wsprontuario
               MOVE "S" TO wsfimarq
           END-IF
       END-IF.

       TESTA-POSTERIOR.
       MOVE SPACES TO wsaamm.
       STRING HIDX-COMPET(4:4) HIDX-COMPET(1:2)
           DELIMITED BY SIZE INTO wsaamm.
       IF wsaamm GREATER THAN wsalvo OR
           (HIDX-COMPET EQUAL wscompetencia AND HIDX-MODO EQUAL "C")
           MOVE SPACES TO wsrecusa
           STRING "Ha ficha posterior (competencia " HIDX-COMPET
               " modo " HIDX-MODO ") - estorne-a antes."
               DELIMITED BY SIZE INTO wsrecusa
           MOVE "S" TO wsfimarq
       ELSE
           PERFORM LE-PROXIMA-FICHA
       END-IF.

      *----------------------------------------------------------------*
      * The remessas of the competencia that carry this kind of
      * ficha, by the origem TP04/TP04LOTE give them. One already
      * enviada, retornada or liquidada means the money left: the
      * estorno is refused and the difference goes through the
      * complementar. One still pendente or gerada is only noted -
      * it has to be cancelled before it is sent.
      *----------------------------------------------------------------*
       CONFERE-REMESSA.
       OPEN INPUT REMCTL.
       IF wsfs-rct NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE ZERO TO RCT-NUMERO
           START REMCTL KEY NOT LESS THAN RCT-NUMERO
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-PROXIMA-REMESSA
           PERFORM TESTA-REMESSA UNTIL wsfimarq EQUAL "S"
           CLOSE REMCTL
       END-IF.

       LE-PROXIMA-REMESSA.
       IF wsfimarq EQUAL "N"
           READ REMCTL NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
       END-IF.

       TESTA-REMESSA.
       IF RCT-EMPRESA EQUAL wsempficha AND
           RCT-COMPET EQUAL wscompetencia
           PERFORM CONFERE-ORIGEM
           IF wsorigemok EQUAL "S"
               IF RCT-ENVIADA OR RCT-RETORNADA OR RCT-LIQUIDADA
                   MOVE SPACES TO wsrecusa
                   STRING "Remessa " RCT-NUMERO " ja enviada ao banco"
                       " (situacao " RCT-STATUS ") - use a"
                       " complementar (TP29COMP)."
                       DELIMITED BY SIZE INTO wsrecusa
                   MOVE "S" TO wsfimarq
               ELSE
                   IF RCT-PENDENTE OR RCT-GERADA
                       MOVE RCT-NUMERO TO wsremaberta
                   END-IF
               END-IF
           END-IF
       END-IF.
       PERFORM LE-PROXIMA-REMESSA.

       CONFERE-ORIGEM.
       MOVE "N" TO wsorigemok.
       IF wsmodo EQUAL "7" AND RCT-ORIGEM EQUAL "TP04ADTO"
           MOVE "S" TO wsorigemok
       END-IF.
       IF wsmodo EQUAL "8" AND RCT-ORIGEM EQUAL "TP04PLR"
           MOVE "S" TO wsorigemok
       END-IF.
       IF wsmodo EQUAL "3" AND
           (RCT-ORIGEM EQUAL "TP04" OR RCT-ORIGEM EQUAL "TP04FERIA")
           MOVE "S" TO wsorigemok
       END-IF.
       IF (wsmodo EQUAL "1" OR wsmodo EQUAL "2") AND
           (RCT-ORIGEM EQUAL "TP04" OR RCT-ORIGEM EQUAL "TP04LOTE" OR
           RCT-ORIGEM(1:2) EQUAL "SG")
           MOVE "S" TO wsorigemok
       END-IF.

      *O estorno so mexe numa competencia aberta, como a folha
       CONFERE-COMPETENCIA.
       MOVE "C" TO CPP-ACAO.
       MOVE wsempficha TO CPP-EMPRESA.
       MOVE wscompetencia TO CPP-COMPET.
       CALL "TPCOMPET" USING COMPET-PARM.
       IF CPP-RC NOT EQUAL ZERO
           MOVE SPACES TO wsrecusa
           STRING "Competencia fechada ou em fechamento (" CPP-DONO
               " em " CPP-DESDE ") - reabertura no TP70CMP."
               DELIMITED BY SIZE INTO wsrecusa
       END-IF.

      *----------------------------------------------------------------*
      * A year closed by TP80VIR takes no more changes - its
      * accumulators are in the archive TP04YTDHIST.DAT - the same
      * rule TP04 and TP04LOTE apply before a session.
      *----------------------------------------------------------------*
       CONFERE-VIRADA.
       IF wscompetencia(4:4) IS NUMERIC
           OPEN INPUT VIRADA
           IF wsfs-vir NOT EQUAL "35"
               MOVE wscompetencia(4:4) TO VIR-ANO
               READ VIRADA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO wsrecusa
                       STRING "Ano " VIR-ANO " encerrado no TP80VIR"
                           " em " VIR-DATA " por " VIR-OPERADOR
                           " - a ficha fica como esta."
                           DELIMITED BY SIZE INTO wsrecusa
               END-READ
               CLOSE VIRADA
           END-IF
       END-IF.

      *Adiantamento ja abatido na folha do mes: a ficha normal vem
      *antes no estorno
       CONFERE-ADIANTAMENTO.
       OPEN INPUT ADIANTAMENTO.
       IF wsfs-adt NOT EQUAL "35"
           MOVE wsprontuario TO ADT-PRONTUARIO
           MOVE wscompetencia TO ADT-COMPET
           READ ADIANTAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ADT-JA-DESCONTADO
                       STRING "Adiantamento ja descontado na folha do"
                           " mes - estorne a ficha normal antes."
                           DELIMITED BY SIZE INTO wsrecusa
                   END-IF
           END-READ
           CLOSE ADIANTAMENTO
       END-IF.

       CONFIRMA-ESTORNO.
       IF wsremaberta NOT EQUAL ZERO
           DISPLAY "Atencao: a remessa " wsremaberta " (ainda nao"
               " enviada) traz o credito desta ficha -"
           DISPLAY "cancele-a no TP33REM antes do envio."
       END-IF.
       IF wsantigo EQUAL "S"
           DISPLAY "Atencao: ficha anterior ao controle de estorno -"
               " ATRASADOS.DAT e FERIAS.DAT"
           DISPLAY "nao serao revertidos; confira-os a mao."
       END-IF.
       DISPLAY "Motivo do estorno: " WITH NO ADVANCING.
       MOVE SPACES TO wsmotivo.
       ACCEPT wsmotivo.
       IF wsmotivo EQUAL SPACES
           DISPLAY "Motivo obrigatorio - nada estornado."
       ELSE
           DISPLAY "Confirma o estorno da ficha (S/N): "
               WITH NO ADVANCING
           ACCEPT wsresposta
           IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
               PERFORM EXECUTA-ESTORNO
           ELSE
               DISPLAY "Nada estornado."
           END-IF
       END-IF.

      *----------------------------------------------------------------*
      * Under the same trava a folha session takes for the empresa
      * and competencia, so no session recalculates the prontuario
      * while its masters are being put back.
      *----------------------------------------------------------------*
       EXECUTA-ESTORNO.
       MOVE "O" TO TRV-ACAO.
       MOVE wsempficha TO TRV-EMPRESA.
       MOVE wscompetencia TO TRV-COMPET.
       MOVE wsoperses TO TRV-OPERADOR.
       CALL "TPTRAVA" USING TRAVA-PARM.
       IF TRV-RC NOT EQUAL ZERO
           DISPLAY "Competencia em uso por operador " TRV-DONO
               " desde " TRV-DESDE " - estorno recusado."
       ELSE
           OPEN I-O HISTIDX
           MOVE wsfs-hidx TO wserr-fs
           MOVE "EXECUTA-ESTORNO" TO wserr-para
           MOVE "TP04HISTIDX.DAT" TO wserr-arq
           PERFORM VERIFICA-FS
           MOVE wsprontuario TO HIDX-PRONTUARIO
           MOVE wscompetencia TO HIDX-COMPET
           MOVE wsmodo TO HIDX-MODO
           READ HISTIDX
               INVALID KEY
                   DISPLAY "Ficha nao encontrada no historico."
               NOT INVALID KEY
                   PERFORM DESFAZ-FICHA
           END-READ
           CLOSE HISTIDX
           MOVE "S" TO TRV-ACAO
           MOVE wsempficha TO TRV-EMPRESA
           MOVE wscompetencia TO TRV-COMPET
           CALL "TPTRAVA" USING TRAVA-PARM
       END-IF.

       DESFAZ-FICHA.
       PERFORM DESFAZ-EMPRESTIMO.
       PERFORM DESFAZ-YTD.
       PERFORM DESFAZ-ATRASADOS.
       PERFORM DESFAZ-ADIANTAMENTO.
       PERFORM DESFAZ-FERIAS.
       PERFORM DESFAZ-PROGRAMACAO.
       PERFORM DESFAZ-BANCO-HORAS.
       IF wsmodo-adianta
           PERFORM GRAVA-ESTORNO-ADTO
       ELSE
           PERFORM GRAVA-ESTORNO-REGISTRO
       END-IF.
       DELETE HISTIDX RECORD.
       MOVE wsfs-hidx TO wserr-fs.
       MOVE "DESFAZ-FICHA" TO wserr-para.
       MOVE "TP04HISTIDX.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.
       MOVE "ESTORNO-FICHA" TO wsevento.
       MOVE SPACES TO wscomplemento.
       STRING " " wscompetencia "-" wsmodo " " wsmotivo
           DELIMITED BY SIZE INTO wscomplemento.
       PERFORM GRAVA-AUDITORIA-EST.
       DISPLAY "Ficha " wsprontuario " " wscompetencia " modo "
           wsmodo " estornada.".

      *A parcela volta a faltar quando foi esta competencia que a
      *cobrou
       DESFAZ-EMPRESTIMO.
       IF HIDX-VLEMP IS NUMERIC AND HIDX-VLEMP GREATER THAN ZERO
           OPEN I-O EMPRESTIMO
           IF wsfs-emp NOT EQUAL "35"
               MOVE wsprontuario TO EMP-PRONTUARIO
               READ EMPRESTIMO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DEVOLVE-PARCELA
               END-READ
               CLOSE EMPRESTIMO
           END-IF
       END-IF.

       DEVOLVE-PARCELA.
       IF EMP-ULTCOMP EQUAL wscompetencia
           ADD 1 TO EMP-RESTANTES
           MOVE SPACES TO EMP-ULTCOMP
           REWRITE EMP-REGISTRO
           MOVE wsfs-emp TO wserr-fs
           MOVE "DEVOLVE-PARCELA" TO wserr-para
           MOVE "EMPRESTIMO.DAT" TO wserr-arq
           PERFORM VERIFICA-FS
       END-IF.

      *So a ficha normal soma no acumulado, no ano da sua
      *competencia
       DESFAZ-YTD.
       IF wsmodo-normal AND HIDX-COMPET(4:4) IS NUMERIC
           MOVE HIDX-COMPET(4:4) TO wsanoficha
           OPEN I-O YTD
           IF wsfs-ytd NOT EQUAL "35"
               MOVE wsprontuario TO YTD-PRONTUARIO
               READ YTD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SUBTRAI-YTD
               END-READ
               CLOSE YTD
           END-IF
       END-IF.

       SUBTRAI-YTD.
       IF YTD-ANO EQUAL wsanoficha
           SUBTRACT HIDX-BRUTO FROM YTD-BRUTO
           SUBTRACT HIDX-INSS FROM YTD-INSS
           SUBTRACT HIDX-IR FROM YTD-IR
           SUBTRACT HIDX-LIQ FROM YTD-LIQ
           SUBTRACT HIDX-FGTS FROM YTD-FGTS
           REWRITE YTD-REGISTRO
           MOVE wsfs-ytd TO wserr-fs
           MOVE "SUBTRAI-YTD" TO wserr-para
           MOVE "TP04YTD.DAT" TO wserr-arq
           PERFORM VERIFICA-FS
       END-IF.

      *O saldo de atrasados volta ao que era antes da ficha
       DESFAZ-ATRASADOS.
       IF HIDX-ATRMOV EQUAL "S"
           OPEN I-O ATRASADOS
           IF wsfs-atr EQUAL "35"
               OPEN OUTPUT ATRASADOS
               CLOSE ATRASADOS
               OPEN I-O ATRASADOS
           END-IF
           MOVE wsprontuario TO ATR-PRONTUARIO
           READ ATRASADOS
               INVALID KEY
                   IF HIDX-ATRANT GREATER THAN ZERO
                       MOVE wsprontuario TO ATR-PRONTUARIO
                       MOVE HIDX-ATRANT TO ATR-VALOR
                       WRITE ATR-REGISTRO
                   END-IF
               NOT INVALID KEY
                   MOVE HIDX-ATRANT TO ATR-VALOR
                   REWRITE ATR-REGISTRO
           END-READ
           MOVE wsfs-atr TO wserr-fs
           MOVE "DESFAZ-ATRASADOS" TO wserr-para
           MOVE "ATRASADOS.DAT" TO wserr-arq
           PERFORM VERIFICA-FS
           CLOSE ATRASADOS
       END-IF.

      *A ficha de adiantamento leva o registro do adiantamento com
      *ela; a ficha normal que o descontou o devolve a "nao
      *descontado"
       DESFAZ-ADIANTAMENTO.
       IF wsmodo-adianta OR
           (HIDX-VLADTO IS NUMERIC AND HIDX-VLADTO GREATER THAN ZERO)
           OPEN I-O ADIANTAMENTO
           IF wsfs-adt NOT EQUAL "35"
               MOVE wsprontuario TO ADT-PRONTUARIO
               MOVE wscompetencia TO ADT-COMPET
               READ ADIANTAMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DEVOLVE-ADIANTAMENTO
               END-READ
               CLOSE ADIANTAMENTO
           END-IF
       END-IF.

       DEVOLVE-ADIANTAMENTO.
       IF wsmodo-adianta
           DELETE ADIANTAMENTO RECORD
       ELSE
           MOVE "N" TO ADT-DESCONTADO
           REWRITE ADT-REGISTRO
       END-IF.
       MOVE wsfs-adt TO wserr-fs.
       MOVE "DEVOLVE-ADIANTAMENTO" TO wserr-para.
       MOVE "ADIANTAMENTO.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

      *----------------------------------------------------------------*
      * The periodo aquisitivo as it was: a record the ficha created
      * goes away; otherwise the days gozados come back and, when the
      * ficha closed the 30 days and rolled the periodo a year
      * forward, the periodo rolls back.
      *----------------------------------------------------------------*
       DESFAZ-FERIAS.
       IF (HIDX-FERMOV EQUAL "A" OR HIDX-FERMOV EQUAL "C") AND
           HIDX-DIASFER IS NUMERIC AND HIDX-FERANT IS NUMERIC
           OPEN I-O FERIAS
           IF wsfs-fer NOT EQUAL "35"
               MOVE wsprontuario TO FER-PRONTUARIO
               READ FERIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DEVOLVE-FERIAS
               END-READ
               CLOSE FERIAS
           END-IF
       END-IF.

       DEVOLVE-FERIAS.
       IF HIDX-FERMOV EQUAL "C"
           DELETE FERIAS RECORD
       ELSE
           COMPUTE wstotdias = HIDX-FERANT + HIDX-DIASFER
           IF wstotdias NOT LESS THAN 30
               MOVE FER-INI TO FER-FIM
               MOVE FER-INI(7:4) TO wsanofer
               SUBTRACT 1 FROM wsanofer
               MOVE wsanofer TO FER-INI(7:4)
           END-IF
           MOVE HIDX-FERANT TO FER-DIASGOZADOS
           REWRITE FER-REGISTRO
       END-IF.
       MOVE wsfs-fer TO wserr-fs.
       MOVE "DEVOLVE-FERIAS" TO wserr-para.
       MOVE "FERIAS.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

      *As ferias coletivas voltam a agendadas, para o lote pagar de
      *novo
       DESFAZ-PROGRAMACAO.
       IF HIDX-PROGFER EQUAL "S"
           OPEN I-O PROGFERIAS
           IF wsfs-pfe NOT EQUAL "35"
               MOVE wsprontuario TO PFE-PRONTUARIO
               READ PROGFERIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DEVOLVE-PROGRAMACAO
               END-READ
               CLOSE PROGFERIAS
           END-IF
       END-IF.

       DEVOLVE-PROGRAMACAO.
       IF PFE-PROCESSADA
           MOVE "A" TO PFE-SITUACAO
           REWRITE PFE-REGISTRO
           MOVE wsfs-pfe TO wserr-fs
           MOVE "DEVOLVE-PROGRAMACAO" TO wserr-para
           MOVE "PROGFERIAS.DAT" TO wserr-arq
           PERFORM VERIFICA-FS
       END-IF.

      *----------------------------------------------------------------*
      * Banco de horas the ficha paid as vencido: the lotes TP04LOTE
      * marked pago with this competencia in BCH-COMPBAIXA are open
      * again and an "E" movement per lote puts the hours back in the
      * extrato of TP51BCH.
      *----------------------------------------------------------------*
       DESFAZ-BANCO-HORAS.
       IF HIDX-QTBH IS NUMERIC AND HIDX-QTBH GREATER THAN ZERO
           MOVE ZERO TO wsqtdlotes
           OPEN I-O BANCOHORAS
           IF wsfs-bch NOT EQUAL "35"
               MOVE "N" TO wsfimbch
               MOVE wsprontuario TO BCH-PRONTUARIO
               MOVE "000001" TO BCH-LOTE
               START BANCOHORAS KEY NOT LESS THAN BCH-CHAVE
                   INVALID KEY
                       MOVE "S" TO wsfimbch
               END-START
               PERFORM LE-PROXIMO-LOTE-BCH
               PERFORM REABRE-LOTE-BCH UNTIL wsfimbch EQUAL "S"
               CLOSE BANCOHORAS
           END-IF
           IF wsqtdlotes EQUAL ZERO
               DISPLAY "Atencao: banco de horas pago na ficha sem"
                   " lote pago na competencia -"
               DISPLAY "confira BANCOHORAS.DAT a mao."
           END-IF
       END-IF.

       LE-PROXIMO-LOTE-BCH.
       READ BANCOHORAS NEXT RECORD
           AT END
               MOVE "S" TO wsfimbch
       END-READ.
       IF wsfimbch EQUAL "N" AND
           BCH-PRONTUARIO NOT EQUAL wsprontuario
           MOVE "S" TO wsfimbch
       END-IF.

       REABRE-LOTE-BCH.
       IF BCH-PAGO-VENCIDO AND BCH-COMPBAIXA EQUAL wscompetencia
           MOVE "A" TO BCH-SITUACAO
           MOVE SPACES TO BCH-COMPBAIXA
           REWRITE BCH-REGISTRO
           MOVE wsfs-bch TO wserr-fs
           MOVE "REABRE-LOTE-BCH" TO wserr-para
           MOVE "BANCOHORAS.DAT" TO wserr-arq
           PERFORM VERIFICA-FS
           PERFORM GRAVA-MOVIMENTO-BANCO
           ADD 1 TO wsqtdlotes
       END-IF.
       PERFORM LE-PROXIMO-LOTE-BCH.

       GRAVA-MOVIMENTO-BANCO.
       OPEN EXTEND BHMOV.
       IF wsfs-bhm EQUAL "05" OR wsfs-bhm EQUAL "35"
           OPEN OUTPUT BHMOV
       END-IF.
       MOVE wsprontuario TO BHM-PRONTUARIO.
       MOVE wscompetencia TO BHM-COMPET.
       MOVE "E" TO BHM-TIPO.
       MOVE BCH-SALDO TO BHM-HORAS.
       MOVE BCH-LOTE TO BHM-LOTE.
       MOVE wsdatatxt TO BHM-DATA.
       MOVE "TP76EST" TO BHM-ORIGEM.
       WRITE BHM-REGISTRO.
       MOVE wsfs-bhm TO wserr-fs.
       MOVE "GRAVA-MOVIMENTO-BAN" TO wserr-para.
       MOVE "BANCOHORAS.MOV" TO wserr-arq.
       PERFORM VERIFICA-FS.
       CLOSE BHMOV.

      *----------------------------------------------------------------*
      * The ESTORNO line carries the ficha's amounts in the DETALHE
      * positions, plus the date of the estorno, outside any session
      * block: TP09CONF lists it apart from the session totals and
      * TP23FECHA takes it off the day and the competencia.
      *----------------------------------------------------------------*
       GRAVA-ESTORNO-REGISTRO.
       OPEN EXTEND REGISTRO.
       IF wsfs-reg EQUAL "05" OR wsfs-reg EQUAL "35"
           OPEN OUTPUT REGISTRO
       END-IF.
       MOVE SPACES TO REG-LINHA.
       STRING "ESTORNO PRONTUARIO:" DELIMITED BY SIZE
           HIDX-PRONTUARIO DELIMITED BY SIZE
           " BRUTO:" DELIMITED BY SIZE
           HIDX-BRUTO DELIMITED BY SIZE
           " INSS:" DELIMITED BY SIZE
           HIDX-INSS DELIMITED BY SIZE
           " IRRF:" DELIMITED BY SIZE
           HIDX-IR DELIMITED BY SIZE
           " LIQUIDO:" DELIMITED BY SIZE
           HIDX-LIQ DELIMITED BY SIZE
           " COMP:" DELIMITED BY SIZE
           HIDX-COMPET DELIMITED BY SIZE
           " DATA:" DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           " MODO:" DELIMITED BY SIZE
           HIDX-MODO DELIMITED BY SIZE
           " EMP:" DELIMITED BY SIZE
           wsempficha DELIMITED BY SIZE
           " OPERADOR:" DELIMITED BY SIZE
           wsoperses DELIMITED BY SIZE
           INTO REG-LINHA.
       WRITE REG-LINHA.
       MOVE wsfs-reg TO wserr-fs.
       MOVE "GRAVA-ESTORNO-REG" TO wserr-para.
       MOVE "TP04REGISTRO.REL" TO wserr-arq.
       PERFORM VERIFICA-FS.
       CLOSE REGISTRO.
       PERFORM GRAVA-ESTORNO-REGFOLHA.

      *----------------------------------------------------------------*
      * The same estorno in the keyed register: a session of its own
      * (date, time, operator and empresa of the estorno) with the
      * ficha's amounts under the competencia of the ficha.
      *----------------------------------------------------------------*
       GRAVA-ESTORNO-REGFOLHA.
       ACCEPT wshorahoje FROM TIME.
       MOVE SPACES TO RGF-REGISTRO.
       MOVE ZERO TO RGF-QTDE.
       MOVE ZERO TO RGF-REMESSA.
       MOVE wsdatahoje TO RGF-DATA.
       STRING wshr-hh wshr-mm wshr-ss
           DELIMITED BY SIZE INTO RGF-HORA.
       MOVE wsoperses TO RGF-OPERADOR.
       MOVE wsempficha TO RGF-EMPRESA.
       MOVE 1 TO RGF-SEQ.
       MOVE HIDX-COMPET TO RGF-COMPET.
       MOVE "E" TO RGF-TIPO.
       MOVE "TP76EST" TO RGF-ORIGEM.
       MOVE HIDX-PRONTUARIO TO RGF-PRONTUARIO.
       MOVE HIDX-MODO TO RGF-MODO.
       MOVE HIDX-BRUTO TO RGF-BRUTO.
       MOVE HIDX-INSS TO RGF-INSS.
       MOVE HIDX-IR TO RGF-IR.
       MOVE HIDX-LIQ TO RGF-LIQ.
       MOVE HIDX-VLVT TO RGF-VT.
       MOVE HIDX-VLVR TO RGF-VR.
       MOVE wsdatatxt TO RGF-DTEVENTO.
       OPEN I-O REGFOLHA.
       IF wsfs-rgf EQUAL "35"
           OPEN OUTPUT REGFOLHA
           CLOSE REGFOLHA
           OPEN I-O REGFOLHA
       END-IF.
       WRITE RGF-REGISTRO.
       MOVE wsfs-rgf TO wserr-fs.
       MOVE "GRAVA-ESTORNO-RGF" TO wserr-para.
       MOVE "TP04REGISTRO.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.
       CLOSE REGFOLHA.

       GRAVA-ESTORNO-ADTO.
       OPEN EXTEND ADTOREG.
       IF wsfs-areg EQUAL "05" OR wsfs-areg EQUAL "35"
           OPEN OUTPUT ADTOREG
       END-IF.
       MOVE SPACES TO AREG-LINHA.
       STRING "ESTORNO PRONTUARIO:" DELIMITED BY SIZE
           HIDX-PRONTUARIO DELIMITED BY SIZE
           " BRUTO:" DELIMITED BY SIZE
           HIDX-BRUTO DELIMITED BY SIZE
           " ADIANTAMENTO:" DELIMITED BY SIZE
           HIDX-LIQ DELIMITED BY SIZE
           " COMP:" DELIMITED BY SIZE
           HIDX-COMPET DELIMITED BY SIZE
           " DATA:" DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           " EMP:" DELIMITED BY SIZE
           wsempficha DELIMITED BY SIZE
           INTO AREG-LINHA.
       WRITE AREG-LINHA.
       MOVE wsfs-areg TO wserr-fs.
       MOVE "GRAVA-ESTORNO-ADTO" TO wserr-para.
       MOVE "TP04ADTO.REL" TO wserr-arq.
       PERFORM VERIFICA-FS.
       CLOSE ADTOREG.

       GRAVA-AUDITORIA-EST.
           OPEN EXTEND AUDITORIA.
           IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           MOVE SPACES TO AUD-LINHA.
           STRING wsdatatxt DELIMITED BY SIZE
               " TP76EST " DELIMITED BY SIZE
               wsevento DELIMITED BY SPACE
               " PRONTUARIO:" DELIMITED BY SIZE
               wsprontuario DELIMITED BY SPACE
               " OPER:" DELIMITED BY SIZE
               wsoperses DELIMITED BY SIZE
               wscomplemento DELIMITED BY SIZE
               INTO AUD-LINHA.
           WRITE AUD-LINHA.
           CLOSE AUDITORIA.

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
               " TP76EST PARAGRAFO:" DELIMITED BY SIZE
               wserr-para DELIMITED BY SIZE
               " ARQUIVO:" DELIMITED BY SIZE
               wserr-arq DELIMITED BY SIZE
               " STATUS:" DELIMITED BY SIZE
               wserr-fs DELIMITED BY SIZE
               INTO ERR-LINHA.
           WRITE ERR-LINHA.
           CLOSE ERRLOG.
           DISPLAY "ERRO DE E/S EM TP76EST - VER ERROS.LOG".
           MOVE 8 TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
