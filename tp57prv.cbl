      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP57PRV COBOL - previdencia privada. Maintains the
      *          participant register PREVIDENCIA.DAT (certificado in
      *          the fund, employee percentage and employer match on
      *          the bruto, vigencia of the adesao), which TP04 and
      *          TP04LOTE read to discount the contribution and take
      *          it off the IRRF base. For a closed competencia it
      *          writes the monthly remessa to the fund,
      *          TP57PRV.REM (header, one line per participant with
      *          the contributions of the normal ficha stored in
      *          TP04HISTIDX.DAT, trailer with the totals), and the
      *          conference report TP57PRV.REL, which also lists the
      *          participants with no ficha to remit. A change to
      *          the register is refused when the first competencia
      *          it alters is fechada or em fechamento (TPCOMPET).
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP57PRV.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREVIDENCIA ASSIGN TO "PREVIDENCIA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRV-PRONTUARIO
           FILE STATUS IS wsfs-prv.
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
           SELECT REMESSA ASSIGN TO "TP57PRV.REM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rem.
           SELECT RELATORIO ASSIGN TO "TP57PRV.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD PREVIDENCIA.
       COPY PREVIDENCIA.

       FD CADASTRO.
       COPY CADASTRO.

       FD HISTIDX.
       COPY HISTIDX.

      *Remessa ao fundo: "0" header, "1" participante, "9" trailer
       FD REMESSA.
       01 REM-LINHA                 PIC X(120).

       FD RELATORIO.
       01 REL-LINHA                 PIC X(110).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-prv PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-hidx PIC XX.
       77 wsfs-rem PIC XX.
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
       77 wsauditchave PIC X(12).
       77 wsauditcampo PIC X(20).
       77 wsauditvalor PIC X(15).
       77 wsopcao PIC 9 VALUE ZERO.
       77 wsresposta PIC X VALUE "N".
       77 wsachou PIC X VALUE "N".
       77 wsfimprv PIC X VALUE "N".
       77 wsqtdlistados PIC 9(5) VALUE ZERO.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Participante digitado (percentuais em centesimos de %, como a
      *aliquota de ISS do TP55RPA)
       77 wspront PIC X(9) VALUE SPACES.
       77 wsnome PIC X(30) VALUE SPACES.
       77 wscertificado PIC X(12) VALUE SPACES.
       77 wspercfunccent PIC 9(4) VALUE ZERO.
       77 wspercempcent PIC 9(4) VALUE ZERO.
       77 wspercfunc PIC 99V99 VALUE ZERO.
       77 wspercemp PIC 99V99 VALUE ZERO.
       77 wscompini PIC X(7) VALUE SPACES.
       77 wscompfim PIC X(7) VALUE SPACES.
       77 wsprontok PIC X VALUE "N".

      *Competencia digitada e sua validacao, em AAAAMM para comparar
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wscompteste PIC X(7) VALUE SPACES.
       77 wscompok PIC X VALUE "N".
       77 wsalvo PIC X(6) VALUE SPACES.
       77 wsini PIC X(6) VALUE SPACES.
       77 wsfim PIC X(6) VALUE SPACES.
       77 wscompmes PIC 9(2) VALUE ZERO.
       77 wscompano PIC 9(4) VALUE ZERO.
      *Situacao da primeira competencia alterada (TPCOMPET)
       COPY COMPETPARM.

      *Remessa: campos de tamanho fixo e totais
       77 wsseq PIC 9(6) VALUE ZERO.
       77 wsqtdsemficha PIC 9(5) VALUE ZERO.
       77 wsremnome PIC X(30) VALUE SPACES.
       77 wsrembruto PIC 9(7)V99 VALUE ZERO.
       77 wsremfunc PIC 9(7)V99 VALUE ZERO.
       77 wsrememp PIC 9(7)V99 VALUE ZERO.
       77 wstotfunc PIC 9(9)V99 VALUE ZERO.
       77 wstotemp PIC 9(9)V99 VALUE ZERO.

      *Mascaras de impressao
       77 wsmascperc1 PIC Z9,99.
       77 wsmascperc2 PIC Z9,99.
       77 wsmascbruto PIC Z.ZZZ.ZZ9,99.
       77 wsmascfunc PIC Z.ZZZ.ZZ9,99.
       77 wsmascemp PIC Z.ZZZ.ZZ9,99.
       77 wsmasctot1 PIC ZZZ.ZZZ.ZZ9,99.
       77 wsmasctot2 PIC ZZZ.ZZZ.ZZ9,99.
       77 wsmascqtd PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP57PRV - PREVIDENCIA PRIVADA".
       DISPLAY "1 - Listar participantes".
       DISPLAY "2 - Incluir/alterar/encerrar um participante".
       DISPLAY "3 - Excluir um participante".
       DISPLAY "4 - Gerar a remessa mensal ao fundo".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM LISTA-PARTICIPANTES
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM INCLUI-ALTERA-PARTICIPANTE
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM EXCLUI-PARTICIPANTE
       END-IF.
       IF wsopcao EQUAL 4
           PERFORM GERA-REMESSA
       END-IF.
       IF wsopcao GREATER THAN 4
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * One line per participant, in prontuario order.
      *----------------------------------------------------------------*
       LISTA-PARTICIPANTES.
       OPEN INPUT PREVIDENCIA.
       IF wsfs-prv EQUAL "35"
           DISPLAY "PREVIDENCIA.DAT ainda nao existe."
       ELSE
           MOVE ZERO TO wsqtdlistados
           MOVE "N" TO wsfimprv
           PERFORM LE-PROXIMO-PARTICIPANTE
           PERFORM LISTA-UM-PARTICIPANTE UNTIL wsfimprv EQUAL "S"
           DISPLAY "Total de participantes listados: " wsqtdlistados
           CLOSE PREVIDENCIA
       END-IF.

       LE-PROXIMO-PARTICIPANTE.
       READ PREVIDENCIA NEXT RECORD
           AT END
               MOVE "S" TO wsfimprv
       END-READ.

       LISTA-UM-PARTICIPANTE.
       MOVE PRV-PERCFUNC TO wsmascperc1.
       MOVE PRV-PERCEMP TO wsmascperc2.
       DISPLAY PRV-PRONTUARIO " CERT:" PRV-CERTIFICADO
           " EMPREGADO:" wsmascperc1 "% EMPRESA:" wsmascperc2
           "% DE " PRV-COMPINI " ATE " PRV-COMPFIM.
       ADD 1 TO wsqtdlistados.
       PERFORM LE-PROXIMO-PARTICIPANTE.

      *----------------------------------------------------------------*
      * Include, retype or close one participation. The prontuario
      * must be on the cadastro and the certificado filled in; each
      * percentage is typed in centesimos (at most 99,99%) and the
      * employee's may not be zero.
      * Closing is typing the last competencia covered - the history
      * of earlier fichas keeps what was remitted.
      *----------------------------------------------------------------*
       INCLUI-ALTERA-PARTICIPANTE.
       DISPLAY "Prontuario do participante: " WITH NO ADVANCING.
       MOVE SPACES TO wspront.
       ACCEPT wspront.
       PERFORM IDENTIFICA-PARTICIPANTE.
       IF wsprontok EQUAL "S"
           OPEN I-O PREVIDENCIA
           IF wsfs-prv EQUAL "35"
               OPEN OUTPUT PREVIDENCIA
               CLOSE PREVIDENCIA
               OPEN I-O PREVIDENCIA
           END-IF
           MOVE wspront TO PRV-PRONTUARIO
           READ PREVIDENCIA
               INVALID KEY
                   MOVE "N" TO wsachou
                   DISPLAY "Participante novo: " wsnome
               NOT INVALID KEY
                   MOVE "S" TO wsachou
                   PERFORM MOSTRA-PARTICIPANTE
           END-READ
           PERFORM ACEITA-DADOS-PARTICIPANTE
           PERFORM CONFERE-DADOS-PARTICIPANTE
           CLOSE PREVIDENCIA
       END-IF.

       IDENTIFICA-PARTICIPANTE.
       MOVE "N" TO wsprontok.
       MOVE SPACES TO wsnome.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           MOVE wspront TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   DISPLAY "Prontuario nao cadastrado."
               NOT INVALID KEY
                   MOVE "S" TO wsprontok
                   STRING CAD-NOME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       CAD-SOBRENOME DELIMITED BY "  "
                       INTO wsnome
           END-READ
           CLOSE CADASTRO
       END-IF.

       ACEITA-DADOS-PARTICIPANTE.
       DISPLAY "Numero do certificado no fundo: " WITH NO ADVANCING.
       MOVE SPACES TO wscertificado.
       ACCEPT wscertificado.
       DISPLAY "Contribuicao do empregado em centesimos de % do"
           " bruto (500 = 5,00%): " WITH NO ADVANCING.
       ACCEPT wspercfunccent.
       DISPLAY "Contrapartida da empresa em centesimos de % do"
           " bruto (0 = sem contrapartida): " WITH NO ADVANCING.
       ACCEPT wspercempcent.
       DISPLAY "Competencia de inicio (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompini.
       ACCEPT wscompini.
       DISPLAY "Ultima competencia coberta (ENTER = aberta): "
           WITH NO ADVANCING.
       MOVE SPACES TO wscompfim.
       ACCEPT wscompfim.

       CONFERE-DADOS-PARTICIPANTE.
       MOVE wscompini TO wscompteste.
       PERFORM VALIDA-COMPETENCIA.
       IF wscompok EQUAL "S" AND wscompfim NOT EQUAL SPACES
           MOVE wscompfim TO wscompteste
           PERFORM VALIDA-COMPETENCIA
       END-IF.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - nada alterado."
       ELSE
           IF wscertificado EQUAL SPACES
               DISPLAY "Certificado em branco - nada alterado."
           ELSE
               IF wspercfunccent EQUAL ZERO
                   DISPLAY "Contribuicao do empregado zerada -"
                       " nada alterado."
               ELSE
                   COMPUTE wspercfunc = wspercfunccent / 100
                   COMPUTE wspercemp = wspercempcent / 100
                   PERFORM DEFINE-COMPETENCIA-EFEITO
                   PERFORM VERIFICA-COMPETENCIA-ABERTA
                   IF wscompok EQUAL "S"
                       PERFORM GRAVA-PARTICIPANTE
                   ELSE
                       DISPLAY "Participante nao gravado."
                   END-IF
               END-IF
           END-IF
       END-IF.

       GRAVA-PARTICIPANTE.
       PERFORM LE-OPERADOR-SESSAO.
       PERFORM MONTA-DATA-HOJE.
       MOVE wspront TO PRV-PRONTUARIO.
       MOVE wscertificado TO PRV-CERTIFICADO.
       MOVE wspercfunc TO PRV-PERCFUNC.
       MOVE wspercemp TO PRV-PERCEMP.
       MOVE wscompini TO PRV-COMPINI.
       MOVE wscompfim TO PRV-COMPFIM.
       MOVE wsdatatxt TO PRV-DATA.
       MOVE wsoperses TO PRV-OPERADOR.
       IF wsachou EQUAL "S"
           REWRITE PRV-REGISTRO
           DISPLAY "Participante alterado."
       ELSE
           WRITE PRV-REGISTRO
           DISPLAY "Participante incluido."
       END-IF.
       MOVE "GRAVA-PARTICIPANTE" TO wserr-para.
       PERFORM TESTA-FS-PRV.
       MOVE wspront TO wsauditchave.
       MOVE "PREVIDENCIA-PRIV" TO wsauditcampo.
       MOVE wspercfunc TO wsmascperc1.
       MOVE wspercemp TO wsmascperc2.
       MOVE SPACES TO wsauditvalor.
       STRING wsmascperc1 "/" wsmascperc2 " " wscompfim
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
      * The first competencia the folha discounts differently. A new
      * participant, or one whose percentages or start changed,
      * counts from the competencia de inicio. When only the last
      * competencia coberta is typed, moved or cleared, the months up
      * to the earlier of the two ends stand as they were (blank =
      * aberta), so the month after that end is the one checked - an
      * adesao begun in a closed month can still be closed. With no
      * discount changed (certificado only) there is no month to
      * check (spaces).
      *----------------------------------------------------------------*
       DEFINE-COMPETENCIA-EFEITO.
       MOVE wscompini TO wscompetencia.
       IF wsachou EQUAL "S" AND
           wspercfunc EQUAL PRV-PERCFUNC AND
           wspercemp EQUAL PRV-PERCEMP AND
           wscompini EQUAL PRV-COMPINI
           MOVE PRV-COMPFIM TO wscompetencia
           IF wscompetencia EQUAL SPACES
               MOVE wscompfim TO wscompetencia
           ELSE
               IF wscompfim NOT EQUAL SPACES AND
                   wscompfim(4:4) LESS THAN wscompetencia(4:4)
                   MOVE wscompfim TO wscompetencia
               END-IF
               IF wscompfim(4:4) EQUAL wscompetencia(4:4) AND
                   wscompfim(1:2) LESS THAN wscompetencia(1:2)
                   MOVE wscompfim TO wscompetencia
               END-IF
           END-IF
           IF wscompetencia NOT EQUAL SPACES
               PERFORM AVANCA-COMPETENCIA
           END-IF
       END-IF.

       AVANCA-COMPETENCIA.
       MOVE wscompetencia(1:2) TO wscompmes.
       MOVE wscompetencia(4:4) TO wscompano.
       ADD 1 TO wscompmes.
       IF wscompmes GREATER THAN 12
           MOVE 1 TO wscompmes
           ADD 1 TO wscompano
       END-IF.
       MOVE SPACES TO wscompetencia.
       STRING wscompmes "/" wscompano DELIMITED BY SIZE
           INTO wscompetencia.

      *PREVIDENCIA.DAT nao tem empresa: basta uma ter fechado o mes
      *para a adesao nao mexer nele (TPCOMPET)
       VERIFICA-COMPETENCIA-ABERTA.
       MOVE "S" TO wscompok.
       IF wscompetencia NOT EQUAL SPACES
           MOVE "C" TO CPP-ACAO
           MOVE "**" TO CPP-EMPRESA
           MOVE wscompetencia TO CPP-COMPET
           CALL "TPCOMPET" USING COMPET-PARM
           IF CPP-RC NOT EQUAL ZERO
               MOVE "N" TO wscompok
               DISPLAY "Competencia " wscompetencia " fechada ou em"
                   " fechamento (" CPP-DONO " em " CPP-DESDE ")."
           END-IF
       END-IF.

       MOSTRA-PARTICIPANTE.
       MOVE PRV-PERCFUNC TO wsmascperc1.
       MOVE PRV-PERCEMP TO wsmascperc2.
       DISPLAY "Certificado atual: " PRV-CERTIFICADO.
       DISPLAY "Empregado: " wsmascperc1 "%  Empresa: " wsmascperc2
           "%  De " PRV-COMPINI " ate " PRV-COMPFIM.
       DISPLAY "Ultima alteracao: " PRV-DATA " por " PRV-OPERADOR.

      *----------------------------------------------------------------*
      * Removing a participant stops the discount from the next
      * ficha on; fichas already calculated keep their contribution.
      * Closing the adesao (option 2) is the usual way out.
      *----------------------------------------------------------------*
       EXCLUI-PARTICIPANTE.
       DISPLAY "Prontuario do participante: " WITH NO ADVANCING.
       MOVE SPACES TO wspront.
       ACCEPT wspront.
       OPEN I-O PREVIDENCIA.
       IF wsfs-prv EQUAL "35"
           DISPLAY "PREVIDENCIA.DAT ainda nao existe."
       ELSE
           MOVE wspront TO PRV-PRONTUARIO
           READ PREVIDENCIA
               INVALID KEY
                   DISPLAY "Participante nao cadastrado."
               NOT INVALID KEY
                   PERFORM MOSTRA-PARTICIPANTE
                   PERFORM CONFIRMA-EXCLUSAO
           END-READ
           CLOSE PREVIDENCIA
       END-IF.

       CONFIRMA-EXCLUSAO.
       MOVE PRV-COMPINI TO wscompetencia.
       PERFORM VERIFICA-COMPETENCIA-ABERTA.
       IF wscompok EQUAL "S"
           DISPLAY "Confirma a exclusao (S/N)? " WITH NO ADVANCING
           ACCEPT wsresposta
       ELSE
           MOVE "N" TO wsresposta
       END-IF.
       IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
           DELETE PREVIDENCIA RECORD
           MOVE "EXCLUI-PARTICIPANTE" TO wserr-para
           PERFORM TESTA-FS-PRV
           DISPLAY "Participante excluido."
           MOVE wspront TO wsauditchave
           MOVE "PREVIDENCIA-EXCL" TO wsauditcampo
           MOVE PRV-CERTIFICADO TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
       ELSE
           DISPLAY "Nada excluido."
       END-IF.

      *----------------------------------------------------------------*
      * Monthly remessa to the fund. Every participant whose adesao
      * covers the competencia is looked up in the history: the
      * normal ficha (modo "1") of the competencia carries the
      * contributions actually discounted and matched, and only those
      * are remitted. A participant with no ficha, or a ficha with no
      * contribution, goes to the report for the fund to be told.
      *----------------------------------------------------------------*
       GERA-REMESSA.
       DISPLAY "Competencia da remessa (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       MOVE wscompetencia TO wscompteste.
       PERFORM VALIDA-COMPETENCIA.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - nada gerado."
       ELSE
           OPEN INPUT PREVIDENCIA
           IF wsfs-prv EQUAL "35"
               DISPLAY "PREVIDENCIA.DAT ainda nao existe."
           ELSE
               PERFORM GERA-ARQUIVOS-REMESSA
               CLOSE PREVIDENCIA
           END-IF
       END-IF.

       GERA-ARQUIVOS-REMESSA.
       PERFORM MONTA-DATA-HOJE.
       MOVE SPACES TO wsalvo.
       STRING wscompetencia(4:4) wscompetencia(1:2)
           DELIMITED BY SIZE INTO wsalvo.
       MOVE ZERO TO wsseq.
       MOVE ZERO TO wsqtdsemficha.
       MOVE ZERO TO wstotfunc.
       MOVE ZERO TO wstotemp.
       OPEN INPUT HISTIDX.
       OPEN OUTPUT REMESSA.
       MOVE "GERA-REMESSA" TO wserr-para.
       PERFORM TESTA-FS-REM.
       OPEN OUTPUT RELATORIO.
       PERFORM TESTA-FS-REL.
       MOVE SPACES TO REM-LINHA.
       STRING "0" DELIMITED BY SIZE
           "PREVIDENCIA PRIVADA " DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO REM-LINHA.
       PERFORM GRAVA-LINHA-REM.
       MOVE SPACES TO REL-LINHA.
       STRING "TP57PRV - REMESSA DE PREVIDENCIA PRIVADA"
           DELIMITED BY SIZE
           " - COMPETENCIA " DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           "  DATA: " DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "N" TO wsfimprv.
       PERFORM LE-PROXIMO-PARTICIPANTE.
       PERFORM REMETE-PARTICIPANTE UNTIL wsfimprv EQUAL "S".
       MOVE SPACES TO REM-LINHA.
       STRING "9" DELIMITED BY SIZE
           wsseq DELIMITED BY SIZE
           wstotfunc DELIMITED BY SIZE
           wstotemp DELIMITED BY SIZE
           INTO REM-LINHA.
       PERFORM GRAVA-LINHA-REM.
       CLOSE REMESSA.
       IF wsfs-hidx NOT EQUAL "35"
           CLOSE HISTIDX
       END-IF.
       MOVE wstotfunc TO wsmasctot1.
       MOVE wstotemp TO wsmasctot2.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsseq TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "PARTICIPANTES REMETIDOS: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           "  EMPREGADOS: " DELIMITED BY SIZE
           wsmasctot1 DELIMITED BY SIZE
           "  EMPRESA: " DELIMITED BY SIZE
           wsmasctot2 DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsqtdsemficha TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "PARTICIPANTES SEM CONTRIBUICAO NA COMPETENCIA: "
           DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       CLOSE RELATORIO.
       DISPLAY "Remessa em TP57PRV.REM e relatorio em TP57PRV.REL - "
           wsseq " participante(s) remetido(s).".
       MOVE wscompetencia TO wsauditchave.
       MOVE "REMESSA-PREVID" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       STRING wsseq "/" wsqtdsemficha
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       REMETE-PARTICIPANTE.
       MOVE wscompetencia TO wscompteste.
       PERFORM VERIFICA-VIGENCIA.
       IF wscompok EQUAL "S"
           PERFORM BUSCA-FICHA-NORMAL
           IF wsachou EQUAL "S"
               PERFORM GRAVA-DETALHE-REMESSA
           ELSE
               ADD 1 TO wsqtdsemficha
               MOVE SPACES TO REL-LINHA
               STRING PRV-PRONTUARIO DELIMITED BY SIZE
                   " CERT:" DELIMITED BY SIZE
                   PRV-CERTIFICADO DELIMITED BY SIZE
                   " SEM FICHA NORMAL COM CONTRIBUICAO NA"
                   DELIMITED BY SIZE
                   " COMPETENCIA" DELIMITED BY SIZE
                   INTO REL-LINHA
               PERFORM GRAVA-LINHA-REL
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-PARTICIPANTE.

      *A ficha normal da competencia; fichas anteriores a
      *previdencia trazem brancos e nao tem o que remeter
       BUSCA-FICHA-NORMAL.
       MOVE "N" TO wsachou.
       IF wsfs-hidx NOT EQUAL "35"
           MOVE PRV-PRONTUARIO TO HIDX-PRONTUARIO
           MOVE wscompetencia TO HIDX-COMPET
           MOVE "1" TO HIDX-MODO
           READ HISTIDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HIDX-VLPREV IS NUMERIC AND
                       HIDX-VLPREVEMP IS NUMERIC
                       IF HIDX-VLPREV GREATER THAN ZERO
                           MOVE "S" TO wsachou
                       END-IF
                   END-IF
           END-READ
       END-IF.

       GRAVA-DETALHE-REMESSA.
       ADD 1 TO wsseq.
       MOVE SPACES TO wsremnome.
       STRING HIDX-NOME DELIMITED BY "  "
           " " DELIMITED BY SIZE
           HIDX-SOBRENOME DELIMITED BY "  "
           INTO wsremnome.
       MOVE HIDX-BRUTO TO wsrembruto.
       MOVE HIDX-VLPREV TO wsremfunc.
       MOVE HIDX-VLPREVEMP TO wsrememp.
       ADD wsremfunc TO wstotfunc.
       ADD wsrememp TO wstotemp.
       MOVE SPACES TO REM-LINHA.
       STRING "1" DELIMITED BY SIZE
           wsseq DELIMITED BY SIZE
           PRV-CERTIFICADO DELIMITED BY SIZE
           PRV-PRONTUARIO DELIMITED BY SIZE
           wsremnome DELIMITED BY SIZE
           wsrembruto DELIMITED BY SIZE
           wsremfunc DELIMITED BY SIZE
           wsrememp DELIMITED BY SIZE
           INTO REM-LINHA.
       PERFORM GRAVA-LINHA-REM.
       MOVE wsrembruto TO wsmascbruto.
       MOVE wsremfunc TO wsmascfunc.
       MOVE wsrememp TO wsmascemp.
       MOVE SPACES TO REL-LINHA.
       STRING PRV-PRONTUARIO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsremnome DELIMITED BY SIZE
           " BRUTO:" DELIMITED BY SIZE
           wsmascbruto DELIMITED BY SIZE
           " EMPREGADO:" DELIMITED BY SIZE
           wsmascfunc DELIMITED BY SIZE
           " EMPRESA:" DELIMITED BY SIZE
           wsmascemp DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.

       GRAVA-LINHA-REM.
       WRITE REM-LINHA.
       MOVE "GRAVA-LINHA-REM" TO wserr-para.
       PERFORM TESTA-FS-REM.

       GRAVA-LINHA-REL.
       WRITE REL-LINHA.
       MOVE "GRAVA-LINHA-REL" TO wserr-para.
       PERFORM TESTA-FS-REL.

      *----------------------------------------------------------------*
      * Helpers: competencia validated, vigencia of the participation
      * in the record area, today's date.
      *----------------------------------------------------------------*
       VALIDA-COMPETENCIA.
       MOVE "N" TO wscompok.
       IF wscompteste(3:1) EQUAL "/" AND
           wscompteste(1:2) IS NUMERIC AND
           wscompteste(4:4) IS NUMERIC
           IF wscompteste(1:2) GREATER THAN "00" AND
               wscompteste(1:2) LESS THAN "13"
               MOVE "S" TO wscompok
           END-IF
       END-IF.

       VERIFICA-VIGENCIA.
       MOVE SPACES TO wsalvo.
       STRING wscompteste(4:4) wscompteste(1:2)
           DELIMITED BY SIZE INTO wsalvo.
       MOVE SPACES TO wsini.
       STRING PRV-COMPINI(4:4) PRV-COMPINI(1:2)
           DELIMITED BY SIZE INTO wsini.
       IF PRV-COMPFIM EQUAL SPACES
           MOVE "999999" TO wsfim
       ELSE
           MOVE SPACES TO wsfim
           STRING PRV-COMPFIM(4:4) PRV-COMPFIM(1:2)
               DELIMITED BY SIZE INTO wsfim
       END-IF.
       IF wsini NOT GREATER THAN wsalvo AND
           wsfim NOT LESS THAN wsalvo
           MOVE "S" TO wscompok
       ELSE
           MOVE "N" TO wscompok
       END-IF.

       MONTA-DATA-HOJE.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.

      *----------------------------------------------------------------*
      * Appends every maintenance action to the shared AUDITORIA.LOG,
      * the same trail the other maintenance programs leave.
      *----------------------------------------------------------------*
       GRAVA-AUDITORIA.
       PERFORM LE-OPERADOR-SESSAO.
       PERFORM MONTA-DATA-HOJE.
       OPEN EXTEND AUDITORIA.
       IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
           OPEN OUTPUT AUDITORIA
       END-IF.
       MOVE SPACES TO AUD-LINHA.
       STRING wsdatatxt DELIMITED BY SIZE
           " TP57PRV " DELIMITED BY SIZE
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
       PERFORM TESTA-FS-AUD.
       CLOSE AUDITORIA.

       TESTA-FS-PRV.
       MOVE wsfs-prv TO wserr-fs.
       MOVE "PREVIDENCIA.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REM.
       MOVE wsfs-rem TO wserr-fs.
       MOVE "TP57PRV.REM" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP57PRV.REL" TO wserr-arq.
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
           " TP57PRV PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP57PRV - VER ERROS.LOG".
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
