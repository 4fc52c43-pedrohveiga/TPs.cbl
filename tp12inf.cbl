      *          February no longer means retyping YTD-BRUTO/INSS/IR
      *          by hand for every employee.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - Rendimentos sujeitos a tributacao exclusiva: the
      *              year's PLR fichas (modo "8" of TP04HISTIDX.DAT,
      *              outside the YTD accumulators) print in their own
      *              section of the informe, with the IRRF withheld
      *              on them.
      * 15/10/2026 - Informacoes complementares: the plano de saude
      *              the folha deducted in the year (HIDX-VLSAUDE of
      *              the fichas, mensalidade share plus
      *              coparticipacao) prints for the declaration's
      *              medical expenses.
      * 15/10/2026 - Previdencia privada: the year's employee
      *              contribution (HIDX-VLPREV) prints after the INSS
      *              as a deduction of the IRRF base, and the
      *              employer match (HIDX-VLPREVEMP) among the
      *              informacoes complementares.
      * 15/10/2026 - The informe identifies the beneficiary by the CPF
      *              and PIS of DOCUMENTOS.DAT, with a warning line
      *              while no CPF is on file for the prontuario.
      * 15/10/2026 - Pensao alimenticia: the pensao of the year's
      *              fichas (HIDX-PENS, 13o and ferias included) is
      *              split among the favorecidos of PENSAO.DAT by
      *              their rule, the way TP04 deducts it. The informe
      *              shows the deductible total and the part of each
      *              favorecido, and each favorecido gets an informe
      *              of their own in TP12PEN.REL, month by month,
      *              naming the employee it comes from.
      * 15/10/2026 - A year closed by the virada (TP80VIR) is read
      *              from its archive TP04YTDHIST.DAT, so the informe
      *              of last year still comes out after January.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP12INF.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-PRONTUARIO
           FILE STATUS IS wsfs-ytd.
           SELECT YTDHIST ASSIGN TO "TP04YTDHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTH-CHAVE
           FILE STATUS IS wsfs-yth.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT DOCUMENTOS ASSIGN TO "DOCUMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-PRONTUARIO
           FILE STATUS IS wsfs-doc.
           SELECT HISTIDX ASSIGN TO "TP04HISTIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-CHAVE
           FILE STATUS IS wsfs-hidx.
           SELECT INFORME ASSIGN TO "TP12INF.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-inf.
           SELECT PENSAO ASSIGN TO "PENSAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-CHAVE
           FILE STATUS IS wsfs-pen.
           SELECT INFPENSAO ASSIGN TO "TP12PEN.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-ipn.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 YTD-LIQ               PIC 9(7)V99.
           05 YTD-FGTS              PIC 9(7)V99.

       FD YTDHIST.
       COPY YTDHIST.

       FD CADASTRO.
       COPY CADASTRO.

       FD DOCUMENTOS.
       COPY DOCUMENTOS.

       FD HISTIDX.
       COPY HISTIDX.

       FD INFORME.
       01 INF-LINHA                 PIC X(100).

       FD PENSAO.
       COPY PENSAO.

       FD INFPENSAO.
       01 IPN-LINHA                 PIC X(100).

       WORKING-STORAGE SECTION.
       77 wsfs-ytd PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-doc PIC XX.
       77 wscpf-inf PIC X(11) VALUE SPACES.
       77 wspis-inf PIC X(11) VALUE SPACES.
       77 wsfs-inf PIC XX.
       77 wsfs-hidx PIC XX.
       77 wsfs-yth PIC XX.
      *"S" quando o ano-base ja foi arquivado pela virada (TP80VIR)
       77 wsusahist PIC X VALUE "N".
       77 wsfimhidx PIC X VALUE "N".
       77 wsanotxt PIC X(4) VALUE SPACES.
       77 wsplrano PIC 9(7)V99 VALUE ZERO.
       77 wsirplrano PIC 9(7)V99 VALUE ZERO.
       77 wsmascplr PIC ZZZ.ZZZ,ZZ.
       77 wsmascirplr PIC ZZZ.ZZZ,ZZ.
       77 wssaudeano PIC 9(7)V99 VALUE ZERO.
       77 wsmascsaude PIC ZZZ.ZZZ,ZZ.
       77 wsprevano PIC 9(7)V99 VALUE ZERO.
       77 wsprevempano PIC 9(7)V99 VALUE ZERO.
       77 wsmascprev PIC ZZZ.ZZZ,ZZ.
       77 wsmascprevemp PIC ZZZ.ZZZ,ZZ.
       77 wsfimytd PIC X VALUE "N".
       77 wsano PIC 9(4) VALUE ZERO.
       77 wsqtdinformes PIC 9(5) VALUE ZERO.
       77 wsmascinss PIC ZZZ.ZZZ,ZZ.
       77 wsmascir PIC ZZZ.ZZZ,ZZ.
       77 wsmascliq PIC ZZZ.ZZZ,ZZ.

      *Pensao alimenticia do ano, repartida entre os favorecidos do
      *PENSAO.DAT pelo peso da regra de cada um (percentual sobre o
      *bruto menos INSS da ficha, ou valor fixo); o ultimo fica com
      *a sobra do arredondamento, e a pensao digitada de quem nao
      *tem favorecido cadastrado fica a parte
       77 wsfs-pen PIC XX.
       77 wsfs-ipn PIC XX.
       77 wsfimpen PIC X VALUE "N".
       77 wsqtdfav PIC 9 VALUE ZERO.
       77 wsfx PIC 9 VALUE ZERO.
       77 wsmx PIC 9(2) VALUE ZERO.
       77 wspesototal PIC 9(7)V99 VALUE ZERO.
       77 wssomapartes PIC 9(7)V99 VALUE ZERO.
       77 wsparte PIC 9(7)V99 VALUE ZERO.
       77 wspensano PIC 9(7)V99 VALUE ZERO.
       77 wspenssemfav PIC 9(7)V99 VALUE ZERO.
       77 wsqtdinfpen PIC 9(5) VALUE ZERO.
       77 wsmascpens PIC ZZZ.ZZZ,ZZ.
       77 wsmascfolha PIC ZZZ.ZZZ,ZZ.
       77 wsmascferias PIC ZZZ.ZZZ,ZZ.
       77 wsmascdecimo PIC ZZZ.ZZZ,ZZ.
       01 tabela-favorecidos.
           05 FAV-ENT OCCURS 6 TIMES.
               10 FAV-NOME PIC X(30).
               10 FAV-REGRA PIC X(1).
               10 FAV-PERC PIC 9(2)V99.
               10 FAV-VALOR PIC 9(5)V99.
               10 FAV-PESO PIC 9(7)V99.
               10 FAV-TOTAL PIC 9(7)V99.
               10 FAV-MES OCCURS 12 TIMES.
                   15 FAV-FOLHA PIC 9(7)V99.
                   15 FAV-FERIAS PIC 9(7)V99.
                   15 FAV-DECIMO PIC 9(7)V99.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           DELIMITED BY SIZE INTO wsdatatxt.
       DISPLAY "Ano-base do informe (AAAA): " WITH NO ADVANCING.
       ACCEPT wsano.
       PERFORM VERIFICA-ARQUIVO-ANO.
       IF wsusahist EQUAL "S"
           MOVE "35" TO wsfs-ytd
           MOVE wsano TO YTH-ANO
           MOVE LOW-VALUES TO YTH-PRONTUARIO
           START YTDHIST KEY NOT LESS THAN YTH-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimytd
           END-START
       ELSE
           OPEN INPUT YTD
           IF wsfs-ytd EQUAL "35"
               DISPLAY "TP12INF: TP04YTD.DAT nao encontrado."
               MOVE "S" TO wsfimytd
           ELSE
               MOVE LOW-VALUES TO YTD-PRONTUARIO
               START YTD KEY NOT LESS THAN YTD-PRONTUARIO
                   INVALID KEY
                       MOVE "S" TO wsfimytd
               END-START
           END-IF
       END-IF.
       OPEN INPUT CADASTRO.
       OPEN INPUT DOCUMENTOS.
       OPEN INPUT HISTIDX.
       OPEN INPUT PENSAO.
       MOVE wsano TO wsanotxt.
       OPEN OUTPUT INFORME.
       OPEN OUTPUT INFPENSAO.

      *----------------------------------------------------------------*
      * A closed year lives in the archive: when TP04YTDHIST.DAT holds
      * any record of the ano-base, the informes come from there
      * (left open for the pass) and TP04YTD.DAT is not opened.
      *----------------------------------------------------------------*
       VERIFICA-ARQUIVO-ANO.
       MOVE "N" TO wsusahist.
       OPEN INPUT YTDHIST.
       IF wsfs-yth NOT EQUAL "35"
           MOVE wsano TO YTH-ANO
           MOVE LOW-VALUES TO YTH-PRONTUARIO
           START YTDHIST KEY NOT LESS THAN YTH-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ YTDHIST NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF YTH-ANO EQUAL wsano
                               MOVE "S" TO wsusahist
                           END-IF
                   END-READ
           END-START
           IF wsusahist EQUAL "N"
               CLOSE YTDHIST
           END-IF
       END-IF.

      *The archive record is brought into the YTD record, so the rest
      *of the informe reads the same either way
       LE-PROXIMO-YTD.
       IF wsfimytd EQUAL "N"
           IF wsusahist EQUAL "S"
               READ YTDHIST NEXT RECORD
                   AT END
                       MOVE "S" TO wsfimytd
                   NOT AT END
                       IF YTH-ANO NOT EQUAL wsano
                           MOVE "S" TO wsfimytd
                       ELSE
                           MOVE YTH-PRONTUARIO TO YTD-PRONTUARIO
                           MOVE YTH-ANO TO YTD-ANO
                           MOVE YTH-BRUTO TO YTD-BRUTO
                           MOVE YTH-INSS TO YTD-INSS
                           MOVE YTH-IR TO YTD-IR
                           MOVE YTH-LIQ TO YTD-LIQ
                           MOVE YTH-FGTS TO YTD-FGTS
                       END-IF
               END-READ
           ELSE
               READ YTD NEXT RECORD
                   AT END
                       MOVE "S" TO wsfimytd
               END-READ
           END-IF
       END-IF.

       PROCESSA-YTD.
       IF YTD-ANO EQUAL wsano
           PERFORM BUSCA-NOME-CADASTRO
           PERFORM BUSCA-DOCUMENTOS
           PERFORM CARREGA-FAVORECIDOS
           PERFORM SOMA-PLR-ANO
           PERFORM IMPRIME-INFORME
           ADD 1 TO wsqtdinformes
           MOVE 1 TO wsfx
           PERFORM IMPRIME-INFORME-PENSAO
               UNTIL wsfx GREATER THAN wsqtdfav
       END-IF.
       PERFORM LE-PROXIMO-YTD.

           MOVE "(SEM CADASTRO)" TO wsnome-inf
       END-IF.

      *----------------------------------------------------------------*
      * The beneficiary's CPF and PIS from the documents master kept
      * by TP60DOC.
      *----------------------------------------------------------------*
       BUSCA-DOCUMENTOS.
       MOVE SPACES TO wscpf-inf.
       MOVE SPACES TO wspis-inf.
       IF wsfs-doc NOT EQUAL "35"
           MOVE YTD-PRONTUARIO TO DOC-PRONTUARIO
           READ DOCUMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DOC-CPF TO wscpf-inf
                   MOVE DOC-PIS TO wspis-inf
           END-READ
       END-IF.

      *----------------------------------------------------------------*
      * The PLR is taxed on its own table and never reaches the YTD
      * accumulators: the year's modo "8" fichas of the prontuario
      * are summed straight from the history, by key. The same pass
      * sums the plano de saude deducted on the year's fichas and
      * the previdencia privada contributions - fichas written
      * before those fields existed carry spaces.
      *----------------------------------------------------------------*
       SOMA-PLR-ANO.
       MOVE ZERO TO wsplrano.
       MOVE ZERO TO wsirplrano.
       MOVE ZERO TO wssaudeano.
       MOVE ZERO TO wsprevano.
       MOVE ZERO TO wsprevempano.
       MOVE "N" TO wsfimhidx.
       IF wsfs-hidx EQUAL "35"
           MOVE "S" TO wsfimhidx
       ELSE
           MOVE YTD-PRONTUARIO TO HIDX-PRONTUARIO
           MOVE LOW-VALUES TO HIDX-COMPET
           MOVE LOW-VALUES TO HIDX-MODO
           START HISTIDX KEY NOT LESS THAN HIDX-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimhidx
           END-START
       END-IF.
       PERFORM LE-PROXIMO-HIDX.
       PERFORM SOMA-FICHA-PLR UNTIL wsfimhidx EQUAL "S".

       LE-PROXIMO-HIDX.
       IF wsfimhidx EQUAL "N"
           READ HISTIDX NEXT RECORD
               AT END
                   MOVE "S" TO wsfimhidx
           END-READ
       END-IF.

       SOMA-FICHA-PLR.
       IF HIDX-PRONTUARIO NOT EQUAL YTD-PRONTUARIO
           MOVE "S" TO wsfimhidx
       ELSE
           IF HIDX-MODO EQUAL "8" AND HIDX-COMPET(4:4) EQUAL
               wsanotxt
               ADD HIDX-BRUTO TO wsplrano
               ADD HIDX-IR TO wsirplrano
           END-IF
           IF HIDX-VLSAUDE IS NUMERIC AND HIDX-COMPET(4:4) EQUAL
               wsanotxt
               ADD HIDX-VLSAUDE TO wssaudeano
           END-IF
           IF HIDX-VLPREV IS NUMERIC AND HIDX-COMPET(4:4) EQUAL
               wsanotxt
               ADD HIDX-VLPREV TO wsprevano
           END-IF
           IF HIDX-VLPREVEMP IS NUMERIC AND HIDX-COMPET(4:4) EQUAL
               wsanotxt
               ADD HIDX-VLPREVEMP TO wsprevempano
           END-IF
           IF HIDX-PENS IS NUMERIC AND HIDX-COMPET(4:4) EQUAL
               wsanotxt
               IF HIDX-PENS GREATER THAN ZERO
                   PERFORM REPARTE-PENSAO-FICHA
               END-IF
           END-IF
           PERFORM LE-PROXIMO-HIDX
       END-IF.

       IMPRIME-INFORME.
       MOVE YTD-BRUTO TO wsmascbruto.
       MOVE YTD-INSS TO wsmascinss.
           INTO INF-LINHA.
       WRITE INF-LINHA.
       MOVE SPACES TO INF-LINHA.
       IF wscpf-inf EQUAL SPACES
           MOVE "CPF: (CPF NAO CADASTRADO - VER TP60DOC)" TO INF-LINHA
       ELSE
           STRING "CPF: " DELIMITED BY SIZE
               wscpf-inf DELIMITED BY SIZE
               "  PIS/PASEP: " DELIMITED BY SIZE
               wspis-inf DELIMITED BY SIZE
               INTO INF-LINHA
       END-IF.
       WRITE INF-LINHA.
       MOVE SPACES TO INF-LINHA.
       STRING "RENDIMENTO BRUTO ANUAL:  " DELIMITED BY SIZE
           wsmascbruto DELIMITED BY SIZE
           INTO INF-LINHA.
           wsmascinss DELIMITED BY SIZE
           INTO INF-LINHA.
       WRITE INF-LINHA.
       MOVE wsprevano TO wsmascprev.
       MOVE SPACES TO INF-LINHA.
       STRING "PREVIDENCIA PRIVADA:     " DELIMITED BY SIZE
           wsmascprev DELIMITED BY SIZE
           INTO INF-LINHA.
       WRITE INF-LINHA.
       MOVE wspensano TO wsmascpens.
       MOVE SPACES TO INF-LINHA.
       STRING "PENSAO ALIMENTICIA:      " DELIMITED BY SIZE
           wsmascpens DELIMITED BY SIZE
           INTO INF-LINHA.
       WRITE INF-LINHA.
       MOVE SPACES TO INF-LINHA.
       STRING "IRRF RETIDO:             " DELIMITED BY SIZE
           wsmascir DELIMITED BY SIZE
           wsmascliq DELIMITED BY SIZE
           INTO INF-LINHA.
       WRITE INF-LINHA.
       MOVE wsplrano TO wsmascplr.
       MOVE wsirplrano TO wsmascirplr.
       MOVE SPACES TO INF-LINHA.
       STRING "RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
           DELIMITED BY SIZE
           INTO INF-LINHA.
       WRITE INF-LINHA.
       MOVE SPACES TO INF-LINHA.
       STRING "PARTICIPACAO NOS LUCROS: " DELIMITED BY SIZE
           wsmascplr DELIMITED BY SIZE
           INTO INF-LINHA.
       WRITE INF-LINHA.
       MOVE SPACES TO INF-LINHA.
       STRING "IRRF RETIDO SOBRE A PLR: " DELIMITED BY SIZE
           wsmascirplr DELIMITED BY SIZE
           INTO INF-LINHA.
       WRITE INF-LINHA.
       MOVE wssaudeano TO wsmascsaude.
       MOVE SPACES TO INF-LINHA.
       STRING "INFORMACOES COMPLEMENTARES"
           DELIMITED BY SIZE
           INTO INF-LINHA.
       WRITE INF-LINHA.
       MOVE SPACES TO INF-LINHA.
       STRING "PLANO DE SAUDE DESCONTADO EM FOLHA: " DELIMITED BY SIZE
           wsmascsaude DELIMITED BY SIZE
           INTO INF-LINHA.
       WRITE INF-LINHA.
       MOVE wsprevempano TO wsmascprevemp.
       MOVE SPACES TO INF-LINHA.
       STRING "PREVIDENCIA PRIVADA - PARTE DA EMPRESA: "
           DELIMITED BY SIZE
           wsmascprevemp DELIMITED BY SIZE
           INTO INF-LINHA.
       WRITE INF-LINHA.
       MOVE 1 TO wsfx.
       PERFORM IMPRIME-PARTE-FAVORECIDO
           UNTIL wsfx GREATER THAN wsqtdfav.
       IF wspenssemfav GREATER THAN ZERO
           MOVE wspenssemfav TO wsmascpens
           MOVE SPACES TO INF-LINHA
           STRING "PENSAO SEM FAVORECIDO NO PENSAO.DAT: "
               DELIMITED BY SIZE
               wsmascpens DELIMITED BY SIZE
               INTO INF-LINHA
           WRITE INF-LINHA
       END-IF.
       MOVE SPACES TO INF-LINHA.
       WRITE INF-LINHA.

       IMPRIME-PARTE-FAVORECIDO.
       MOVE FAV-TOTAL(wsfx) TO wsmascpens.
       MOVE SPACES TO INF-LINHA.
       STRING "PENSAO ALIMENTICIA PAGA A " DELIMITED BY SIZE
           FAV-NOME(wsfx) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           wsmascpens DELIMITED BY SIZE
           INTO INF-LINHA.
       WRITE INF-LINHA.
       ADD 1 TO wsfx.

      *----------------------------------------------------------------*
      * The favorecidos of the prontuario, in PENSAO.DAT order - the
      * order TP04 deposits them in. Up to six, as in TP04.
      *----------------------------------------------------------------*
       CARREGA-FAVORECIDOS.
       MOVE ZERO TO wsqtdfav.
       MOVE ZERO TO wspensano.
       MOVE ZERO TO wspenssemfav.
       MOVE 1 TO wsfx.
       PERFORM ZERA-FAVORECIDO UNTIL wsfx GREATER THAN 6.
       IF wsfs-pen NOT EQUAL "35"
           MOVE "N" TO wsfimpen
           MOVE YTD-PRONTUARIO TO PEN-PRONTUARIO
           MOVE ZERO TO PEN-SEQ
           START PENSAO KEY NOT LESS THAN PEN-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimpen
           END-START
           PERFORM LE-PROXIMO-FAVORECIDO
           PERFORM GUARDA-FAVORECIDO UNTIL wsfimpen EQUAL "S"
       END-IF.

       ZERA-FAVORECIDO.
       MOVE SPACES TO FAV-NOME(wsfx).
       MOVE SPACES TO FAV-REGRA(wsfx).
       MOVE ZERO TO FAV-PERC(wsfx).
       MOVE ZERO TO FAV-VALOR(wsfx).
       MOVE ZERO TO FAV-PESO(wsfx).
       MOVE ZERO TO FAV-TOTAL(wsfx).
       MOVE 1 TO wsmx.
       PERFORM ZERA-MES-FAVORECIDO UNTIL wsmx GREATER THAN 12.
       ADD 1 TO wsfx.

       ZERA-MES-FAVORECIDO.
       MOVE ZERO TO FAV-FOLHA(wsfx, wsmx).
       MOVE ZERO TO FAV-FERIAS(wsfx, wsmx).
       MOVE ZERO TO FAV-DECIMO(wsfx, wsmx).
       ADD 1 TO wsmx.

       LE-PROXIMO-FAVORECIDO.
       IF wsfimpen EQUAL "N"
           READ PENSAO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimpen
           END-READ
           IF wsfimpen EQUAL "N" AND
               PEN-PRONTUARIO NOT EQUAL YTD-PRONTUARIO
               MOVE "S" TO wsfimpen
           END-IF
       END-IF.

       GUARDA-FAVORECIDO.
       IF wsqtdfav LESS THAN 6
           ADD 1 TO wsqtdfav
           MOVE PEN-NOME TO FAV-NOME(wsqtdfav)
           MOVE PEN-REGRA TO FAV-REGRA(wsqtdfav)
           MOVE PEN-PERC TO FAV-PERC(wsqtdfav)
           MOVE PEN-VALOR TO FAV-VALOR(wsqtdfav)
       END-IF.
       PERFORM LE-PROXIMO-FAVORECIDO.

      *----------------------------------------------------------------*
      * The pensao of one ficha split among the favorecidos: each one
      * weighs what its rule gives over this ficha, the parts are
      * rounded and the last favorecido takes the rest, so the parts
      * add up to what the ficha deducted. 13o (modo "2") and ferias
      * (modo "3") go to their own columns.
      *----------------------------------------------------------------*
       REPARTE-PENSAO-FICHA.
       ADD HIDX-PENS TO wspensano.
       IF wsqtdfav EQUAL ZERO OR HIDX-COMPET(1:2) IS NOT NUMERIC
           ADD HIDX-PENS TO wspenssemfav
       ELSE
           MOVE HIDX-COMPET(1:2) TO wsmx
           IF wsmx LESS THAN 1 OR wsmx GREATER THAN 12
               MOVE 12 TO wsmx
           END-IF
           MOVE ZERO TO wspesototal
           MOVE 1 TO wsfx
           PERFORM PESA-FAVORECIDO UNTIL wsfx GREATER THAN wsqtdfav
           MOVE ZERO TO wssomapartes
           MOVE 1 TO wsfx
           PERFORM ATRIBUI-PARTE UNTIL wsfx GREATER THAN wsqtdfav
       END-IF.

       PESA-FAVORECIDO.
       IF FAV-REGRA(wsfx) EQUAL "P"
           IF HIDX-BRUTO GREATER THAN HIDX-INSS
               COMPUTE FAV-PESO(wsfx) ROUNDED =
                   (HIDX-BRUTO - HIDX-INSS) * FAV-PERC(wsfx) / 100
           ELSE
               MOVE ZERO TO FAV-PESO(wsfx)
           END-IF
       ELSE
           MOVE FAV-VALOR(wsfx) TO FAV-PESO(wsfx)
       END-IF.
       ADD FAV-PESO(wsfx) TO wspesototal.
       ADD 1 TO wsfx.

       ATRIBUI-PARTE.
       IF wsfx EQUAL wsqtdfav
           COMPUTE wsparte = HIDX-PENS - wssomapartes
       ELSE
           IF wspesototal EQUAL ZERO
               MOVE ZERO TO wsparte
           ELSE
               COMPUTE wsparte ROUNDED =
                   HIDX-PENS * FAV-PESO(wsfx) / wspesototal
           END-IF
           IF wssomapartes + wsparte GREATER THAN HIDX-PENS
               COMPUTE wsparte = HIDX-PENS - wssomapartes
           END-IF
       END-IF.
       ADD wsparte TO wssomapartes.
       ADD wsparte TO FAV-TOTAL(wsfx).
       IF HIDX-MODO EQUAL "2"
           ADD wsparte TO FAV-DECIMO(wsfx, wsmx)
       ELSE
           IF HIDX-MODO EQUAL "3"
               ADD wsparte TO FAV-FERIAS(wsfx, wsmx)
           ELSE
               ADD wsparte TO FAV-FOLHA(wsfx, wsmx)
           END-IF
       END-IF.
       ADD 1 TO wsfx.

      *----------------------------------------------------------------*
      * The favorecido's informe, laid out as the employee's: who pays
      * (the employee the pensao is deducted from), month by month
      * what was received on the folha, on ferias and on the 13o,
      * and the year's total.
      *----------------------------------------------------------------*
       IMPRIME-INFORME-PENSAO.
       IF FAV-TOTAL(wsfx) GREATER THAN ZERO
           MOVE SPACES TO IPN-LINHA
           STRING "INFORME DE RENDIMENTOS - PENSAO ALIMENTICIA - "
               DELIMITED BY SIZE
               "ANO-BASE " DELIMITED BY SIZE
               wsano DELIMITED BY SIZE
               "  EMITIDO EM " DELIMITED BY SIZE
               wsdatatxt DELIMITED BY SIZE
               INTO IPN-LINHA
           WRITE IPN-LINHA
           MOVE SPACES TO IPN-LINHA
           STRING "BENEFICIARIO: " DELIMITED BY SIZE
               FAV-NOME(wsfx) DELIMITED BY SIZE
               INTO IPN-LINHA
           WRITE IPN-LINHA
           MOVE SPACES TO IPN-LINHA
           STRING "PAGA POR: " DELIMITED BY SIZE
               wsnome-inf DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wssobrenome-inf DELIMITED BY SIZE
               " PRONTUARIO: " DELIMITED BY SIZE
               YTD-PRONTUARIO DELIMITED BY SIZE
               INTO IPN-LINHA
           WRITE IPN-LINHA
           MOVE SPACES TO IPN-LINHA
           IF wscpf-inf EQUAL SPACES
               MOVE "CPF DE QUEM PAGA: (NAO CADASTRADO - VER TP60DOC)"
                   TO IPN-LINHA
           ELSE
               STRING "CPF DE QUEM PAGA: " DELIMITED BY SIZE
                   wscpf-inf DELIMITED BY SIZE
                   INTO IPN-LINHA
           END-IF
           WRITE IPN-LINHA
           MOVE "COMPETENCIA      FOLHA       FERIAS     13o SALARIO"
               TO IPN-LINHA
           WRITE IPN-LINHA
           MOVE 1 TO wsmx
           PERFORM IMPRIME-MES-PENSAO UNTIL wsmx GREATER THAN 12
           MOVE FAV-TOTAL(wsfx) TO wsmascpens
           MOVE SPACES TO IPN-LINHA
           STRING "TOTAL RECEBIDO NO ANO:   " DELIMITED BY SIZE
               wsmascpens DELIMITED BY SIZE
               INTO IPN-LINHA
           WRITE IPN-LINHA
           MOVE SPACES TO IPN-LINHA
           WRITE IPN-LINHA
           ADD 1 TO wsqtdinfpen
       END-IF.
       ADD 1 TO wsfx.

       IMPRIME-MES-PENSAO.
       IF FAV-FOLHA(wsfx, wsmx) GREATER THAN ZERO OR
           FAV-FERIAS(wsfx, wsmx) GREATER THAN ZERO OR
           FAV-DECIMO(wsfx, wsmx) GREATER THAN ZERO
           MOVE FAV-FOLHA(wsfx, wsmx) TO wsmascfolha
           MOVE FAV-FERIAS(wsfx, wsmx) TO wsmascferias
           MOVE FAV-DECIMO(wsfx, wsmx) TO wsmascdecimo
           MOVE SPACES TO IPN-LINHA
           STRING wsmx DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               wsano DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               wsmascfolha DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsmascferias DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsmascdecimo DELIMITED BY SIZE
               INTO IPN-LINHA
           WRITE IPN-LINHA
       END-IF.
       ADD 1 TO wsmx.

       FECHAMENTO.
       MOVE SPACES TO INF-LINHA.
       IF wsfs-ytd NOT EQUAL "35"
           CLOSE YTD
       END-IF.
       IF wsusahist EQUAL "S"
           CLOSE YTDHIST
       END-IF.
       IF wsfs-cad NOT EQUAL "35"
           CLOSE CADASTRO
       END-IF.
       IF wsfs-doc NOT EQUAL "35"
           CLOSE DOCUMENTOS
       END-IF.
       IF wsfs-hidx NOT EQUAL "35"
           CLOSE HISTIDX
       END-IF.
       IF wsfs-pen NOT EQUAL "35"
           CLOSE PENSAO
       END-IF.
       CLOSE INFORME.
       MOVE SPACES TO IPN-LINHA.
       STRING "TOTAL DE INFORMES DE PENSAO EMITIDOS: " DELIMITED BY SIZE
           wsqtdinfpen DELIMITED BY SIZE
           INTO IPN-LINHA.
       WRITE IPN-LINHA.
       CLOSE INFPENSAO.
       DISPLAY "TP12INF - INFORMES EMITIDOS: " wsqtdinformes.
       DISPLAY "TP12INF - INFORMES DE PENSAO (TP12PEN.REL): "
           wsqtdinfpen.
      *----------------------------------------------------------------*
