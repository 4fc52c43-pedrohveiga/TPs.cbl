      * Purpose: TP23FECHA COBOL - fechamento do dia. Consolidates
      *          every session of a requested date into one daily
      *          summary (sessoes, fichas, bruto, INSS, IRRF,
      *          liquido) re-added from the TP04REGISTRO.DAT details,
      *          which interactive and batch runs both write; keeps a
      *          month-to-date roll-up per competencia; checks the
      *          session trailer count in TP04TOTAIS.REL against the
      *          so the management figure stops being an
      *          adding-machine exercise over a text file.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - ESTORNO lines (TP76EST) come off the competencia
      *              of the ficha and off the day of the estorno;
      *              the totals became signed and the reports show
      *              how many estornos entered them.
      * 15/10/2026 - Reads the keyed TP04REGISTRO.DAT (REGFOLHA
      *              copybook): the day is reached by a START on the
      *              session date and the roll-up covers only the
      *              competencias the day touched, each reached by
      *              its alternate key, instead of the whole file.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP23FECHA.
           SELECT TOTAIS ASSIGN TO "TP04TOTAIS.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-tot.
           SELECT REGFOLHA ASSIGN TO "TP04REGISTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGF-CHAVE
           ALTERNATE RECORD KEY IS RGF-COMPET WITH DUPLICATES
           FILE STATUS IS wsfs-reg.
           SELECT RELATORIO ASSIGN TO "TP23FECHA.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           05 TOT-DATA              PIC X(10).
           05 FILLER                PIC X(90).

       FD REGFOLHA.
       COPY REGFOLHA.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(132).
       77 wsfs-rel PIC XX.
       77 wsfimarquivo PIC X VALUE "N".
       77 wsemsessao PIC X VALUE "N".
       77 wssemfecho PIC X VALUE "N".
       77 wsdatapedida PIC X(10).
      *A data pedida na ordem da chave do registro (AAAAMMDD)
       77 wsdatachave PIC X(8).
       77 wscabdata PIC X(10).
       77 wscabcomp PIC X(7).

       77 wsqtdsessoes PIC 9(3) VALUE ZERO.
       77 wsqtdtrailers PIC 9(3) VALUE ZERO.
       77 wsqtdabertas PIC 9(3) VALUE ZERO.
      *e os estornos feitos na data saem dele
       01 somas-dia.
           05 wsdiafichas PIC 9(5) VALUE ZERO.
           05 wsdiaestornos PIC 9(5) VALUE ZERO.
           05 wsdiabto    PIC S9(7)V99 VALUE ZERO.
           05 wsdiainss   PIC S9(7)V99 VALUE ZERO.
           05 wsdiair     PIC S9(7)V99 VALUE ZERO.
           05 wsdialiq    PIC S9(7)V99 VALUE ZERO.

      *Acumulado por competencia, re-somado dos DETALHEs do registro
       77 wsqtdcomps PIC 9(3) VALUE ZERO.
               10 CPT-COMP    PIC X(7).
               10 CPT-SESSOES PIC 9(3).
               10 CPT-FICHAS  PIC 9(5).
               10 CPT-ESTORNOS PIC 9(5).
               10 CPT-BRUTO   PIC S9(7)V99.
               10 CPT-INSS    PIC S9(7)V99.
               10 CPT-IR      PIC S9(7)V99.
               10 CPT-LIQ     PIC S9(7)V99.

      *Os formatos de mascara que o TP04 usa nos totais, com sinal:
      *um dia so de estornos fecha negativo
       77 wsmascqtde PIC ZZZZ9.
       77 wsmascestornos PIC ZZZZ9.
       77 wsmascsessoes PIC ZZ9.
       77 wsmascbto PIC ZZZ.ZZZ,ZZ-.
       77 wsmascinss PIC ZZZ.ZZZ,ZZ-.
       77 wsmascir PIC ZZZ.ZZZ,ZZ-.
       77 wsmascliq PIC ZZZ.ZZZ,ZZ-.

       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
       PERFORM LE-TOTAIS.

      *----------------------------------------------------------------*
      * Pass 2 - the payroll register, which TP04 and TP04LOTE write
      * and TP76EST adds the estornos to. The sessions of the
      * requested date are reached by a START on the key, which
      * begins with the session date: their DETALHEs make the daily
      * summary, the estornos made on the date come off it, and
      * every competencia they touch is noted for the roll-up.
      *----------------------------------------------------------------*
       CONSOLIDA-REGISTRO.
       OPEN INPUT REGFOLHA.
       IF wsfs-reg EQUAL "35"
           MOVE SPACES TO REL-LINHA
           STRING "REGISTRO: TP04REGISTRO.DAT nao encontrado"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
       ELSE
           MOVE SPACES TO wsdatachave
           STRING wsdatapedida(7:4) wsdatapedida(4:2)
               wsdatapedida(1:2) DELIMITED BY SIZE INTO wsdatachave
           MOVE LOW-VALUES TO RGF-CHAVE
           MOVE wsdatachave TO RGF-DATA
           MOVE "N" TO wsfimarquivo
           START REGFOLHA KEY NOT LESS THAN RGF-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarquivo
           END-START
           PERFORM LE-REGISTRO-DIA
           PERFORM TRATA-REGISTRO-DIA UNTIL wsfimarquivo EQUAL "S"
           MOVE 1 TO wscix
           PERFORM CONSOLIDA-COMPETENCIA
               UNTIL wscix GREATER THAN wsqtdcomps
           CLOSE REGFOLHA
       END-IF.

       LE-REGISTRO-DIA.
       IF wsfimarquivo EQUAL "N"
           READ REGFOLHA NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarquivo
           END-READ
       END-IF.
       IF wsfimarquivo EQUAL "N"
           IF RGF-DATA NOT EQUAL wsdatachave
               MOVE "S" TO wsfimarquivo
           END-IF
       END-IF.

       TRATA-REGISTRO-DIA.
       IF RGF-CABECALHO
           ADD 1 TO wsqtdsessoes
           MOVE RGF-COMPET TO wscabcomp
           PERFORM LOCALIZA-COMPETENCIA
       ELSE
           IF RGF-DETALHE
               ADD 1 TO wsdiafichas
               ADD RGF-BRUTO TO wsdiabto
               ADD RGF-INSS TO wsdiainss
               ADD RGF-IR TO wsdiair
               ADD RGF-LIQ TO wsdialiq
           ELSE
               IF RGF-ESTORNO
                   PERFORM DESCONTA-ESTORNO-DIA
               END-IF
           END-IF
       END-IF.
       PERFORM LE-REGISTRO-DIA.

      *----------------------------------------------------------------*
      * Pass 3 - the roll-up of each competencia the day touched,
      * reached by the alternate key: every session of it, whatever
      * the date, is counted and its DETALHEs re-added, and its
      * estornos come off. A CABECALHO followed by another CABECALHO
      * (or by the end of the competencia) without a RODAPE is a
      * session that was opened and never closed, flagged on the
      * report with its date.
      *----------------------------------------------------------------*
       CONSOLIDA-COMPETENCIA.
       MOVE CPT-COMP(wscix) TO wscabcomp.
       MOVE CPT-COMP(wscix) TO RGF-COMPET.
       MOVE "N" TO wsfimarquivo.
       MOVE "N" TO wsemsessao.
       START REGFOLHA KEY EQUAL RGF-COMPET
           INVALID KEY
               MOVE "S" TO wsfimarquivo
       END-START.
       PERFORM LE-REGISTRO-COMP.
       PERFORM TRATA-REGISTRO-COMP UNTIL wsfimarquivo EQUAL "S".
       IF wsemsessao EQUAL "S"
           PERFORM ESCREVE-SESSAO-ABERTA
       END-IF.
       ADD 1 TO wscix.

       LE-REGISTRO-COMP.
       IF wsfimarquivo EQUAL "N"
           READ REGFOLHA NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarquivo
           END-READ
       END-IF.
       IF wsfimarquivo EQUAL "N"
           IF RGF-COMPET NOT EQUAL wscabcomp
               MOVE "S" TO wsfimarquivo
           END-IF
       END-IF.

       TRATA-REGISTRO-COMP.
       IF RGF-CABECALHO
           IF wsemsessao EQUAL "S"
               PERFORM ESCREVE-SESSAO-ABERTA
           END-IF
           MOVE RGF-DTEVENTO TO wscabdata
           MOVE "S" TO wsemsessao
           ADD 1 TO CPT-SESSOES(wscix)
       ELSE
           IF RGF-DETALHE
               ADD 1 TO CPT-FICHAS(wscix)
               ADD RGF-BRUTO TO CPT-BRUTO(wscix)
               ADD RGF-INSS TO CPT-INSS(wscix)
               ADD RGF-IR TO CPT-IR(wscix)
               ADD RGF-LIQ TO CPT-LIQ(wscix)
           ELSE
               IF RGF-RODAPE
                   MOVE "N" TO wsemsessao
               ELSE
                   IF RGF-ESTORNO
                       ADD 1 TO CPT-ESTORNOS(wscix)
                       SUBTRACT RGF-BRUTO FROM CPT-BRUTO(wscix)
                       SUBTRACT RGF-INSS FROM CPT-INSS(wscix)
                       SUBTRACT RGF-IR FROM CPT-IR(wscix)
                       SUBTRACT RGF-LIQ FROM CPT-LIQ(wscix)
                   END-IF
               END-IF
           END-IF
       END-IF.
       PERFORM LE-REGISTRO-COMP.

      *----------------------------------------------------------------*
      * Finds (or opens) the roll-up bucket of a competencia the
      * requested date touched. The table holds two years of
      * competencias, far beyond what one day carries.
      *----------------------------------------------------------------*
       LOCALIZA-COMPETENCIA.
       MOVE "N" TO wsachoucomp.
           MOVE wscabcomp TO CPT-COMP(wscix)
           MOVE ZERO TO CPT-SESSOES(wscix)
           MOVE ZERO TO CPT-FICHAS(wscix)
           MOVE ZERO TO CPT-ESTORNOS(wscix)
           MOVE ZERO TO CPT-BRUTO(wscix)
           MOVE ZERO TO CPT-INSS(wscix)
           MOVE ZERO TO CPT-IR(wscix)
           ADD 1 TO wscix
       END-IF.

      *----------------------------------------------------------------*
      * An estorno (TP76EST) is a session of its own, dated the day
      * the estorno was made - not the day of the original session:
      * it comes off that day here, and off the competencia the ficha
      * was paid for in the roll-up, which is noted for pass 3.
      *----------------------------------------------------------------*
       DESCONTA-ESTORNO-DIA.
       ADD 1 TO wsdiaestornos.
       SUBTRACT RGF-BRUTO FROM wsdiabto.
       SUBTRACT RGF-INSS FROM wsdiainss.
       SUBTRACT RGF-IR FROM wsdiair.
       SUBTRACT RGF-LIQ FROM wsdialiq.
       MOVE RGF-COMPET TO wscabcomp.
       PERFORM LOCALIZA-COMPETENCIA.

       ESCREVE-SESSAO-ABERTA.
       ADD 1 TO wsqtdabertas.
       WRITE REL-LINHA.
       MOVE wsqtdsessoes TO wsmascsessoes.
       MOVE wsdiafichas TO wsmascqtde.
       MOVE wsdiaestornos TO wsmascestornos.
       MOVE wsdiabto TO wsmascbto.
       MOVE wsdiainss TO wsmascinss.
       MOVE wsdiair TO wsmascir.
           wsmascsessoes DELIMITED BY SIZE
           " FICHAS:" DELIMITED BY SIZE
           wsmascqtde DELIMITED BY SIZE
           " ESTORNOS:" DELIMITED BY SIZE
           wsmascestornos DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       END-IF.

      *----------------------------------------------------------------*
      * Month-to-date roll-up: one line per competencia the day
      * touched, re-added from its DETALHEs, so the "quanto ja
      * processamos neste mes" figure comes from the file and not
      * from an adding machine.
      *----------------------------------------------------------------*
       WRITE REL-LINHA.
       IF wsqtdcomps EQUAL ZERO
           MOVE SPACES TO REL-LINHA
           STRING "  NENHUMA COMPETENCIA NA DATA"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
       ELSE
       ESCREVE-LINHA-COMP.
       MOVE CPT-SESSOES(wscix) TO wsmascsessoes.
       MOVE CPT-FICHAS(wscix) TO wsmascqtde.
       MOVE CPT-ESTORNOS(wscix) TO wsmascestornos.
       MOVE CPT-BRUTO(wscix) TO wsmascbto.
       MOVE CPT-INSS(wscix) TO wsmascinss.
       MOVE CPT-IR(wscix) TO wsmascir.
           wsmascsessoes DELIMITED BY SIZE
           " FICHAS:" DELIMITED BY SIZE
           wsmascqtde DELIMITED BY SIZE
           " EST:" DELIMITED BY SIZE
           wsmascestornos DELIMITED BY SIZE
           " BRUTO:" DELIMITED BY SIZE
           wsmascbto DELIMITED BY SIZE
           " INSS:" DELIMITED BY SIZE
       WRITE REL-LINHA.
       MOVE wsqtdabertas TO wsmascsessoes.
       MOVE SPACES TO REL-LINHA.
       STRING "SESSOES ABERTAS SEM RODAPE NAS COMPETENCIAS: "
           DELIMITED BY SIZE
           wsmascsessoes DELIMITED BY SIZE
           INTO REL-LINHA.
