      *          means every decimo and informe of the year is suspect
      *          with no way to prove which.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - A ficha belongs to the year of its competencia,
      *              not of the date it was calculated; a year closed
      *              by TP80VIR is compared with, and rebuilt into,
      *              its archive TP04YTDHIST.DAT instead of
      *              TP04YTD.DAT.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP14YTD.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-PRONTUARIO
           FILE STATUS IS wsfs-ytd.
           SELECT YTDHIST ASSIGN TO "TP04YTDHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTH-CHAVE
           FILE STATUS IS wsfs-yth.
           SELECT RELATORIO ASSIGN TO "TP14YTD.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           05 YTD-LIQ               PIC 9(7)V99.
           05 YTD-FGTS              PIC 9(7)V99.

       FD YTDHIST.
       COPY YTDHIST.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(100).

       WORKING-STORAGE SECTION.
       77 wsfs-hidx PIC XX.
       77 wsfs-ytd PIC XX.
       77 wsfs-yth PIC XX.
      *"S" quando o ano ja foi arquivado pela virada (TP80VIR)
       77 wsusahist PIC X VALUE "N".
       77 wsarqytd PIC X(16) VALUE "TP04YTD.DAT".
       77 wsfs-rel PIC XX.
       77 wsfs-err PIC XX.
       77 wserr-fs PIC XX.
       01 tabela-rebuild.
           05 REB-ENT OCCURS 500 TIMES.
               10 REB-PRONT PIC X(9).
               10 REB-EMPRESA PIC X(2).
               10 REB-BRUTO PIC 9(7)V99.
               10 REB-INSS  PIC 9(7)V99.
               10 REB-IR    PIC 9(7)V99.

       PRINCIPAL.
       PERFORM ABERTURA.
       PERFORM VERIFICA-ARQUIVO-ANO.
       PERFORM LE-HISTIDX.
       PERFORM ACUMULA-FICHA UNTIL wsfimhistidx EQUAL "S".
       PERFORM COMPARA-COM-YTD.
           wsano DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.

      *----------------------------------------------------------------*
      * A year already closed by the virada lives in the archive: when
      * TP04YTDHIST.DAT holds any record of the year, that is what is
      * compared and rebuilt, and TP04YTD.DAT is not touched.
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
           CLOSE YTDHIST
       END-IF.
       IF wsusahist EQUAL "S"
           MOVE "TP04YTDHIST.DAT" TO wsarqytd
           MOVE SPACES TO REL-LINHA
           STRING "ANO ENCERRADO NA VIRADA - CONFERIDO CONTRA "
               DELIMITED BY SIZE
               "TP04YTDHIST.DAT" DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
       END-IF.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.

      * rebuild - decimo, ferias and rescisao never update the YTD
      * (see ATUALIZA-YTD in TP04). Fichas written before the modo
      * marker existed carry a blank there and were all normal runs.
      * The year is the one of the competencia, as in TP04.
      *----------------------------------------------------------------*
       ACUMULA-FICHA.
       MOVE HIDX-COMPET(4:4) TO wsanoficha.
       IF wsanoficha EQUAL wsano AND
           (HIDX-MODO EQUAL "1" OR HIDX-MODO EQUAL " ")
           ADD 1 TO wsqtdfichas
               ADD 1 TO wsqtdpront
               MOVE wsqtdpront TO wsix
               MOVE HIDX-PRONTUARIO TO REB-PRONT(wsix)
               MOVE HIDX-EMPRESA TO REB-EMPRESA(wsix)
               MOVE ZERO TO REB-BRUTO(wsix)
               MOVE ZERO TO REB-INSS(wsix)
               MOVE ZERO TO REB-IR(wsix)
      * re-add is reported as divergente.
      *----------------------------------------------------------------*
       COMPARA-COM-YTD.
       PERFORM ABRE-YTD-ENTRADA.
       IF wsfs-ytd EQUAL "35"
           MOVE SPACES TO REL-LINHA
           STRING wsarqytd DELIMITED BY SPACE
               " NAO EXISTE - TUDO SERA RECONSTRUIDO"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
       ELSE
           MOVE 1 TO wsix
           PERFORM COMPARA-UM-PRONT
               UNTIL wsix GREATER THAN wsqtdpront
           PERFORM FECHA-YTD
       END-IF.

       COMPARA-UM-PRONT.
       MOVE REB-PRONT(wsix) TO YTD-PRONTUARIO.
       PERFORM LE-YTD-DO-PRONT.
       IF wsachouytd EQUAL "N"
           ADD 1 TO wsqtddivergentes
           PERFORM ESCREVE-SEM-YTD
       ELSE
           IF YTD-ANO NOT EQUAL wsano
               ADD 1 TO wsqtddivergentes
               PERFORM ESCREVE-ANO-DIFERENTE
           ELSE
               IF YTD-BRUTO NOT EQUAL REB-BRUTO(wsix) OR
                  YTD-INSS NOT EQUAL REB-INSS(wsix) OR
                  YTD-IR NOT EQUAL REB-IR(wsix) OR
                  YTD-LIQ NOT EQUAL REB-LIQ(wsix) OR
                  YTD-FGTS NOT EQUAL REB-FGTS(wsix)
                   ADD 1 TO wsqtddivergentes
                   PERFORM ESCREVE-DIVERGENTE
               END-IF
           END-IF
       END-IF.
       ADD 1 TO wsix.

      *----------------------------------------------------------------*
      * The archive record of a closed year is brought into the YTD
      * record, so the comparison above reads the same either way.
      *----------------------------------------------------------------*
       ABRE-YTD-ENTRADA.
       IF wsusahist EQUAL "S"
           OPEN INPUT YTDHIST
           MOVE wsfs-yth TO wsfs-ytd
       ELSE
           OPEN INPUT YTD
       END-IF.

       FECHA-YTD.
       IF wsusahist EQUAL "S"
           CLOSE YTDHIST
       ELSE
           CLOSE YTD
       END-IF.

       LE-YTD-DO-PRONT.
       MOVE "N" TO wsachouytd.
       IF wsusahist EQUAL "S"
           MOVE wsano TO YTH-ANO
           MOVE YTD-PRONTUARIO TO YTH-PRONTUARIO
           READ YTDHIST
               INVALID KEY
                   MOVE "N" TO wsachouytd
               NOT INVALID KEY
                   MOVE "S" TO wsachouytd
                   PERFORM TRAZ-ARQUIVO-PARA-YTD
           END-READ
       ELSE
           READ YTD
               INVALID KEY
                   MOVE "N" TO wsachouytd
               NOT INVALID KEY
                   MOVE "S" TO wsachouytd
           END-READ
       END-IF.

       TRAZ-ARQUIVO-PARA-YTD.
       MOVE YTH-PRONTUARIO TO YTD-PRONTUARIO.
       MOVE YTH-ANO TO YTD-ANO.
       MOVE YTH-BRUTO TO YTD-BRUTO.
       MOVE YTH-INSS TO YTD-INSS.
       MOVE YTH-IR TO YTD-IR.
       MOVE YTH-LIQ TO YTD-LIQ.
       MOVE YTH-FGTS TO YTD-FGTS.

       ESCREVE-SEM-YTD.
       MOVE SPACES TO REL-LINHA.
       STRING "PRONTUARIO " DELIMITED BY SIZE
      * orphan - it is reported but never silently deleted.
      *----------------------------------------------------------------*
       PROCURA-ORFAOS.
       PERFORM ABRE-YTD-ENTRADA.
       IF wsfs-ytd EQUAL "35"
           CONTINUE
       ELSE
           MOVE "N" TO wsfimytd
           IF wsusahist EQUAL "S"
               MOVE wsano TO YTH-ANO
               MOVE LOW-VALUES TO YTH-PRONTUARIO
               START YTDHIST KEY NOT LESS THAN YTH-CHAVE
                   INVALID KEY
                       MOVE "S" TO wsfimytd
               END-START
           ELSE
               MOVE LOW-VALUES TO YTD-PRONTUARIO
               START YTD KEY NOT LESS THAN YTD-PRONTUARIO
                   INVALID KEY
                       MOVE "S" TO wsfimytd
               END-START
           END-IF
           PERFORM LE-PROXIMO-YTD
           PERFORM TESTA-ORFAO UNTIL wsfimytd EQUAL "S"
           PERFORM FECHA-YTD
       END-IF.

      *In the archive the year ends where the next one starts
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
                           PERFORM TRAZ-ARQUIVO-PARA-YTD
                       END-IF
               END-READ
           ELSE
               READ YTD NEXT RECORD
                   AT END
                       MOVE "S" TO wsfimytd
               END-READ
           END-IF
       END-IF.

       TESTA-ORFAO.
       IF wsqtdpront EQUAL ZERO
           DISPLAY "Nada a efetivar."
       ELSE
           DISPLAY "Efetivar a reconstrucao sobre " wsarqytd
               " (S/N): " WITH NO ADVANCING
           ACCEPT wsresposta
           IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
               PERFORM EFETIVA-REBUILD
       END-IF.

       EFETIVA-REBUILD.
       IF wsusahist EQUAL "S"
           OPEN I-O YTDHIST
           MOVE 1 TO wsix
           PERFORM REGRAVA-UM-ARQUIVO
               UNTIL wsix GREATER THAN wsqtdpront
           CLOSE YTDHIST
       ELSE
           OPEN I-O YTD
           IF wsfs-ytd EQUAL "35"
               OPEN OUTPUT YTD
               CLOSE YTD
               OPEN I-O YTD
           END-IF
           MOVE 1 TO wsix
           PERFORM REGRAVA-UM-PRONT
               UNTIL wsix GREATER THAN wsqtdpront
           CLOSE YTD
       END-IF.
       DISPLAY "Reconstrucao efetivada em " wsarqytd ".".

       REGRAVA-UM-PRONT.
       MOVE "N" TO wsachouytd.
       PERFORM TESTA-FS-YTD.
       ADD 1 TO wsix.

      *----------------------------------------------------------------*
      * A closed year is rebuilt in its archive record; the date and
      * operator of the virada stay as they were, and a prontuario
      * the virada did not see goes in with the empresa of its
      * fichas.
      *----------------------------------------------------------------*
       REGRAVA-UM-ARQUIVO.
       MOVE wsano TO YTH-ANO.
       MOVE REB-PRONT(wsix) TO YTH-PRONTUARIO.
       READ YTDHIST
           INVALID KEY
               MOVE "N" TO wsachouytd
           NOT INVALID KEY
               MOVE "S" TO wsachouytd
       END-READ.
       IF wsachouytd EQUAL "N"
           MOVE SPACES TO YTH-REGISTRO
           MOVE wsano TO YTH-ANO
           MOVE REB-PRONT(wsix) TO YTH-PRONTUARIO
           MOVE REB-EMPRESA(wsix) TO YTH-EMPRESA
       END-IF.
       MOVE REB-BRUTO(wsix) TO YTH-BRUTO.
       MOVE REB-INSS(wsix) TO YTH-INSS.
       MOVE REB-IR(wsix) TO YTH-IR.
       MOVE REB-LIQ(wsix) TO YTH-LIQ.
       MOVE REB-FGTS(wsix) TO YTH-FGTS.
       IF wsachouytd EQUAL "S"
           REWRITE YTH-REGISTRO
       ELSE
           WRITE YTH-REGISTRO
       END-IF.
       MOVE "REGRAVA-UM-ARQUIVO" TO wserr-para.
       MOVE wsfs-yth TO wserr-fs.
       MOVE "TP04YTDHIST.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.
       ADD 1 TO wsix.

      *----------------------------------------------------------------*
      * Shop-wide I/O error handling: a REWRITE/WRITE that does not
      * come back clean goes to the shared ERROS.LOG and the program
