      * Author: Pedro Veiga
      * Date: 22/08/2026
      * Purpose: TP19IMP COBOL - print-ready formatting for the audit
      *          listings. Reads the keyed TP04REGISTRO.DAT and
      *          TP04HIST.DAT streams and produces TP19IMP.REL as
      *          66-line printer pages: a company/date header, column
      *          headings, page numbers, page subtotals, and a final
      *          RODAPE record - the paged, totaled listing the
      *          auditors asked for instead of a wrapping dump.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - The register part reads the keyed TP04REGISTRO.DAT
      *              (REGFOLHA copybook) and asks for a competencia,
      *              reached by its alternate key; ENTER lists them all.
      *              The RODAPE is compared by value.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP19IMP.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGFOLHA ASSIGN TO "TP04REGISTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGF-CHAVE
           ALTERNATE RECORD KEY IS RGF-COMPET WITH DUPLICATES
           FILE STATUS IS wsfs-reg.
           SELECT HISTORICO ASSIGN TO "TP04HIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD REGFOLHA.
       COPY REGFOLHA.

       FD HISTORICO.
       01 HIST-LINHA                PIC X(100).
       77 wssecao PIC X VALUE "R".
       77 wsempsessao PIC X(2) VALUE SPACES.
       77 wsdatasessao PIC X(10) VALUE SPACES.
       77 wscompsel PIC X(7) VALUE SPACES.

      *Somas de pagina, de sessao e gerais dos detalhes do registro
       01 somas-pagina.
       77 wsmascdet2 PIC ZZ.ZZZ,ZZ.
       77 wsmascdet3 PIC ZZ.ZZZ,ZZ.
       77 wsmascdet4 PIC ZZ.ZZZ,ZZ.
       77 wsrodok PIC X VALUE "S".

       01 wsdatahoje.
      * Part 1 - the payroll register, re-formatted: each DETALHE
      * becomes a fixed-column line, a page break closes with the
      * page subtotal, each RODAPE is compared against the re-added
      * session detail and the grand total closes the section. A
      * competencia given at the prompt is reached by the alternate
      * key and only its sessions are listed; ENTER lists the whole
      * file in session order.
      *----------------------------------------------------------------*
       IMPRIME-REGISTRO.
       DISPLAY "Competencia a listar (MM/AAAA, ENTER = todas): "
           WITH NO ADVANCING.
       MOVE SPACES TO wscompsel.
       ACCEPT wscompsel.
       OPEN INPUT REGFOLHA.
       IF wsfs-reg EQUAL "35"
           MOVE SPACES TO IMP-LINHA
           STRING "TP04REGISTRO.DAT NAO ENCONTRADO"
               DELIMITED BY SIZE INTO IMP-LINHA
           WRITE IMP-LINHA
       ELSE
           MOVE ZERO TO wspagina
           MOVE ZERO TO wslinha
           MOVE "N" TO wsfimarquivo
           PERFORM POSICIONA-REGISTRO
           PERFORM LE-REGISTRO
           PERFORM TRATA-LINHA-REGISTRO UNTIL wsfimarquivo EQUAL "S"
           IF wslinha GREATER THAN ZERO
               PERFORM IMPRIME-SUBTOTAL-PAGINA
           END-IF
           PERFORM IMPRIME-TOTAL-GERAL
           CLOSE REGFOLHA
       END-IF.

       POSICIONA-REGISTRO.
       IF wscompsel EQUAL SPACES
           MOVE LOW-VALUES TO RGF-CHAVE
           START REGFOLHA KEY NOT LESS THAN RGF-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarquivo
           END-START
       ELSE
           MOVE wscompsel TO RGF-COMPET
           START REGFOLHA KEY EQUAL RGF-COMPET
               INVALID KEY
                   MOVE "S" TO wsfimarquivo
           END-START
       END-IF.

       LE-REGISTRO.
       IF wsfimarquivo EQUAL "N"
           READ REGFOLHA NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarquivo
           END-READ
       END-IF.
       IF wsfimarquivo EQUAL "N" AND wscompsel NOT EQUAL SPACES
           IF RGF-COMPET NOT EQUAL wscompsel
               MOVE "S" TO wsfimarquivo
           END-IF
       END-IF.

       TRATA-LINHA-REGISTRO.
       IF RGF-CABECALHO
           MOVE RGF-DTEVENTO TO wsdatasessao
           MOVE RGF-EMPRESA TO wsempsessao
           MOVE ZERO TO wssesbto
           MOVE ZERO TO wssesinss
           MOVE ZERO TO wssesir
           MOVE ZERO TO wssesliq
           PERFORM QUEBRA-PAGINA
       ELSE
           IF RGF-DETALHE
               PERFORM IMPRIME-DETALHE
           ELSE
               IF RGF-RODAPE
                   PERFORM IMPRIME-RODAPE
               END-IF
           END-IF
           PERFORM IMPRIME-SUBTOTAL-PAGINA
           PERFORM QUEBRA-PAGINA
       END-IF.
       ADD RGF-BRUTO TO wspagbto.
       ADD RGF-INSS TO wspaginss.
       ADD RGF-IR TO wspagir.
       ADD RGF-LIQ TO wspagliq.
       ADD RGF-BRUTO TO wssesbto.
       ADD RGF-INSS TO wssesinss.
       ADD RGF-IR TO wssesir.
       ADD RGF-LIQ TO wssesliq.
       ADD RGF-BRUTO TO wsgerbto.
       ADD RGF-INSS TO wsgerinss.
       ADD RGF-IR TO wsgerir.
       ADD RGF-LIQ TO wsgerliq.
       MOVE RGF-BRUTO TO wsmascdet1.
       MOVE RGF-INSS TO wsmascdet2.
       MOVE RGF-IR TO wsmascdet3.
       MOVE RGF-LIQ TO wsmascdet4.
       MOVE SPACES TO IMP-LINHA.
       STRING "  " RGF-PRONTUARIO DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           wsmascdet1 DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
       ADD 1 TO wslinha.

      *----------------------------------------------------------------*
      * The session close: the re-added session totals are compared
      * with the amounts the RODAPE record carries - CONFERE or NAO
      * CONFERE goes on the listing for the auditor to see.
      *----------------------------------------------------------------*
       IMPRIME-RODAPE.
       IF wslinha GREATER THAN wsmaxlinhas
      *gravado - um rodape com INSS/IRRF/liquido corrompidos nao pode
      *sair como CONFERE na listagem do auditor
       MOVE "S" TO wsrodok.
       IF wssesbto NOT EQUAL RGF-BRUTO
           MOVE "N" TO wsrodok
       END-IF.
       IF wssesinss NOT EQUAL RGF-INSS
           MOVE "N" TO wsrodok
       END-IF.
       IF wssesir NOT EQUAL RGF-IR
           MOVE "N" TO wsrodok
       END-IF.
       IF wssesliq NOT EQUAL RGF-LIQ
           MOVE "N" TO wsrodok
       END-IF.
       MOVE RGF-BRUTO TO wsmascval1.
       MOVE RGF-INSS TO wsmascval2.
       MOVE RGF-IR TO wsmascval3.
       MOVE RGF-LIQ TO wsmascval4.
       MOVE SPACES TO IMP-LINHA.
       IF wsrodok EQUAL "S"
           STRING "  RODAPE GRAVADO:    " DELIMITED BY SIZE
               wsmascval1 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsmascval2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsmascval3 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsmascval4 DELIMITED BY SIZE
               "   CONFERE" DELIMITED BY SIZE
               INTO IMP-LINHA
       ELSE
           STRING "  RODAPE GRAVADO:    " DELIMITED BY SIZE
               wsmascval1 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsmascval2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsmascval3 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsmascval4 DELIMITED BY SIZE
               "   NAO CONFERE" DELIMITED BY SIZE
               INTO IMP-LINHA
       END-IF.
