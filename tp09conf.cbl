      * Author: Pedro Veiga
      * Date: 22/08/2026
      * Purpose: TP09CONF COBOL - pre-payday balancing report. Re-adds
      *          the DETALHE records of TP04REGISTRO.DAT session by
      *          session and compares them against each RODAPE,
      *          compares the CNAB "1" detail count of each remessa
      *          block against its "9" trailer, and checks that the
      *          in-balance/out-of-balance verdict so an out-of-balance
      *          file stops payday instead of being found by the bank.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - ESTORNO lines (TP76EST) are listed apart: they
      *              sit outside the session blocks, so they never
      *              enter a RODAPE comparison nor the guia pairing.
      * 15/10/2026 - The register is read from the keyed
      *              TP04REGISTRO.DAT (REGFOLHA copybook), session by
      *              session in key order, instead of cutting fields
      *              out of the .REL lines; the RODAPE is compared by
      *              value and the aprovacoes (TP34APR) are skipped.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP09CONF.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGFOLHA ASSIGN TO "TP04REGISTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGF-CHAVE
           ALTERNATE RECORD KEY IS RGF-COMPET WITH DUPLICATES
           FILE STATUS IS wsfs-reg.
           SELECT CNAB ASSIGN TO "TP04CNAB.REM"
           ORGANIZATION IS LINE SEQUENTIAL
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD REGFOLHA.
       COPY REGFOLHA.

       FD CNAB.
       01 CNAB-LINHA                PIC X(200).
       77 wssessao PIC 9(3) VALUE ZERO.
       77 wsqtddet PIC 9(5) VALUE ZERO.
       77 wsqtdcnab PIC 9(5) VALUE ZERO.
       77 wsqtdestornos PIC 9(5) VALUE ZERO.
       77 wsgps-ix PIC 9(3) VALUE ZERO.
       77 wsdarf-ix PIC 9(3) VALUE ZERO.

           05 wssomir   PIC 9(7)V99 VALUE ZERO.
           05 wssomliq  PIC 9(7)V99 VALUE ZERO.

      *Os mesmos formatos de mascara que o TP04 usa no rodape: as
      *guias trazem o valor editado
       77 wsmascqtde PIC ZZZZ9.
       77 wsmascvalor PIC ZZZ.ZZZ,ZZ.
       77 wscompqtde PIC X(5).

      *Totais de rodape por sessao, na forma editada, para conferir
      *as guias GPS/DARF contra a sessao correspondente
       WRITE REL-LINHA.

      *----------------------------------------------------------------*
      * Pass 1 - the payroll register, in key order: a session's
      * CABECALHO (sequence 0), its DETALHEs and its RODAPE (999999)
      * come together, the sessions in the order they were opened.
      * Each CABECALHO starts a new session block; its DETALHE
      * records are re-added and checked against the RODAPE that
      * closes the block. A CABECALHO with no RODAPE is itself an
      * out-of-balance condition (an interrupted session).
      *----------------------------------------------------------------*
       CONFERE-REGISTRO.
       OPEN INPUT REGFOLHA.
       IF wsfs-reg EQUAL "35"
           PERFORM AVISA-SEM-REGISTRO
       ELSE
           MOVE "N" TO wsfimarquivo
           MOVE "N" TO wsemsessao
           MOVE LOW-VALUES TO RGF-CHAVE
           START REGFOLHA KEY NOT LESS THAN RGF-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarquivo
           END-START
           PERFORM LE-REGISTRO
           PERFORM TRATA-LINHA-REGISTRO UNTIL wsfimarquivo EQUAL "S"
           IF wsemsessao EQUAL "S"
               MOVE "S" TO wsforabalanco
               PERFORM ESCREVE-SESSAO-ABERTA
           END-IF
           IF wsqtdestornos GREATER THAN ZERO
               MOVE wsqtdestornos TO wsmascqtde
               MOVE SPACES TO REL-LINHA
               STRING "REGISTRO: ESTORNOS NO ARQUIVO:" DELIMITED BY SIZE
                   wsmascqtde DELIMITED BY SIZE
                   " (fora das sessoes)" DELIMITED BY SIZE
                   INTO REL-LINHA
               WRITE REL-LINHA
           END-IF
           CLOSE REGFOLHA
       END-IF.

       AVISA-SEM-REGISTRO.
       MOVE "S" TO wsforabalanco.
       MOVE SPACES TO REL-LINHA.
       STRING "REGISTRO: TP04REGISTRO.DAT nao encontrado"
           DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.

       LE-REGISTRO.
       IF wsfimarquivo EQUAL "N"
           READ REGFOLHA NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarquivo
           END-READ
       END-IF.

       TRATA-LINHA-REGISTRO.
       IF RGF-CABECALHO
           IF wsemsessao EQUAL "S"
               MOVE "S" TO wsforabalanco
               PERFORM ESCREVE-SESSAO-ABERTA
           MOVE ZERO TO wssomliq
           MOVE "S" TO wsemsessao
       ELSE
           IF RGF-DETALHE
               ADD 1 TO wsqtddet
               ADD RGF-BRUTO TO wssombto
               ADD RGF-INSS TO wssominss
               ADD RGF-IR TO wssomir
               ADD RGF-LIQ TO wssomliq
           ELSE
               IF RGF-RODAPE
                   PERFORM CONFERE-RODAPE
                   MOVE "N" TO wsemsessao
               ELSE
                   IF RGF-ESTORNO
                       PERFORM ESCREVE-ESTORNO
                   END-IF
               END-IF
           END-IF
       END-IF.
       PERFORM LE-REGISTRO.

      *As guias trazem o valor editado: o INSS e o IRRF do rodape
      *sao guardados pela mesma mascara para o passo 3
       CONFERE-RODAPE.
       IF wssessao NOT GREATER THAN 200
           MOVE RGF-INSS TO wsmascvalor
           MOVE wsmascvalor TO ROD-T-INSS(wssessao)
           MOVE RGF-IR TO wsmascvalor
           MOVE wsmascvalor TO ROD-T-IR(wssessao)
       END-IF.
       IF wsqtddet NOT EQUAL RGF-QTDE
           MOVE "S" TO wsforabalanco
           PERFORM ESCREVE-DIVERGENCIA-REG
       ELSE
           IF wssombto NOT EQUAL RGF-BRUTO
               MOVE "S" TO wsforabalanco
               PERFORM ESCREVE-DIVERGENCIA-REG
           ELSE
       END-IF.

       CONFERE-RODAPE-IMPOSTOS.
       IF wssominss NOT EQUAL RGF-INSS
           MOVE "S" TO wsforabalanco
           PERFORM ESCREVE-DIVERGENCIA-REG
       ELSE
           IF wssomir NOT EQUAL RGF-IR
               MOVE "S" TO wsforabalanco
               PERFORM ESCREVE-DIVERGENCIA-REG
           ELSE
               IF wssomliq NOT EQUAL RGF-LIQ
                   MOVE "S" TO wsforabalanco
                   PERFORM ESCREVE-DIVERGENCIA-REG
               ELSE
           INTO REL-LINHA.
       WRITE REL-LINHA.

      *----------------------------------------------------------------*
      * An estorno reverses a ficha of an earlier session after the
      * fact. Its line stands between session blocks, so the session
      * that paid the ficha still balances against its own RODAPE;
      * the estorno is listed for whoever releases the payment.
      *----------------------------------------------------------------*
       ESCREVE-ESTORNO.
       ADD 1 TO wsqtdestornos.
       MOVE RGF-LIQ TO wsmascvalor.
       MOVE SPACES TO REL-LINHA.
       STRING "REGISTRO: ESTORNO PRONTUARIO " DELIMITED BY SIZE
           RGF-PRONTUARIO DELIMITED BY SIZE
           " COMP " DELIMITED BY SIZE
           RGF-COMPET DELIMITED BY SIZE
           " LIQUIDO " DELIMITED BY SIZE
           wsmascvalor DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.

       ESCREVE-SESSAO-ABERTA.
       MOVE SPACES TO REL-LINHA.
       STRING "REGISTRO SESSAO " DELIMITED BY SIZE
