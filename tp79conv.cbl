      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP79CONV COBOL - one-time conversion of the payroll
      *          register from the text TP04REGISTRO.REL to the keyed
      *          layout of the REGFOLHA copybook, the same move
      *          TP41CONV made for the ficha history. Reads the .REL
      *          line by line, cuts the CABECALHO, DETALHE, RODAPE,
      *          ESTORNO and APROVACAO lines by position, writes
      *          TP04REGISTRO.NOV and prints the counts. The text has
      *          no session time, so each CABECALHO (and each estorno)
      *          gets a running number in its place, which keeps the
      *          sessions of a date apart and in file order; an
      *          aprovacao keeps its own HORA and takes competencia
      *          and empresa from REMESSA.CTL. DETALHEs found before
      *          any CABECALHO go under a zero session and are
      *          counted. The .REL itself is left as it is - it stays
      *          the printed copy. The operator renames the .NOV to
      *          TP04REGISTRO.DAT after conferring the counts.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP79CONV.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VELHO ASSIGN TO "TP04REGISTRO.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-vel.
           SELECT NOVO ASSIGN TO "TP04REGISTRO.NOV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGF-CHAVE
           ALTERNATE RECORD KEY IS RGF-COMPET WITH DUPLICATES
           FILE STATUS IS wsfs-nov.
           SELECT REMCTL ASSIGN TO "REMESSA.CTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCT-NUMERO
           FILE STATUS IS wsfs-rct.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * The old lines, carved by position exactly as TP04, TP04LOTE,
      * TP76EST and TP34APR string them. The RODAPE amounts are the
      * edited text of the ZZZ.ZZZ,ZZ masks and are de-edited through
      * the same picture.
      *----------------------------------------------------------------*
       FD VELHO.
       01 VEL-LINHA                 PIC X(140).
       01 VEL-CAB.
           05 FILLER                PIC X(15).
           05 CAB-DATA              PIC X(10).
           05 FILLER                PIC X(5).
           05 CAB-EMP               PIC X(2).
           05 FILLER                PIC X(13).
           05 CAB-COMP              PIC X(7).
           05 FILLER                PIC X(10).
           05 CAB-OPER              PIC X(20).
           05 FILLER                PIC X(58).
       01 VEL-DET.
           05 FILLER                PIC X(19).
           05 DET-PRONT             PIC X(9).
           05 FILLER                PIC X(7).
           05 DET-BRUTO             PIC 9(5)V99.
           05 FILLER                PIC X(6).
           05 DET-INSS              PIC 9(5)V99.
           05 FILLER                PIC X(6).
           05 DET-IR                PIC 9(5)V99.
           05 FILLER                PIC X(9).
           05 DET-LIQ               PIC 9(5)V99.
           05 FILLER                PIC X(6).
           05 DET-COMP              PIC X(7).
           05 FILLER                PIC X(7).
           05 DET-DEPTO             PIC X(4).
           05 FILLER                PIC X(4).
           05 DET-VT                PIC 9(5)V99.
           05 FILLER                PIC X(4).
           05 DET-VR                PIC 9(5)V99.
           05 FILLER                PIC X(5).
           05 DET-EMP               PIC X(2).
           05 FILLER                PIC X(3).
       01 VEL-ROD.
           05 FILLER                PIC X(12).
           05 ROD-QTDE              PIC X(5).
           05 FILLER                PIC X(7).
           05 ROD-BRUTO             PIC X(10).
           05 FILLER                PIC X(6).
           05 ROD-INSS              PIC X(10).
           05 FILLER                PIC X(6).
           05 ROD-IR                PIC X(10).
           05 FILLER                PIC X(9).
           05 ROD-LIQ               PIC X(10).
           05 FILLER                PIC X(55).
      *A linha de ESTORNO repete as posicoes do DETALHE ate a
      *competencia; o operador passa da coluna 140 e chega cortado
       01 VEL-EST.
           05 FILLER                PIC X(97).
           05 FILLER                PIC X(6).
           05 EST-DATA              PIC X(10).
           05 FILLER                PIC X(6).
           05 EST-MODO              PIC X(1).
           05 FILLER                PIC X(5).
           05 EST-EMP               PIC X(2).
           05 FILLER                PIC X(10).
           05 EST-OPER              PIC X(3).
       01 VEL-APR.
           05 FILLER                PIC X(18).
           05 APR-REMESSA           PIC 9(6).
           05 FILLER                PIC X(11).
           05 APR-OPER              PIC X(8).
           05 FILLER                PIC X(6).
           05 APR-DATA              PIC X(10).
           05 FILLER                PIC X(6).
           05 APR-HH                PIC X(2).
           05 FILLER                PIC X(1).
           05 APR-MM                PIC X(2).
           05 FILLER                PIC X(1).
           05 APR-SS                PIC X(2).
           05 FILLER                PIC X(67).

       FD NOVO.
       COPY REGFOLHA.

       FD REMCTL.
       COPY REMESSA.

       WORKING-STORAGE SECTION.
       77 wsfs-vel PIC XX.
       77 wsfs-nov PIC XX.
       77 wsfs-rct PIC XX.
       77 wsfimvelho PIC X VALUE "N".
       77 wsremctl PIC X VALUE "N".
       77 wsqtdlidos PIC 9(6) VALUE ZERO.
       77 wsqtdgravados PIC 9(6) VALUE ZERO.
       77 wsqtdignorados PIC 9(6) VALUE ZERO.
       77 wsqtdduplic PIC 9(6) VALUE ZERO.
       77 wsqtdsemcab PIC 9(6) VALUE ZERO.
       77 wsqtdsessoes PIC 9(6) VALUE ZERO.
       77 wsqtdestornos PIC 9(6) VALUE ZERO.
       77 wsqtdaprov PIC 9(6) VALUE ZERO.
       77 wsnumsessao PIC 9(6) VALUE ZERO.
       77 wsrgfseq PIC 9(6) VALUE ZERO.
      *A sessao corrente: a dos DETALHEs e do RODAPE que seguem
      *o CABECALHO
       01 wsrgfsessao.
           05 wsrgfdata PIC X(8) VALUE "00000000".
           05 wsrgfhora PIC 9(6) VALUE ZERO.
           05 wsrgfoper PIC X(20) VALUE SPACES.
           05 wsrgfemp PIC X(2) VALUE SPACES.
       77 wsrgfcomp PIC X(7) VALUE SPACES.
      *Data DD/MM/AAAA da linha e a mesma na ordem da chave
       77 wsdatatexto PIC X(10).
       77 wsdatachave PIC X(8).
       77 wsedqtde PIC ZZZZ9.
       77 wsedvalor PIC ZZZ.ZZZ,ZZ.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
           DISPLAY "TP79CONV - CONVERSAO DO REGISTRO DE FOLHA".
           OPEN INPUT VELHO.
           IF wsfs-vel EQUAL "35"
               DISPLAY "TP04REGISTRO.REL nao encontrado - nada a"
                   " converter."
               GOBACK
           END-IF.
           IF wsfs-vel NOT EQUAL "00"
               DISPLAY "TP04REGISTRO.REL abriu com status " wsfs-vel
                   " - conversao abortada."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NOVO.
           IF wsfs-nov NOT EQUAL "00"
               DISPLAY "TP04REGISTRO.NOV abriu com status " wsfs-nov
                   " - conversao abortada."
               CLOSE VELHO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT REMCTL.
           IF wsfs-rct EQUAL "00"
               MOVE "S" TO wsremctl
           END-IF.
           PERFORM LE-VELHO.
           PERFORM CONVERTE-LINHA UNTIL wsfimvelho EQUAL "S".
           CLOSE VELHO.
           CLOSE NOVO.
           IF wsremctl EQUAL "S"
               CLOSE REMCTL
           END-IF.
           DISPLAY "LINHAS LIDAS:          " wsqtdlidos.
           DISPLAY "REGISTROS GRAVADOS:    " wsqtdgravados.
           DISPLAY "LINHAS SEM REGISTRO:   " wsqtdignorados.
           DISPLAY "CHAVES REPETIDAS:      " wsqtdduplic.
           DISPLAY "SESSOES:               " wsqtdsessoes.
           DISPLAY "ESTORNOS:              " wsqtdestornos.
           DISPLAY "APROVACOES:            " wsqtdaprov.
           IF wsqtdsemcab GREATER THAN ZERO
               DISPLAY "DETALHES SEM CABECALHO:" wsqtdsemcab
                   " (sessao 00000000)"
           END-IF.
           IF wsqtdlidos EQUAL (wsqtdgravados + wsqtdignorados)
               DISPLAY "Conversao concluida: confira as contagens e"
               DISPLAY "renomeie TP04REGISTRO.NOV para"
                   " TP04REGISTRO.DAT."
           ELSE
               DISPLAY "CONTAGENS DIFEREM - NAO substitua o arquivo."
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       LE-VELHO.
           READ VELHO
               AT END
                   MOVE "S" TO wsfimvelho
           END-READ.

      *----------------------------------------------------------------*
      * One text line in, at most one keyed record out. Blank lines
      * and anything that is not one of the five kinds are counted
      * and left behind.
      *----------------------------------------------------------------*
       CONVERTE-LINHA.
           ADD 1 TO wsqtdlidos.
           IF VEL-LINHA(1:15) EQUAL "CABECALHO DATA:"
               PERFORM CONVERTE-CABECALHO
           ELSE
               IF VEL-LINHA(1:19) EQUAL "DETALHE PRONTUARIO:"
                   PERFORM CONVERTE-DETALHE
               ELSE
                   IF VEL-LINHA(1:12) EQUAL "RODAPE QTDE:"
                       PERFORM CONVERTE-RODAPE
                   ELSE
                       IF VEL-LINHA(1:19) EQUAL "ESTORNO PRONTUARIO:"
                           PERFORM CONVERTE-ESTORNO
                       ELSE
                           IF VEL-LINHA(1:18) EQUAL
                               "APROVACAO REMESSA:"
                               PERFORM CONVERTE-APROVACAO
                           ELSE
                               ADD 1 TO wsqtdignorados
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-VELHO.

       CONVERTE-CABECALHO.
           ADD 1 TO wsqtdsessoes.
           ADD 1 TO wsnumsessao.
           MOVE CAB-DATA TO wsdatatexto.
           PERFORM CONVERTE-DATA.
           MOVE wsdatachave TO wsrgfdata.
           MOVE wsnumsessao TO wsrgfhora.
           MOVE CAB-OPER TO wsrgfoper.
           MOVE CAB-EMP TO wsrgfemp.
           MOVE CAB-COMP TO wsrgfcomp.
           MOVE ZERO TO wsrgfseq.
           MOVE SPACES TO RGF-REGISTRO.
           MOVE ZERO TO RGF-QTDE.
           MOVE ZERO TO RGF-BRUTO.
           MOVE ZERO TO RGF-INSS.
           MOVE ZERO TO RGF-IR.
           MOVE ZERO TO RGF-LIQ.
           MOVE ZERO TO RGF-VT.
           MOVE ZERO TO RGF-VR.
           MOVE ZERO TO RGF-REMESSA.
           MOVE "C" TO RGF-TIPO.
           MOVE CAB-DATA TO RGF-DTEVENTO.
           PERFORM GRAVA-SESSAO.

       CONVERTE-DETALHE.
           IF wsqtdsessoes EQUAL ZERO
               ADD 1 TO wsqtdsemcab
           END-IF.
           ADD 1 TO wsrgfseq.
           MOVE SPACES TO RGF-REGISTRO.
           MOVE ZERO TO RGF-QTDE.
           MOVE ZERO TO RGF-VT.
           MOVE ZERO TO RGF-VR.
           MOVE ZERO TO RGF-REMESSA.
           MOVE "D" TO RGF-TIPO.
           MOVE DET-PRONT TO RGF-PRONTUARIO.
           MOVE DET-BRUTO TO RGF-BRUTO.
           MOVE DET-INSS TO RGF-INSS.
           MOVE DET-IR TO RGF-IR.
           MOVE DET-LIQ TO RGF-LIQ.
      *Linhas gravadas antes do depto/VT/VR trazem brancos ali
           IF DET-DEPTO NOT EQUAL SPACES
               MOVE DET-DEPTO TO RGF-DEPTO
           END-IF.
           IF DET-VT IS NUMERIC
               MOVE DET-VT TO RGF-VT
           END-IF.
           IF DET-VR IS NUMERIC
               MOVE DET-VR TO RGF-VR
           END-IF.
           MOVE DET-COMP TO wsrgfcomp.
           PERFORM GRAVA-SESSAO.

       CONVERTE-RODAPE.
           MOVE 999999 TO wsrgfseq.
           MOVE SPACES TO RGF-REGISTRO.
           MOVE ZERO TO RGF-VT.
           MOVE ZERO TO RGF-VR.
           MOVE ZERO TO RGF-REMESSA.
           MOVE "R" TO RGF-TIPO.
           MOVE ROD-QTDE TO wsedqtde.
           MOVE wsedqtde TO RGF-QTDE.
           MOVE ROD-BRUTO TO wsedvalor.
           MOVE wsedvalor TO RGF-BRUTO.
           MOVE ROD-INSS TO wsedvalor.
           MOVE wsedvalor TO RGF-INSS.
           MOVE ROD-IR TO wsedvalor.
           MOVE wsedvalor TO RGF-IR.
           MOVE ROD-LIQ TO wsedvalor.
           MOVE wsedvalor TO RGF-LIQ.
           PERFORM GRAVA-SESSAO.

      *----------------------------------------------------------------*
      * The session in force goes on the record, which is written
      * under the competencia of the line.
      *----------------------------------------------------------------*
       GRAVA-SESSAO.
           MOVE wsrgfsessao TO RGF-SESSAO.
           MOVE wsrgfseq TO RGF-SEQ.
           MOVE wsrgfcomp TO RGF-COMPET.
           PERFORM GRAVA-NOVO.

      *----------------------------------------------------------------*
      * An estorno is a session of its own, numbered like a
      * CABECALHO so it falls in file order, dated the day it was
      * made; the current payroll session is left as it was.
      *----------------------------------------------------------------*
       CONVERTE-ESTORNO.
           ADD 1 TO wsqtdestornos.
           ADD 1 TO wsnumsessao.
           MOVE SPACES TO RGF-REGISTRO.
           MOVE ZERO TO RGF-QTDE.
           MOVE ZERO TO RGF-VT.
           MOVE ZERO TO RGF-VR.
           MOVE ZERO TO RGF-REMESSA.
           MOVE EST-DATA TO wsdatatexto.
           PERFORM CONVERTE-DATA.
           MOVE wsdatachave TO RGF-DATA.
           MOVE wsnumsessao TO RGF-HORA.
           MOVE EST-OPER TO RGF-OPERADOR.
           MOVE EST-EMP TO RGF-EMPRESA.
           MOVE 1 TO RGF-SEQ.
           MOVE DET-COMP TO RGF-COMPET.
           MOVE "E" TO RGF-TIPO.
           MOVE DET-PRONT TO RGF-PRONTUARIO.
           MOVE EST-MODO TO RGF-MODO.
           MOVE DET-BRUTO TO RGF-BRUTO.
           MOVE DET-INSS TO RGF-INSS.
           MOVE DET-IR TO RGF-IR.
           MOVE DET-LIQ TO RGF-LIQ.
           MOVE EST-DATA TO RGF-DTEVENTO.
           PERFORM GRAVA-NOVO.

      *----------------------------------------------------------------*
      * An aprovacao keeps the time TP34APR stamped; its competencia
      * and empresa come from the remessa control record, when there
      * is one.
      *----------------------------------------------------------------*
       CONVERTE-APROVACAO.
           ADD 1 TO wsqtdaprov.
           MOVE SPACES TO RGF-REGISTRO.
           MOVE ZERO TO RGF-QTDE.
           MOVE ZERO TO RGF-BRUTO.
           MOVE ZERO TO RGF-INSS.
           MOVE ZERO TO RGF-IR.
           MOVE ZERO TO RGF-LIQ.
           MOVE ZERO TO RGF-VT.
           MOVE ZERO TO RGF-VR.
           MOVE APR-DATA TO wsdatatexto.
           PERFORM CONVERTE-DATA.
           MOVE wsdatachave TO RGF-DATA.
           STRING APR-HH APR-MM APR-SS
               DELIMITED BY SIZE INTO RGF-HORA.
           MOVE APR-OPER TO RGF-OPERADOR.
           MOVE ZERO TO RGF-SEQ.
           MOVE "A" TO RGF-TIPO.
           MOVE APR-REMESSA TO RGF-REMESSA.
           MOVE APR-DATA TO RGF-DTEVENTO.
           IF wsremctl EQUAL "S"
               MOVE APR-REMESSA TO RCT-NUMERO
               READ REMCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RCT-COMPET TO RGF-COMPET
                       MOVE RCT-EMPRESA TO RGF-EMPRESA
               END-READ
           END-IF.
           PERFORM GRAVA-NOVO.

       CONVERTE-DATA.
           MOVE "00000000" TO wsdatachave.
           IF wsdatatexto(3:1) EQUAL "/" AND wsdatatexto(6:1) EQUAL "/"
               STRING wsdatatexto(7:4) wsdatatexto(4:2)
                   wsdatatexto(1:2) DELIMITED BY SIZE INTO wsdatachave
           END-IF.

       GRAVA-NOVO.
           MOVE "TP79CONV" TO RGF-ORIGEM.
           WRITE RGF-REGISTRO
               INVALID KEY
                   ADD 1 TO wsqtdduplic
               NOT INVALID KEY
                   ADD 1 TO wsqtdgravados
           END-WRITE.

       END PROGRAM TP79CONV.
      *----------------------------------------------------------------*
