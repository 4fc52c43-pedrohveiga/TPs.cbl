      *              (HIDX-AFAST), so the declaration shows the
      *              afastamento instead of an unexplained short
      *              month.
      * 15/10/2026 - Each "1" record now carries the worker's CPF and
      *              PIS from DOCUMENTOS.DAT; the workers declared
      *              without a CPF are counted at the end of the run.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP11DECL.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT DOCUMENTOS ASSIGN TO "DOCUMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-PRONTUARIO
           FILE STATUS IS wsfs-doc.
           SELECT DECLARACAO ASSIGN TO "TP11DECL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-dec.
       FD CADASTRO.
       COPY CADASTRO.

       FD DOCUMENTOS.
       COPY DOCUMENTOS.

      *----------------------------------------------------------------*
      * The declaration layout: "1" identifies the worker, "2" carries
      * one remuneration per ficha, "9" closes the file with counts
           05 DEC1-PRONT            PIC X(9).
           05 DEC1-NOME             PIC X(20).
           05 DEC1-SOBRENOME        PIC X(30).
           05 DEC1-CPF              PIC X(11).
           05 DEC1-PIS              PIC X(11).
       01 DEC-REMUN.
           05 DEC2-TIPO             PIC X(1).
           05 DEC2-PRONT            PIC X(9).
           05 DEC2-INSS             PIC 9(5)V99.
           05 DEC2-IR               PIC 9(5)V99.
           05 DEC2-AFAST            PIC X(2).
           05 FILLER                PIC X(42).
       01 DEC-TRAILER.
           05 DEC9-TIPO             PIC X(1).
           05 DEC9-QTDTRAB          PIC 9(5).
           05 DEC9-TOTINSS          PIC 9(7)V99.
           05 DEC9-TOTIR            PIC 9(7)V99.
           05 DEC9-EMPRESA          PIC X(2).
           05 FILLER                PIC X(42).

       WORKING-STORAGE SECTION.
       77 wsfs-hidx PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-dec PIC XX.
       77 wsfs-doc PIC XX.
       77 wsqtdsemcpf PIC 9(5) VALUE ZERO.
       77 wsfimhistidx PIC X VALUE "N".
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wsempresa PIC X(2) VALUE "01".
           MOVE "S" TO wsfimhistidx
       END-IF.
       OPEN INPUT CADASTRO.
       OPEN INPUT DOCUMENTOS.
       OPEN OUTPUT DECLARACAO.

       LE-HISTIDX.
                   MOVE CAD-SOBRENOME TO DEC1-SOBRENOME
           END-READ
       END-IF.
       PERFORM BUSCA-DOCUMENTOS.
       WRITE DEC-IDENT.

      *----------------------------------------------------------------*
      * CPF and PIS come from the documents master kept by TP60DOC; a
      * worker not on it goes out with them blank and is counted, so
      * the TP60DOC pendencias report can be cleared and the
      * declaration generated again.
      *----------------------------------------------------------------*
       BUSCA-DOCUMENTOS.
       IF wsfs-doc NOT EQUAL "35"
           MOVE HIDX-PRONTUARIO TO DOC-PRONTUARIO
           READ DOCUMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DOC-CPF TO DEC1-CPF
                   MOVE DOC-PIS TO DEC1-PIS
           END-READ
       END-IF.
       IF DEC1-CPF EQUAL SPACES
           ADD 1 TO wsqtdsemcpf
       END-IF.

       GRAVA-REMUNERACAO.
       ADD 1 TO wsqtdfichas.
       ADD HIDX-BRUTO TO wstotbruto.
       IF wsfs-cad NOT EQUAL "35"
           CLOSE CADASTRO
       END-IF.
       IF wsfs-doc NOT EQUAL "35"
           CLOSE DOCUMENTOS
       END-IF.
       CLOSE DECLARACAO.
       DISPLAY "TP11DECL - DECLARACAO GERADA PARA " wscompetencia.
       DISPLAY "TRABALHADORES: " wsqtdtrab.
       DISPLAY "FICHAS:        " wsqtdfichas.
       IF wsqtdsemcpf GREATER THAN ZERO
           DISPLAY "SEM CPF:       " wsqtdsemcpf
               " - ver TP60DOC (pendencias)."
       END-IF.
      *----------------------------------------------------------------*
