      *          tipo - plus the control report TP47MOV.REL, the way
      *          TP11DECL already declares remuneration.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - Each "1" record now carries the CBO of the
      *              employee's cargo, read from CARGOS.DAT through
      *              CAD-CARGO (blank while no cargo is assigned);
      *              header and trailer widened to the same length.
      * 15/10/2026 - Each "1" record now carries the worker's CPF,
      *              PIS and CTPS from DOCUMENTOS.DAT (blank while not
      *              typed in TP60DOC); header and trailer widened to
      *              the same length.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP47MOV.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT CARGOS ASSIGN TO "CARGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRG-CODIGO
           FILE STATUS IS wsfs-crg.
           SELECT DOCUMENTOS ASSIGN TO "DOCUMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-PRONTUARIO
           FILE STATUS IS wsfs-doc.
           SELECT DECLARACAO ASSIGN TO "TP47MOV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-dec.
       FD CADASTRO.
       COPY CADASTRO.

       FD CARGOS.
       COPY CARGOS.

       FD DOCUMENTOS.
       COPY DOCUMENTOS.

      *----------------------------------------------------------------*
      * The declaration: "0" names competencia and empresa, each "1"
      * is one movement, the "9" closes with counts per tipo.
           05 DEC0-TIPO             PIC X(1).
           05 DEC0-COMPET           PIC X(7).
           05 DEC0-EMPRESA          PIC X(2).
           05 FILLER                PIC X(112).
       01 DEC-MOVTO.
           05 DEC1-TIPO             PIC X(1).
           05 DEC1-PRONT            PIC X(9).
           05 DEC1-MOVTO            PIC X(1).
           05 DEC1-DATA             PIC X(10).
           05 DEC1-SALARIO          PIC 9(7)V99.
           05 DEC1-CBO              PIC X(6).
           05 DEC1-CPF              PIC X(11).
           05 DEC1-PIS              PIC X(11).
           05 DEC1-CTPS             PIC X(14).
       01 DEC-TRAILER.
           05 DEC9-TIPO             PIC X(1).
           05 DEC9-QTDADM           PIC 9(5).
           05 DEC9-QTDDESL          PIC 9(5).
           05 DEC9-QTDREAT          PIC 9(5).
           05 DEC9-EMPRESA          PIC X(2).
           05 FILLER                PIC X(104).

       FD RELATORIO.
       01 REL-LINHA                 PIC X(100).
       WORKING-STORAGE SECTION.
       77 wsfs-mov PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-crg PIC XX.
       77 wsfs-doc PIC XX.
       77 wsfs-dec PIC XX.
       77 wsfs-rel PIC XX.
       77 wsfimmov PIC X VALUE "N".
           GOBACK
       END-IF.
       OPEN INPUT CADASTRO.
       OPEN INPUT CARGOS.
       OPEN INPUT DOCUMENTOS.
       OPEN OUTPUT DECLARACAO.
       OPEN OUTPUT RELATORIO.
       MOVE SPACES TO DEC-CAB.
       IF wsfs-cad NOT EQUAL "35"
           CLOSE CADASTRO
       END-IF.
       IF wsfs-crg NOT EQUAL "35"
           CLOSE CARGOS
       END-IF.
       IF wsfs-doc NOT EQUAL "35"
           CLOSE DOCUMENTOS
       END-IF.
       CLOSE DECLARACAO.
       CLOSE RELATORIO.
       DISPLAY "TP47MOV - ADMISSOES:" wsqtdadm
               NOT INVALID KEY
                   MOVE CAD-NOME TO DEC1-NOME
                   MOVE CAD-SOBRENOME TO DEC1-SOBRENOME
                   PERFORM BUSCA-CBO
           END-READ
       END-IF.
       PERFORM BUSCA-DOCUMENTOS.
       MOVE MOV-TIPO TO DEC1-MOVTO.
       MOVE MOV-DATA TO DEC1-DATA.
       MOVE MOV-SALARIO TO DEC1-SALARIO.
           MOV-DATA DELIMITED BY SIZE
           " SALARIO:" DELIMITED BY SIZE
           MOV-SALARIO DELIMITED BY SIZE
           " CBO:" DELIMITED BY SIZE
           DEC1-CBO DELIMITED BY SIZE
           " CPF:" DELIMITED BY SIZE
           DEC1-CPF DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.

      *----------------------------------------------------------------*
      * The CBO comes from the cargo on the cadastro; no cargo, or a
      * code no longer on CARGOS.DAT, leaves it blank.
      *----------------------------------------------------------------*
       BUSCA-CBO.
       IF wsfs-crg NOT EQUAL "35" AND CAD-CARGO NOT EQUAL SPACES
           MOVE CAD-CARGO TO CRG-CODIGO
           READ CARGOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CRG-CBO TO DEC1-CBO
           END-READ
       END-IF.

      *----------------------------------------------------------------*
      * CPF, PIS and CTPS come from the documents master TP60DOC
      * keeps; a prontuario not on it is declared with them blank.
      *----------------------------------------------------------------*
       BUSCA-DOCUMENTOS.
       IF wsfs-doc NOT EQUAL "35"
           MOVE MOV-PRONT TO DOC-PRONTUARIO
           READ DOCUMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DOC-CPF TO DEC1-CPF
                   MOVE DOC-PIS TO DEC1-PIS
                   MOVE DOC-CTPS TO DEC1-CTPS
           END-READ
       END-IF.
      *----------------------------------------------------------------*
