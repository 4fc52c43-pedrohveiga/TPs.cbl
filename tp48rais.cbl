      *          TP04YTD.DAT total lands on the divergence report
      *          (TP48RAIS.REL).
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - The census record now carries the CBO of the
      *              employee's cargo, read from CARGOS.DAT through
      *              CAD-CARGO (blank while no cargo is assigned);
      *              the trailer widened to the same length.
      * 15/10/2026 - The census record now carries the worker's CPF,
      *              PIS and CTPS from DOCUMENTOS.DAT (blank while not
      *              typed in TP60DOC); the trailer widened to the
      *              same length.
      * 15/10/2026 - A year closed by the virada (TP80VIR) is
      *              conferred with its archive TP04YTDHIST.DAT.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP48RAIS.
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
           SELECT HISTIDX ASSIGN TO "TP04HISTIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-PRONTUARIO
           FILE STATUS IS wsfs-ytd.
           SELECT YTDHIST ASSIGN TO "TP04YTDHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTH-CHAVE
           FILE STATUS IS wsfs-yth.
           SELECT CENSO ASSIGN TO "TP48RAIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-cen.
       FD CADASTRO.
       COPY CADASTRO.

       FD CARGOS.
       COPY CARGOS.

       FD DOCUMENTOS.
       COPY DOCUMENTOS.

       FD HISTIDX.
       COPY HISTIDX.

           05 YTD-LIQ               PIC 9(7)V99.
           05 YTD-FGTS              PIC 9(7)V99.

       FD YTDHIST.
       COPY YTDHIST.

      *----------------------------------------------------------------*
      * The census record: identification, the twelve monthly
      * remuneracao/horas buckets, the 13o of the year and the
           05 CEN-DECIMO            PIC 9(7)V99.
           05 CEN-ADMISSAO          PIC X(10).
           05 CEN-DESLIG            PIC X(10).
           05 CEN-CBO               PIC X(6).
           05 CEN-CPF               PIC X(11).
           05 CEN-PIS               PIC X(11).
           05 CEN-CTPS              PIC X(14).
       01 CEN-TRAILER.
           05 CEN9-TIPO             PIC X(1).
           05 CEN9-QTDE             PIC 9(5).
           05 CEN9-ANO              PIC 9(4).
           05 CEN9-EMPRESA          PIC X(2).
           05 FILLER                PIC X(263).

       FD RELATORIO.
       01 REL-LINHA                 PIC X(110).

       WORKING-STORAGE SECTION.
       77 wsfs-cad PIC XX.
       77 wsfs-crg PIC XX.
       77 wsfs-doc PIC XX.
       77 wsfs-hidx PIC XX.
       77 wsfs-ytd PIC XX.
       77 wsfs-yth PIC XX.
       77 wsachouyth PIC X VALUE "N".
       77 wsfs-cen PIC XX.
       77 wsfs-rel PIC XX.
       77 wsfimcadastro PIC X VALUE "N".
           DISPLAY "CADASTRO.DAT nao existe - nada a censear."
           GOBACK
       END-IF.
       OPEN INPUT CARGOS.
       OPEN INPUT DOCUMENTOS.
       OPEN OUTPUT CENSO.
       OPEN OUTPUT RELATORIO.
       MOVE SPACES TO REL-LINHA.
           INTO REL-LINHA.
       WRITE REL-LINHA.
       CLOSE CADASTRO.
       IF wsfs-crg NOT EQUAL "35"
           CLOSE CARGOS
       END-IF.
       IF wsfs-doc NOT EQUAL "35"
           CLOSE DOCUMENTOS
       END-IF.
       CLOSE CENSO.
       CLOSE RELATORIO.
       DISPLAY "TP48RAIS - CENSEADOS:" wsqtdcenso
       MOVE CAD-SOBRENOME TO CEN-SOBRENOME.
       MOVE CAD-ADMISSAO TO CEN-ADMISSAO.
       MOVE CAD-DESLIGAMENTO TO CEN-DESLIG.
       PERFORM BUSCA-CBO.
       PERFORM BUSCA-DOCUMENTOS.
       MOVE 1 TO wsmes.
       PERFORM ZERA-UM-MES UNTIL wsmes GREATER THAN 12.
       MOVE ZERO TO CEN-DECIMO.
           PERFORM CONFERE-COM-YTD
       END-IF.

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
                   MOVE CRG-CBO TO CEN-CBO
           END-READ
       END-IF.

      *----------------------------------------------------------------*
      * CPF, PIS and CTPS come from the documents master TP60DOC
      * keeps; an employee not on it is censused with them blank.
      *----------------------------------------------------------------*
       BUSCA-DOCUMENTOS.
       IF wsfs-doc NOT EQUAL "35"
           MOVE CAD-PRONTUARIO TO DOC-PRONTUARIO
           READ DOCUMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DOC-CPF TO CEN-CPF
                   MOVE DOC-PIS TO CEN-PIS
                   MOVE DOC-CTPS TO CEN-CTPS
           END-READ
       END-IF.

       ZERA-UM-MES.
       MOVE ZERO TO CEN-REMUN(wsmes).
       MOVE ZERO TO CEN-HORAS(wsmes).

      *----------------------------------------------------------------*
      * The twelve buckets must re-add to the TP04YTD.DAT bruto of
      * the year - or to the archive TP04YTDHIST.DAT once the virada
      * closed it; a difference means one of the two files is lying
      * and goes to the divergence report.
      *----------------------------------------------------------------*
       CONFERE-COM-YTD.
       MOVE 1 TO wsmes.
       PERFORM SOMA-DOZE UNTIL wsmes GREATER THAN 12.
       MOVE ZERO TO wsytdbruto.
       MOVE "N" TO wsachouyth.
       OPEN INPUT YTDHIST.
       IF wsfs-yth NOT EQUAL "35"
           MOVE wsano TO YTH-ANO
           MOVE CAD-PRONTUARIO TO YTH-PRONTUARIO
           READ YTDHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO wsachouyth
                   MOVE YTH-BRUTO TO wsytdbruto
           END-READ
           CLOSE YTDHIST
       END-IF.
       IF wsachouyth EQUAL "N"
           OPEN INPUT YTD
           IF wsfs-ytd NOT EQUAL "35"
               MOVE CAD-PRONTUARIO TO YTD-PRONTUARIO
               READ YTD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF YTD-ANO EQUAL wsano
                           MOVE YTD-BRUTO TO wsytdbruto
                       END-IF
               END-READ
               CLOSE YTD
           END-IF
       END-IF.
       IF wssoma12 NOT EQUAL wsytdbruto
           ADD 1 TO wsqtddiverg
