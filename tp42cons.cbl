      *          pendente de aprovacao (TP34APR) in their place - the
      *          evenings-apart segments end the month as one folha.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - The keyed register of each segment, TP04RGF.<id>,
      *              is copied record by record into TP04REGISTRO.DAT;
      *              a key already there (segment consolidated before)
      *              is counted and skipped.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP42CONS.
           SELECT DESTINO ASSIGN TO wsarqdest
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-dest.
           SELECT SEGRGF ASSIGN TO wsarqsegrgf
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRG-CHAVE
           ALTERNATE RECORD KEY IS SRG-COMPET WITH DUPLICATES
           FILE STATUS IS wsfs-srg.
           SELECT REGFOLHA ASSIGN TO "TP04REGISTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGF-CHAVE
           ALTERNATE RECORD KEY IS RGF-COMPET WITH DUPLICATES
           FILE STATUS IS wsfs-rgf.
           SELECT REMCTL ASSIGN TO "REMESSA.CTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       FD DESTINO.
       01 DEST-LINHA                PIC X(200).

      *O registro chaveado do segmento tem o mesmo layout do geral
       FD SEGRGF.
       COPY REGFOLHA REPLACING LEADING ==RGF== BY ==SRG==.

       FD REGFOLHA.
       COPY REGFOLHA.

       FD REMCTL.
       COPY REMESSA.

       WORKING-STORAGE SECTION.
       77 wsfs-seg PIC XX.
       77 wsfs-dest PIC XX.
       77 wsfs-srg PIC XX.
       77 wsfs-rgf PIC XX.
       77 wsfs-rct PIC XX.
       77 wsfs-rsq PIC XX.
       77 wsfs-err PIC XX.
           05 wserr-dia PIC 9(2).
       77 wsarqseg PIC X(16) VALUE SPACES.
       77 wsarqdest PIC X(16) VALUE SPACES.
       77 wsarqsegrgf PIC X(16) VALUE SPACES.
       77 wssegmento PIC X(8) VALUE SPACES.
       77 wssegdono PIC X(10) VALUE SPACES.
       77 wsempresa PIC X(2) VALUE "01".
       77 wsfimarq PIC X VALUE "N".
       77 wsfimrct PIC X VALUE "N".
       77 wsqtdlinhas PIC 9(5) VALUE ZERO.
       77 wsqtdjatem PIC 9(5) VALUE ZERO.
       77 wsqtdsegs PIC 9(2) VALUE ZERO.
       77 wsqtdcancel PIC 9(2) VALUE ZERO.
       77 wsix PIC 9 VALUE ZERO.
       CONSOLIDA-SEGMENTO.
       MOVE 1 TO wsix.
       PERFORM ANEXA-UM-ARQUIVO UNTIL wsix GREATER THAN 3.
       PERFORM ANEXA-REGFOLHA.
       PERFORM CANCELA-REMESSA-SEGMENTO.
       ADD 1 TO wsqtdsegs.
       PERFORM PEDE-SEGMENTO.
       ADD 1 TO wsqtdlinhas.
       PERFORM LE-SEGARQ.

      *----------------------------------------------------------------*
      * The keyed register of the segment: every record goes into
      * TP04REGISTRO.DAT under its own key. A key already there means
      * the segment was consolidated before - counted, not rewritten.
      *----------------------------------------------------------------*
       ANEXA-REGFOLHA.
       MOVE SPACES TO wsarqsegrgf.
       STRING "TP04RGF." wssegmento
           DELIMITED BY SIZE INTO wsarqsegrgf.
       MOVE ZERO TO wsqtdlinhas.
       MOVE ZERO TO wsqtdjatem.
       OPEN INPUT SEGRGF.
       IF wsfs-srg EQUAL "35"
           DISPLAY wsarqsegrgf " nao encontrado - pulado."
       ELSE
           OPEN I-O REGFOLHA
           IF wsfs-rgf EQUAL "35"
               OPEN OUTPUT REGFOLHA
               CLOSE REGFOLHA
               OPEN I-O REGFOLHA
           END-IF
           MOVE "N" TO wsfimarq
           MOVE LOW-VALUES TO SRG-CHAVE
           START SEGRGF KEY NOT LESS THAN SRG-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-SEGRGF
           PERFORM COPIA-REGFOLHA UNTIL wsfimarq EQUAL "S"
           CLOSE SEGRGF
           CLOSE REGFOLHA
           DISPLAY wsarqsegrgf ": " wsqtdlinhas
               " registros anexados a TP04REGISTRO.DAT"
           IF wsqtdjatem GREATER THAN ZERO
               DISPLAY wsarqsegrgf ": " wsqtdjatem
                   " registros ja consolidados - pulados"
           END-IF
       END-IF.

       LE-SEGRGF.
       IF wsfimarq EQUAL "N"
           READ SEGRGF NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
       END-IF.

       COPIA-REGFOLHA.
       MOVE SRG-REGISTRO TO RGF-REGISTRO.
       WRITE RGF-REGISTRO.
       IF wsfs-rgf EQUAL "22"
           ADD 1 TO wsqtdjatem
       ELSE
           MOVE "COPIA-REGFOLHA" TO wserr-para
           MOVE wsfs-rgf TO wserr-fs
           MOVE "TP04REGISTRO.DAT" TO wserr-arq
           PERFORM VERIFICA-FS
           ADD 1 TO wsqtdlinhas
       END-IF.
       PERFORM LE-SEGRGF.

       CANCELA-REMESSA-SEGMENTO.
       MOVE SPACES TO wssegdono.
       STRING "SG" wssegmento DELIMITED BY SIZE INTO wssegdono.
