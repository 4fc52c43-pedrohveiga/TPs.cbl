      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TPCOMPET COBOL - shared competencia status engine
      *          over COMPETENCIAS.DAT. CALLed by TP04, TP04LOTE,
      *          TP15RETRO, TP29COMP and the monthly master
      *          maintenance (TP10TAB, TP21PONTO, TP55RPA, TP56SAU,
      *          TP58COM) before they write anything for a month,
      *          by TP43MES to move the month to em fechamento and
      *          fechada, and by TP70CMP for the supervisor's
      *          reopening. Every change of situacao lands in
      *          AUDITORIA.LOG - the recalculated ficha of a paid
      *          month nobody approved does not happen again.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPCOMPET.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPETENCIAS ASSIGN TO "COMPETENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPT-CHAVE
           FILE STATUS IS wsfs-cpt.
           COPY AUDITSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD COMPETENCIAS.
       COPY COMPETENCIA.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       77 wsfs-cpt PIC XX.
       77 wsfs-aud PIC XX.
       77 wsfimcpt PIC X VALUE "N".
       77 wsevento PIC X(13) VALUE SPACES.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

       LINKAGE SECTION.
       COPY COMPETPARM.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING COMPET-PARM.

       PRINCIPAL.
           MOVE ZERO TO CPP-RC.
           ACCEPT wsdatahoje FROM DATE YYYYMMDD.
           STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
               DELIMITED BY SIZE INTO wsdatatxt.
           IF CPP-EMPRESA EQUAL SPACES
               MOVE "01" TO CPP-EMPRESA
           END-IF.
           IF CPP-ACAO EQUAL "C"
               PERFORM CONSULTA-SITUACAO
           ELSE
               IF CPP-ACAO EQUAL "M"
                   PERFORM MUDA-SITUACAO
               ELSE
                   IF CPP-ACAO EQUAL "R"
                       PERFORM REABRE-COMPETENCIA
                   END-IF
               END-IF
           END-IF.
           GOBACK.

      *----------------------------------------------------------------*
      * The situacao of the month: no record, or no file, is aberta.
      * The "**" empresa walks every empresa of the file and answers
      * with the most restrictive one - what a house-wide master
      * such as TABELAS.DAT needs before it changes a month.
      *----------------------------------------------------------------*
       CONSULTA-SITUACAO.
           MOVE "A" TO CPP-SITUACAO.
           MOVE SPACES TO CPP-DONO.
           MOVE SPACES TO CPP-DESDE.
           OPEN INPUT COMPETENCIAS.
           IF wsfs-cpt NOT EQUAL "35"
               IF CPP-EMPRESA EQUAL "**"
                   MOVE "N" TO wsfimcpt
                   MOVE LOW-VALUES TO CPT-CHAVE
                   START COMPETENCIAS KEY NOT LESS THAN CPT-CHAVE
                       INVALID KEY
                           MOVE "S" TO wsfimcpt
                   END-START
                   PERFORM LE-PROXIMA-COMPETENCIA
                   PERFORM CONFERE-EMPRESA UNTIL wsfimcpt EQUAL "S"
               ELSE
                   MOVE CPP-EMPRESA TO CPT-EMPRESA
                   MOVE CPP-COMPET TO CPT-COMPET
                   READ COMPETENCIAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM GUARDA-SITUACAO
                   END-READ
               END-IF
               CLOSE COMPETENCIAS
           END-IF.
           IF CPP-SITUACAO EQUAL "E"
               MOVE 1 TO CPP-RC
           END-IF.
           IF CPP-SITUACAO EQUAL "F"
               MOVE 2 TO CPP-RC
           END-IF.

       LE-PROXIMA-COMPETENCIA.
           IF wsfimcpt EQUAL "N"
               READ COMPETENCIAS NEXT RECORD
                   AT END
                       MOVE "S" TO wsfimcpt
               END-READ
           END-IF.

      *Fechada pesa mais que em fechamento, que pesa mais que aberta
       CONFERE-EMPRESA.
           IF CPT-COMPET EQUAL CPP-COMPET
               IF CPT-FECHADA OR
                  (CPT-EM-FECHAMENTO AND CPP-SITUACAO EQUAL "A")
                   PERFORM GUARDA-SITUACAO
               END-IF
           END-IF.
           PERFORM LE-PROXIMA-COMPETENCIA.

       GUARDA-SITUACAO.
           IF CPT-SITUACAO NOT EQUAL SPACES
               MOVE CPT-SITUACAO TO CPP-SITUACAO
               MOVE CPT-OPERADOR TO CPP-DONO
               MOVE CPT-DTSITUACAO TO CPP-DESDE
           END-IF.

      *----------------------------------------------------------------*
      * The chain's moves (em fechamento, fechada, back to aberta when
      * a step fails): the record is created on the first move of the
      * month and stamped on every one.
      *----------------------------------------------------------------*
       MUDA-SITUACAO.
           PERFORM ABRE-COMPETENCIAS.
           MOVE CPP-EMPRESA TO CPT-EMPRESA.
           MOVE CPP-COMPET TO CPT-COMPET.
           READ COMPETENCIAS
               INVALID KEY
                   MOVE SPACES TO CPT-REGISTRO
                   MOVE CPP-EMPRESA TO CPT-EMPRESA
                   MOVE CPP-COMPET TO CPT-COMPET
           END-READ.
           MOVE CPP-SITUACAO TO CPT-SITUACAO.
           MOVE wsdatatxt TO CPT-DTSITUACAO.
           MOVE CPP-OPERADOR TO CPT-OPERADOR.
           WRITE CPT-REGISTRO
               INVALID KEY
                   REWRITE CPT-REGISTRO
           END-WRITE.
           CLOSE COMPETENCIAS.
           MOVE SPACES TO wsevento.
           STRING "SITUACAO-" CPP-SITUACAO
               DELIMITED BY SIZE INTO wsevento.
           MOVE SPACES TO CPP-MOTIVO.
           PERFORM GRAVA-AUDITORIA-SITUACAO.

      *----------------------------------------------------------------*
      * The supervisor's reopening: only a month that is fechada (or
      * stuck em fechamento) reopens, the reason is kept on the
      * record and the trail goes to AUDITORIA.LOG.
      *----------------------------------------------------------------*
       REABRE-COMPETENCIA.
           PERFORM ABRE-COMPETENCIAS.
           MOVE CPP-EMPRESA TO CPT-EMPRESA.
           MOVE CPP-COMPET TO CPT-COMPET.
           READ COMPETENCIAS
               INVALID KEY
                   MOVE 1 TO CPP-RC
           END-READ.
           IF CPP-RC EQUAL ZERO
               IF CPT-FECHADA OR CPT-EM-FECHAMENTO
                   MOVE "A" TO CPT-SITUACAO
                   MOVE wsdatatxt TO CPT-DTSITUACAO
                   MOVE CPP-OPERADOR TO CPT-OPERADOR
                   MOVE CPP-MOTIVO TO CPT-MOTIVO
                   REWRITE CPT-REGISTRO
                   MOVE "REABERTA" TO wsevento
                   PERFORM GRAVA-AUDITORIA-SITUACAO
               ELSE
                   MOVE 1 TO CPP-RC
               END-IF
           END-IF.
           CLOSE COMPETENCIAS.

       ABRE-COMPETENCIAS.
           OPEN I-O COMPETENCIAS.
           IF wsfs-cpt EQUAL "35"
               OPEN OUTPUT COMPETENCIAS
               CLOSE COMPETENCIAS
               OPEN I-O COMPETENCIAS
           END-IF.

       GRAVA-AUDITORIA-SITUACAO.
           OPEN EXTEND AUDITORIA.
           IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           MOVE SPACES TO AUD-LINHA.
           STRING wsdatatxt DELIMITED BY SIZE
               " TPCOMPET " DELIMITED BY SIZE
               wsevento DELIMITED BY SPACE
               " EMP:" DELIMITED BY SIZE
               CPP-EMPRESA DELIMITED BY SIZE
               " COMP:" DELIMITED BY SIZE
               CPP-COMPET DELIMITED BY SIZE
               " OPER:" DELIMITED BY SIZE
               CPP-OPERADOR DELIMITED BY SIZE
               " MOTIVO:" DELIMITED BY SIZE
               CPP-MOTIVO DELIMITED BY SIZE
               INTO AUD-LINHA.
           WRITE AUD-LINHA.
           CLOSE AUDITORIA.

       END PROGRAM TPCOMPET.
