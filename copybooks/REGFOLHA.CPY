      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the payroll register
      *          TP04REGISTRO.DAT, the INDEXED twin of the printable
      *          TP04REGISTRO.REL. TP04 and TP04LOTE write one record
      *          per line of the .REL they print for the auditors;
      *          TP76EST adds the estornos and TP34APR the
      *          aprovacoes; TP09CONF, TP19IMP, TP23FECHA, TP25CTB
      *          and TP34APR read it by key instead of cutting fields
      *          out of fixed text positions. The key is the session
      *          - date (AAAAMMDD), time (HHMMSS), operator and
      *          empresa of the CABECALHO - plus a sequence inside it:
      *          000000 the CABECALHO, 000001 up the DETALHEs in the
      *          order calculated, 999999 the RODAPE. An estorno or an
      *          aprovacao is a session of its own, numbered from
      *          000001 (estorno) or 000000 (aprovacao), with no
      *          CABECALHO nor RODAPE. RGF-COMPET is an ALTERNATE KEY
      *          WITH DUPLICATES, so a competencia is reached with a
      *          keyed START; duplicates come back in the order they
      *          were written. The segments of a segmented TP04LOTE
      *          run go to TP04RGF.<segmento> in this same layout
      *          until TP42CONS consolidates them. TP79CONV loads the
      *          old text register once. Amounts are unedited: a
      *          RODAPE carries the session totals and the count.
      *          Like TP04HISTIDX.DAT, the keyed file is not archived
      *          by TP13ARQ - the .REL still is.
      ******************************************************************
       01 RGF-REGISTRO.
           05 RGF-CHAVE.
               10 RGF-SESSAO.
                   15 RGF-DATA      PIC X(8).
                   15 RGF-HORA      PIC X(6).
                   15 RGF-OPERADOR  PIC X(20).
                   15 RGF-EMPRESA   PIC X(2).
               10 RGF-SEQ           PIC 9(6).
           05 RGF-COMPET            PIC X(7).
           05 RGF-TIPO              PIC X(1).
               88 RGF-CABECALHO        VALUE "C".
               88 RGF-DETALHE          VALUE "D".
               88 RGF-RODAPE           VALUE "R".
               88 RGF-ESTORNO          VALUE "E".
               88 RGF-APROVACAO        VALUE "A".
           05 RGF-ORIGEM            PIC X(8).
           05 RGF-PRONTUARIO        PIC X(9).
           05 RGF-DEPTO             PIC X(4).
           05 RGF-MODO              PIC X(1).
           05 RGF-QTDE              PIC 9(5).
           05 RGF-BRUTO             PIC 9(7)V99.
           05 RGF-INSS              PIC 9(7)V99.
           05 RGF-IR                PIC 9(7)V99.
           05 RGF-LIQ               PIC 9(7)V99.
           05 RGF-VT                PIC 9(5)V99.
           05 RGF-VR                PIC 9(5)V99.
           05 RGF-REMESSA           PIC 9(6).
           05 RGF-DTEVENTO          PIC X(10).
