      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the individual salary
      *          change requests ALTSAL.DAT (TP54SAL). INDEXED on a
      *          sequential number. A request is born "P" pendente
      *          with the requester and the valor-hora of the
      *          moment; only a supervisor other than the requester
      *          turns it "A" aprovada (then VALORHORA.HIS and
      *          CADASTRO.DAT are written) or "R" rejeitada. The
      *          motivo is M merito, P promocao, E enquadramento or
      *          Q equiparacao; a promocao may carry the new cargo.
      ******************************************************************
       01 ALS-REGISTRO.
           05 ALS-NUMERO              PIC 9(6).
           05 ALS-PRONTUARIO          PIC X(9).
           05 ALS-DEPTO               PIC X(4).
           05 ALS-VHANTES             PIC 999V99.
           05 ALS-VHNOVO              PIC 999V99.
           05 ALS-VIGENCIA            PIC X(10).
           05 ALS-MOTIVO              PIC X(1).
               88 ALS-MERITO             VALUE "M".
               88 ALS-PROMOCAO           VALUE "P".
               88 ALS-ENQUADRAMENTO      VALUE "E".
               88 ALS-EQUIPARACAO        VALUE "Q".
           05 ALS-CARGONOVO           PIC X(6).
           05 ALS-JUSTIFICATIVA       PIC X(30).
           05 ALS-STATUS              PIC X(1).
               88 ALS-PENDENTE           VALUE "P".
               88 ALS-APROVADA           VALUE "A".
               88 ALS-REJEITADA          VALUE "R".
           05 ALS-SOLICITANTE         PIC X(8).
           05 ALS-DTSOLIC             PIC X(10).
           05 ALS-APROVADOR           PIC X(8).
           05 ALS-DTDECISAO           PIC X(10).
