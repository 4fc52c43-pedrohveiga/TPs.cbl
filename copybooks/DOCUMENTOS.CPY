      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the documents master
      *          DOCUMENTOS.DAT (TP60DOC maintains it; TP11DECL,
      *          TP47MOV, TP48RAIS and TP12INF identify the worker
      *          by it). INDEXED on prontuario, one record per
      *          employee. CPF and PIS are kept as their eleven
      *          digits, check digits included and validated on
      *          entry; a CPF or PIS belongs to one prontuario only.
      ******************************************************************
       01 DOC-REGISTRO.
           05 DOC-PRONTUARIO          PIC X(9).
           05 DOC-CPF                 PIC X(11).
           05 DOC-PIS                 PIC X(11).
           05 DOC-CTPS.
               10 DOC-CTPSNUM         PIC X(7).
               10 DOC-CTPSSERIE       PIC X(5).
               10 DOC-CTPSUF          PIC X(2).
           05 DOC-DATA                PIC X(10).
           05 DOC-OPERADOR            PIC X(8).
