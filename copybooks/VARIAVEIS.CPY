      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the variable-pay register
      *          VARIAVEIS.DAT (TP58COM loads it from the commercial
      *          system's COMISSOES.DAT; TP04/TP04LOTE read it).
      *          INDEXED on prontuario + competencia (MM/AAAA), one
      *          record per employee and month with the commissions
      *          of every accepted line summed. The folha pays it
      *          with its DSR reflex; a re-import of a competencia
      *          replaces it whole.
      ******************************************************************
       01 VAR-REGISTRO.
           05 VAR-CHAVE.
               10 VAR-PRONTUARIO      PIC X(9).
               10 VAR-COMPET          PIC X(7).
           05 VAR-COMISSAO            PIC 9(5)V99.
           05 VAR-QTDLINHAS           PIC 9(3).
           05 VAR-DATA                PIC X(10).
           05 VAR-OPERADOR            PIC X(8).
