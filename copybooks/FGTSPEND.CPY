      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the open FGTS differences
      *          FGTSPEND.DAT (TP67FGT). One record per empresa,
      *          competencia and worker - FPD-IDENT is the prontuario
      *          for a deposit missing ("M") or of a different amount
      *          ("D"), the PIS for a deposit at the bank with no
      *          ficha of ours ("S"). A difference stays "A" aberta
      *          and is carried into every later reconciliation
      *          report until a new reconciliation of its competencia
      *          no longer finds it or an operator gives it baixa;
      *          it then turns "R" resolvida, with date and operator.
      ******************************************************************
       01 FPD-REGISTRO.
           05 FPD-CHAVE.
               10 FPD-EMPRESA         PIC X(2).
               10 FPD-COMPET          PIC X(7).
               10 FPD-IDENT           PIC X(11).
           05 FPD-TIPO                PIC X(1).
               88 FPD-NAO-DEPOSITADO     VALUE "M".
               88 FPD-VALOR-DIVERGENTE   VALUE "D".
               88 FPD-SEM-FICHA          VALUE "S".
           05 FPD-PRONTUARIO          PIC X(9).
           05 FPD-PIS                 PIC X(11).
           05 FPD-ESPERADO            PIC 9(7)V99.
           05 FPD-DEPOSITADO          PIC 9(7)V99.
           05 FPD-DTAPURACAO          PIC X(10).
           05 FPD-SITUACAO            PIC X(1).
               88 FPD-ABERTA             VALUE "A".
               88 FPD-RESOLVIDA          VALUE "R".
           05 FPD-DTRESOLUCAO         PIC X(10).
           05 FPD-OPERADOR            PIC X(8).
