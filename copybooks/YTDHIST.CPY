      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for TP04YTDHIST.DAT, the
      *          per-year archive of the annual accumulators. TP80VIR
      *          copies every TP04YTD.DAT record of the year it closes
      *          here at the virada de ano, with the empresa of the
      *          cadastro at that moment; TP12INF, TP14YTD and
      *          TP48RAIS read it for a year TP04YTD.DAT no longer
      *          holds. The key is ano + prontuario, so a year is
      *          reached with a keyed START. Amounts are the same
      *          unedited totals the YTD record carries.
      ******************************************************************
       01 YTH-REGISTRO.
           05 YTH-CHAVE.
               10 YTH-ANO           PIC 9(4).
               10 YTH-PRONTUARIO    PIC X(9).
           05 YTH-EMPRESA           PIC X(2).
           05 YTH-BRUTO             PIC 9(7)V99.
           05 YTH-INSS              PIC 9(7)V99.
           05 YTH-IR                PIC 9(7)V99.
           05 YTH-LIQ               PIC 9(7)V99.
           05 YTH-FGTS              PIC 9(7)V99.
           05 YTH-DTVIRADA          PIC X(10).
           05 YTH-OPERADOR          PIC X(8).
           05 FILLER                PIC X(20).
