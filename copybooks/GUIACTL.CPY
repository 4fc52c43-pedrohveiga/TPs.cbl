      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the guides control file
      *          CTLGUIAS.DAT (TP66GUI). One record per guide per
      *          empresa/competencia: GCT-TIPO "GPS " (INSS retido
      *          liquido do salario-familia mais patronal, RAT e
      *          terceiros), "DARF" (IRRF retido) or "FGTS", the
      *          amount TP04GUIAS.REL totaled and the legal due date
      *          (AAAAMMDD), already moved back to the previous
      *          business day of CALENDARIO.DAT. When the bank
      *          confirms, the payment date and amount are stamped
      *          with the multa de mora and the juros of a late
      *          payment. GCT-SITUACAO: "A" aberta, "P" paga. The
      *          trailing filler is reserva para expansao.
      ******************************************************************
       01 GCT-REGISTRO.
           05 GCT-CHAVE.
               10 GCT-EMPRESA         PIC X(2).
               10 GCT-COMPET          PIC X(7).
               10 GCT-TIPO            PIC X(4).
                   88 GCT-GPS            VALUE "GPS ".
                   88 GCT-DARF           VALUE "DARF".
                   88 GCT-FGTS           VALUE "FGTS".
           05 GCT-VALOR               PIC 9(7)V99.
           05 GCT-VENCTO              PIC X(8).
           05 GCT-DTGERACAO           PIC X(10).
           05 GCT-SITUACAO            PIC X(1).
               88 GCT-ABERTA             VALUE "A".
               88 GCT-PAGA               VALUE "P".
           05 GCT-DTPAGTO             PIC X(8).
           05 GCT-VLPAGO              PIC 9(7)V99.
           05 GCT-MULTA               PIC 9(7)V99.
           05 GCT-JUROS               PIC 9(7)V99.
           05 GCT-OPERADOR            PIC X(8).
           05 FILLER                  PIC X(20).
