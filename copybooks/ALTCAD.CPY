      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the pending cadastro changes
      *          ALTCAD.DAT (TP07CAD writes them, TP62ALT approves or
      *          rejects them, TP18PREF and TP04LOTE warn while any is
      *          open). A change of bank data ("B") or valor-hora
      *          ("V") never goes straight to CADASTRO.DAT: it waits
      *          here, keyed by prontuario, tipo and the AAAAMMDDHHMMSS
      *          it was typed, with the old and the new value, the
      *          vigencia/origem of a new rate and the operator who
      *          typed it, until a different supervisor decides.
      *          ALC-SITUACAO: "P" pendente, "A" aprovada (applied to
      *          the cadastro), "R" rejeitada. The trailing filler is
      *          reserva para expansao.
      ******************************************************************
       01 ALC-REGISTRO.
           05 ALC-CHAVE.
               10 ALC-PRONTUARIO      PIC X(9).
               10 ALC-TIPO            PIC X(1).
                   88 ALC-BANCARIO       VALUE "B".
                   88 ALC-VALORHORA      VALUE "V".
               10 ALC-DATAHORA        PIC X(14).
           05 ALC-ANTIGO.
               10 ALC-ANT-BANCO       PIC X(3).
               10 ALC-ANT-AGENCIA     PIC X(4).
               10 ALC-ANT-AGDV        PIC X(1).
               10 ALC-ANT-CONTA       PIC X(8).
               10 ALC-ANT-CTDV        PIC X(1).
           05 ALC-ANT-VH REDEFINES ALC-ANTIGO.
               10 ALC-ANT-VALORHORA   PIC 999V99.
               10 FILLER              PIC X(12).
           05 ALC-NOVO.
               10 ALC-NOV-BANCO       PIC X(3).
               10 ALC-NOV-AGENCIA     PIC X(4).
               10 ALC-NOV-AGDV        PIC X(1).
               10 ALC-NOV-CONTA       PIC X(8).
               10 ALC-NOV-CTDV        PIC X(1).
           05 ALC-NOV-VH REDEFINES ALC-NOVO.
               10 ALC-NOV-VALORHORA   PIC 999V99.
               10 FILLER              PIC X(12).
           05 ALC-VIGENCIA            PIC X(10).
           05 ALC-ORIGEM              PIC X(10).
           05 ALC-OPERADOR            PIC X(8).
           05 ALC-DATA                PIC X(10).
           05 ALC-HORA                PIC X(8).
           05 ALC-SITUACAO            PIC X(1).
               88 ALC-PENDENTE           VALUE "P".
               88 ALC-APROVADA           VALUE "A".
               88 ALC-REJEITADA          VALUE "R".
           05 ALC-APROVADOR           PIC X(8).
           05 ALC-DTDECISAO           PIC X(10).
           05 ALC-HRDECISAO           PIC X(8).
           05 FILLER                  PIC X(10).
