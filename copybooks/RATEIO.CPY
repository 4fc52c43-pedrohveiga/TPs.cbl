      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the cost-center allocation
      *          file RATEIO.DAT (TP69RAT maintains it, the TPRATEIO
      *          engine reads it). One record per prontuario and
      *          vigencia - the competencia, in AAAAMM, the split is
      *          valid from - with up to five deptos and the
      *          percentage of the cost each one carries; the
      *          percentages add up to 100. The record in force for
      *          a competencia is the newest whose vigencia does not
      *          pass it; one with RAT-QTD zero ends the split and
      *          the whole cost is back on CAD-DEPTO.
      *          RAT-DTALTER/RAT-OPERADOR stamp the last change. The
      *          trailing filler is reserva para expansao.
      ******************************************************************
       01 RAT-REGISTRO.
           05 RAT-CHAVE.
               10 RAT-PRONTUARIO      PIC X(9).
               10 RAT-VIGENCIA        PIC X(6).
           05 RAT-QTD                 PIC 9(2).
           05 RAT-ITEM OCCURS 5 TIMES.
               10 RAT-DEPTO           PIC X(4).
               10 RAT-PERC            PIC 9(3)V99.
           05 RAT-DTALTER             PIC X(10).
           05 RAT-OPERADOR            PIC X(8).
           05 FILLER                  PIC X(20).
