      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the banco de horas
      *          BANCOHORAS.DAT (TP51BCH/TP21PONTO/TP04/TP04LOTE).
      *          INDEXED on prontuario + lote: the lote "000000" is
      *          the adesao record (BCH-SITUACAO "A" aderente, "I"
      *          fora do acordo); every other lote is the AAAAMM of
      *          the competencia whose hours it holds, with the
      *          signed saldo still open in it. A lote is never
      *          deleted: it closes as "P" (vencido, pago pelo lote),
      *          "R" (liquidado na rescisao) or "Z" (saldo devedor
      *          baixado na rescisao), with the competencia of the
      *          baixa in BCH-COMPBAIXA.
      ******************************************************************
       01 BCH-REGISTRO.
           05 BCH-CHAVE.
               10 BCH-PRONTUARIO      PIC X(9).
               10 BCH-LOTE            PIC X(6).
           05 BCH-CREDITO             PIC 9(4)V99.
           05 BCH-DEBITO              PIC 9(4)V99.
           05 BCH-SALDO               PIC S9(4)V99.
           05 BCH-SITUACAO            PIC X(1).
               88 BCH-ABERTO             VALUE "A".
               88 BCH-PAGO-VENCIDO       VALUE "P".
               88 BCH-LIQ-RESCISAO       VALUE "R".
               88 BCH-BAIXADO            VALUE "Z".
               88 BCH-FORA-ACORDO        VALUE "I".
           05 BCH-DATA                PIC X(10).
           05 BCH-COMPBAIXA           PIC X(7).
           05 BCH-OPERADOR            PIC X(8).
