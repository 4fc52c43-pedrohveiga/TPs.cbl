      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the banco de horas movement
      *          log BANCOHORAS.MOV (TP21PONTO/TP04/TP04LOTE write it,
      *          TP51BCH reads it for the extrato). One line per
      *          movement: "C" credito do ponto, "D" debito do ponto,
      *          "P" vencido pago na folha, "R" pago na rescisao,
      *          "Z" saldo devedor baixado na rescisao, "E" pago
      *          vencido estornado (TP76EST), the lote open again.
      ******************************************************************
       01 BHM-REGISTRO.
           05 BHM-PRONTUARIO          PIC X(9).
           05 BHM-COMPET              PIC X(7).
           05 BHM-TIPO                PIC X(1).
               88 BHM-CREDITO            VALUE "C".
               88 BHM-DEBITO             VALUE "D".
               88 BHM-PAGO               VALUE "P".
               88 BHM-RESCISAO           VALUE "R".
               88 BHM-BAIXA              VALUE "Z".
               88 BHM-ESTORNO            VALUE "E".
           05 BHM-HORAS               PIC 9(4)V99.
           05 BHM-LOTE                PIC X(6).
           05 BHM-DATA                PIC X(10).
           05 BHM-ORIGEM              PIC X(9).
