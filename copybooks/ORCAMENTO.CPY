      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the payroll budget
      *          ORCAMENTO.DAT (TP68ORC maintains it on screen or
      *          loads finance's yearly file ORCAMENTO.TXT into it,
      *          and compares it with the fichas of TP04HISTIDX.DAT).
      *          One record per empresa, CAD-DEPTO and competencia
      *          (MM/AAAA) with the approved headcount, bruto and
      *          encargos - employer contributions plus the 13o and
      *          ferias provisions, the same cost TP26PROV carries.
      *          ORC-DTALTER/ORC-OPERADOR stamp the last change. The
      *          trailing filler is reserva para expansao.
      ******************************************************************
       01 ORC-REGISTRO.
           05 ORC-CHAVE.
               10 ORC-EMPRESA         PIC X(2).
               10 ORC-DEPTO           PIC X(4).
               10 ORC-COMPET          PIC X(7).
           05 ORC-HEADCOUNT           PIC 9(5).
           05 ORC-BRUTO               PIC 9(9)V99.
           05 ORC-ENCARGOS            PIC 9(9)V99.
           05 ORC-DTALTER             PIC X(10).
           05 ORC-OPERADOR            PIC X(8).
           05 FILLER                  PIC X(20).
