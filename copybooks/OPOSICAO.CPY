      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the oposicoes ao desconto
      *          da contribuicao sindical OPOSICAO.DAT (TP73SND
      *          registers them; TPSINDIC honours them). INDEXED on
      *          sindicato + prontuario - one letter of oposicao per
      *          employee and sindicato. The oposicao is in force
      *          from OPS-COMPINI through OPS-COMPFIM (MM/AAAA, blank
      *          = until withdrawn); OPS-DTCARTA is the date on the
      *          employee's letter.
      ******************************************************************
       01 OPS-REGISTRO.
           05 OPS-CHAVE.
               10 OPS-SINDICATO       PIC X(3).
               10 OPS-PRONTUARIO      PIC X(9).
           05 OPS-DTCARTA             PIC X(10).
           05 OPS-COMPINI             PIC X(7).
           05 OPS-COMPFIM             PIC X(7).
           05 OPS-DATA                PIC X(10).
           05 OPS-OPERADOR            PIC X(8).
