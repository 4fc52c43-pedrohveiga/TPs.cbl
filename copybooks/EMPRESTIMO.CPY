      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the consignado loan master
      *          EMPRESTIMO.DAT (TP17EMP/TP04/TP04LOTE). EMP-CREDOR
      *          is the lending bank or convenio and EMP-CONTRATO its
      *          contract number; TP72CSG groups the monthly repasse
      *          of the installments by them.
      ******************************************************************
       01 EMP-REGISTRO.
           05 EMP-PRONTUARIO          PIC X(9).
           05 EMP-PARCELA             PIC 9(5)V99.
           05 EMP-RESTANTES           PIC 9(3).
           05 EMP-ULTCOMP             PIC X(7).
           05 EMP-CREDOR              PIC X(6).
           05 EMP-CONTRATO            PIC X(15).
