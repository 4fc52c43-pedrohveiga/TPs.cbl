      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the contractor master
      *          AUTONOMOS.DAT (TP55RPA). Autonomos paid by RPA are
      *          kept apart from CADASTRO.DAT - they are not
      *          employees and must never reach the folha. INDEXED
      *          on the contractor code. AUT-ALIQISS is the municipal
      *          ISS rate retained on each RPA (zero = sem retencao);
      *          the bank fields follow the CADASTRO format so the
      *          CNAB detail is built the same way.
      ******************************************************************
       01 AUT-REGISTRO.
           05 AUT-CODIGO              PIC X(6).
           05 AUT-NOME                PIC X(40).
           05 AUT-CPF                 PIC X(11).
           05 AUT-NIT                 PIC X(11).
           05 AUT-QTDEPENDENTES       PIC 99.
           05 AUT-ALIQISS             PIC 9V999.
           05 AUT-EMPRESA             PIC X(2).
           05 AUT-DEPTO               PIC X(4).
           05 AUT-BANCO               PIC X(3).
           05 AUT-AGENCIA             PIC X(4).
           05 AUT-AGDV                PIC X(1).
           05 AUT-CONTA               PIC X(8).
           05 AUT-CTDV                PIC X(1).
           05 AUT-SITUACAO            PIC X(1).
               88 AUT-ATIVO              VALUE "A" " ".
               88 AUT-INATIVO            VALUE "I".
           05 AUT-DATA                PIC X(10).
           05 AUT-OPERADOR            PIC X(8).
