      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the previdencia privada
      *          register PREVIDENCIA.DAT (TP57PRV maintains it;
      *          TP04/TP04LOTE/TP26PROV read it). INDEXED on
      *          prontuario, one record per participant. Both
      *          percentages apply to the bruto of the ficha: the
      *          employee contribution is discounted in folha and
      *          reduces the IRRF base up to 12% of the bruto, the
      *          employer match is an encargo of the company.
      *          PRV-COMPINI/PRV-COMPFIM are MM/AAAA; a blank fim is
      *          an open participation.
      ******************************************************************
       01 PRV-REGISTRO.
           05 PRV-PRONTUARIO          PIC X(9).
           05 PRV-CERTIFICADO         PIC X(12).
           05 PRV-PERCFUNC            PIC 9(2)V99.
           05 PRV-PERCEMP             PIC 9(2)V99.
           05 PRV-COMPINI             PIC X(7).
           05 PRV-COMPFIM             PIC X(7).
           05 PRV-DATA                PIC X(10).
           05 PRV-OPERADOR            PIC X(8).
