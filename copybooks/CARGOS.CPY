      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the cargos e salarios master
      *          CARGOS.DAT (TP53CRG maintains it; TP07CAD validates
      *          CAD-CARGO against it; TP47MOV/TP48RAIS take the CBO
      *          from it). INDEXED on the cargo code. The faixa is in
      *          valor-hora, the same unit as CAD-VALORHORA; the piso
      *          is the union floor for the cargo, also per hora
      *          (zero = no piso informed).
      ******************************************************************
       01 CRG-REGISTRO.
           05 CRG-CODIGO              PIC X(6).
           05 CRG-DESCRICAO           PIC X(30).
           05 CRG-CBO                 PIC X(6).
           05 CRG-VHMIN               PIC 999V99.
           05 CRG-VHMAX               PIC 999V99.
           05 CRG-PISO                PIC 999V99.
           05 CRG-DATA                PIC X(10).
           05 CRG-OPERADOR            PIC X(8).
