      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the RPA file RPA.DAT - one
      *          record per recibo de pagamento a autonomo (TP55RPA
      *          writes it; TP25CTB takes the journal events from
      *          it). INDEXED on the recibo number. The values are
      *          the ones printed on the recibo: INSS 11% ate o teto,
      *          IRRF of the monthly table, municipal ISS and the
      *          liquido paid; RPA-PATRONAL is the 20% the empresa
      *          owes on the servico. RPA-REMESSA is the REMESSA.CTL
      *          number of the remessa that paid it - zero while the
      *          competencia is not yet fechada.
      ******************************************************************
       01 RPA-REGISTRO.
           05 RPA-NUMERO              PIC 9(6).
           05 RPA-CODIGO              PIC X(6).
           05 RPA-EMPRESA             PIC X(2).
           05 RPA-COMPET              PIC X(7).
           05 RPA-DEPTO               PIC X(4).
           05 RPA-DATA                PIC X(10).
           05 RPA-DESCRICAO           PIC X(30).
           05 RPA-VALOR               PIC 9(5)V99.
           05 RPA-INSS                PIC 9(5)V99.
           05 RPA-IR                  PIC 9(5)V99.
           05 RPA-ISS                 PIC 9(5)V99.
           05 RPA-LIQUIDO             PIC 9(5)V99.
           05 RPA-PATRONAL            PIC 9(5)V99.
           05 RPA-REMESSA             PIC 9(6).
           05 RPA-OPERADOR            PIC X(8).
