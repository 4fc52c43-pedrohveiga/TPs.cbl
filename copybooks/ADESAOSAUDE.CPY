      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the health-plan membership
      *          ADESAOSAUDE.DAT (TP56SAU maintains it; TPSAUDE reads
      *          it). One record per beneficiary, keyed by prontuario
      *          plus ADS-SEQ: 00 is the titular, any other value is
      *          the DPD-SEQ of the dependent in DEPENDENTES.DAT.
      *          ADS-CARTEIRA is the card number the operadora prints
      *          on the invoice; the membership is in force from
      *          ADS-COMPINI through ADS-COMPFIM (spaces = aberta).
      ******************************************************************
       01 ADS-REGISTRO.
           05 ADS-CHAVE.
               10 ADS-PRONTUARIO      PIC X(9).
               10 ADS-SEQ             PIC 9(2).
           05 ADS-NOME                PIC X(30).
           05 ADS-NASCIMENTO          PIC X(10).
           05 ADS-PLANO               PIC X(4).
           05 ADS-CARTEIRA            PIC X(16).
           05 ADS-COMPINI             PIC X(7).
           05 ADS-COMPFIM             PIC X(7).
           05 ADS-DATA                PIC X(10).
           05 ADS-OPERADOR            PIC X(8).
