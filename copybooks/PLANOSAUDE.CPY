      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the health-plan price table
      *          PLANOSAUDE.DAT (TP56SAU maintains it; TPSAUDE prices
      *          the beneficiaries from it). One record per plano and
      *          faixa etaria, keyed by plano + the highest age of the
      *          faixa, so a START on plano + idade lands on the faixa
      *          of that age. PLS-VALOR is the full mensalidade the
      *          operadora bills; PLS-PERCFUNC the percent of it the
      *          employee pays (the rest is the empresa's).
      ******************************************************************
       01 PLS-REGISTRO.
           05 PLS-CHAVE.
               10 PLS-PLANO           PIC X(4).
               10 PLS-IDADEMAX        PIC 9(3).
           05 PLS-DESCRICAO           PIC X(20).
           05 PLS-VALOR               PIC 9(5)V99.
           05 PLS-PERCFUNC            PIC 9(3).
           05 PLS-DATA                PIC X(10).
           05 PLS-OPERADOR            PIC X(8).
