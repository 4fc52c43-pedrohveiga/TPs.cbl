      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared parameter area for the TPSAUDE health-plan
      *          engine. SDP-ACAO "D" returns the employee's desconto
      *          of SDP-PRONTUARIO in SDP-COMPET (MM/AAAA): the share
      *          of the mensalidades of every beneficiary in force,
      *          the coparticipacao imported for the competencia and
      *          their sum in SDP-VALOR. SDP-ACAO "P" returns in
      *          SDP-PRECO the full table price of one beneficiary of
      *          plano SDP-PLANO born SDP-NASCIMENTO (DD/MM/AAAA),
      *          the employee's share of it in SDP-MENSAL and the
      *          percent of the faixa in SDP-PERCFUNC.
      *          SDP-RC is zero on success / 1 when a beneficiary has
      *          no faixa in the price table.
      ******************************************************************
       01 SAUDE-PARM.
           05 SDP-ACAO                PIC X(1).
           05 SDP-PRONTUARIO          PIC X(9).
           05 SDP-COMPET              PIC X(7).
           05 SDP-PLANO               PIC X(4).
           05 SDP-NASCIMENTO          PIC X(10).
           05 SDP-PRECO               PIC 9(5)V99.
           05 SDP-PERCFUNC            PIC 9(3).
           05 SDP-MENSAL              PIC 9(5)V99.
           05 SDP-COPART              PIC 9(5)V99.
           05 SDP-VALOR               PIC 9(5)V99.
           05 SDP-QTDVIDAS            PIC 9(2).
           05 SDP-RC                  PIC 9(1).
