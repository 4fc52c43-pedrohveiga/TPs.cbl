      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared parameter area for the TPRATEIO cost-center
      *          allocation engine. RTP-ACAO "C" loads into RTP-ITEM
      *          the split of RTP-PRONTUARIO in force in RTP-COMPET
      *          (MM/AAAA); with no split on RATEIO.DAT (RTP-RC 1) or
      *          a split that does not add up to 100% (RTP-RC 2) the
      *          one item is RTP-DEPTOPRINC at 100%. RTP-IXPRINC is
      *          the item of the main department - RTP-DEPTOPRINC
      *          (CAD-DEPTO) when the split names it, else the
      *          first. RTP-ACAO "D" divides each of the first
      *          RTP-QTDVALORES amounts of RTP-VALOR over the items
      *          loaded into RTP-PARTE, the rounding difference going
      *          to the main department so the parts always add up to
      *          the amount.
      ******************************************************************
       01 RATEIO-PARM.
           05 RTP-ACAO                PIC X(1).
           05 RTP-PRONTUARIO          PIC X(9).
           05 RTP-COMPET              PIC X(7).
           05 RTP-DEPTOPRINC          PIC X(4).
           05 RTP-RC                  PIC 9(1).
           05 RTP-QTD                 PIC 9(2).
           05 RTP-IXPRINC             PIC 9(2).
           05 RTP-QTDVALORES          PIC 9(2).
           05 RTP-VALOR OCCURS 12 TIMES PIC 9(7)V99.
           05 RTP-ITEM OCCURS 5 TIMES.
               10 RTP-DEPTO           PIC X(4).
               10 RTP-PERC            PIC 9(3)V99.
               10 RTP-PARTE OCCURS 12 TIMES PIC 9(7)V99.
