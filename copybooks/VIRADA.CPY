      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for VIRADA.DAT, one record per
      *          year closed by TP80VIR (virada de ano). TP04 and
      *          TP04LOTE read it before a session: a January
      *          competencia waits for the virada of the year before,
      *          and a competencia of a year already closed is
      *          refused, since its accumulators are in the archive
      *          TP04YTDHIST.DAT. VIR-PENDENCIAS is how many
      *          pendencias the supervisor accepted when closing.
      ******************************************************************
       01 VIR-REGISTRO.
           05 VIR-ANO               PIC 9(4).
           05 VIR-DATA              PIC X(10).
           05 VIR-OPERADOR          PIC X(8).
           05 VIR-QTDPRONT          PIC 9(5).
           05 VIR-PENDENCIAS        PIC 9(5).
           05 FILLER                PIC X(20).
