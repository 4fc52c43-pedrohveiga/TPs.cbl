      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the rate table TABELAS.DAT
      *          (TP04/TP04LOTE/TP10TAB/TP18PREF/TPFAIXAS/TP26PROV/
      *          TP52RIS). The "M" row carries the salario minimo in
      *          TAB-PARCELA; the "L" rows are the exclusive IRRF
      *          brackets of the PLR.
      *          TAB-VIGENCIA carries the competencia (MM/AAAA) the
      *          row is valid from; rows written before the field
      *          existed carry spaces there and are valid desde
