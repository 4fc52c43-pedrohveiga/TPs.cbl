      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the risk-grade register
      *          RISCO.DAT (TP52RIS maintains it; TP04/TP04LOTE/
      *          TP26PROV read it). INDEXED on prontuario, one record
      *          per exposed employee - the two adicionais do not
      *          accumulate, so the laudo picks one: "I" insalubridade
      *          by grau (1 minimo 10%, 2 medio 20%, 3 maximo 40% of
      *          the salario minimo, the "M" row of TABELAS.DAT in
      *          force for the competencia) or "P" periculosidade
      *          (30% of the salario-base). No record, no adicional.
      ******************************************************************
       01 RIS-REGISTRO.
           05 RIS-PRONTUARIO          PIC X(9).
           05 RIS-TIPO                PIC X(1).
               88 RIS-INSALUBRE          VALUE "I".
               88 RIS-PERICULOSO         VALUE "P".
           05 RIS-GRAU                PIC 9(1).
               88 RIS-GRAU-MINIMO        VALUE 1.
               88 RIS-GRAU-MEDIO         VALUE 2.
               88 RIS-GRAU-MAXIMO        VALUE 3.
           05 RIS-LAUDO               PIC X(12).
           05 RIS-DATA                PIC X(10).
           05 RIS-OPERADOR            PIC X(8).
