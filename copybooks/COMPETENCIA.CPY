      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the competencia status file
      *          COMPETENCIAS.DAT (the TPCOMPET engine keeps it,
      *          TP70CMP lists it and reopens a month). One record
      *          per empresa and competencia (MM/AAAA): "A" aberta,
      *          "E" em fechamento (the TP43MES chain is running -
      *          only its TP04LOTE still writes) or "F" fechada
      *          (nothing writes). A month with no record is aberta.
      *          CPT-DTSITUACAO/CPT-OPERADOR stamp the last change;
      *          CPT-MOTIVO keeps the reason of the last reopening.
      *          The trailing filler is reserva para expansao.
      ******************************************************************
       01 CPT-REGISTRO.
           05 CPT-CHAVE.
               10 CPT-EMPRESA         PIC X(2).
               10 CPT-COMPET          PIC X(7).
           05 CPT-SITUACAO            PIC X(1).
               88 CPT-ABERTA          VALUE "A".
               88 CPT-EM-FECHAMENTO   VALUE "E".
               88 CPT-FECHADA         VALUE "F".
           05 CPT-DTSITUACAO          PIC X(10).
           05 CPT-OPERADOR            PIC X(8).
           05 CPT-MOTIVO              PIC X(30).
           05 FILLER                  PIC X(20).
