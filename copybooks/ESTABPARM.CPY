      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared parameter area for the TPESTAB estabilidade
      *          engine. Given the prontuario and a date (AAAAMMDD) -
      *          the desligamento or rescisao being entered - it
      *          answers ESP-RC zero when the date is free, or 1 when
      *          it falls inside an estabilidade provisoria on
      *          ESTABILIDADE.DAT, returning that one's tipo, start
      *          and end (ESP-FIM blank = until informed).
      ******************************************************************
       01 ESTAB-PARM.
           05 ESP-PRONTUARIO          PIC X(9).
           05 ESP-DATA                PIC X(8).
           05 ESP-RC                  PIC 9(1).
           05 ESP-TIPO                PIC X(1).
           05 ESP-INI                 PIC X(8).
           05 ESP-FIM                 PIC X(8).
