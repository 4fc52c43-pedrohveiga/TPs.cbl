      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the register of estabilidade
      *          provisoria ESTABILIDADE.DAT (TP77ETB maintains and
      *          reports it, TP30AFA generates the acidente ones,
      *          TPESTAB answers TP04 and TP07CAD). INDEXED on
      *          prontuario + start date in AAAAMMDD, like
      *          AFASTAMENTOS.DAT. ESB-FIM is the last protected day;
      *          blank means until informed (a gestante whose parto
      *          is not yet known). ESB-ORIGEM "A" marks a record
      *          TP30AFA created from the acidente leave starting on
      *          ESB-AFAINI - it follows that leave and is not typed
      *          by hand.
      ******************************************************************
       01 ESB-REGISTRO.
           05 ESB-CHAVE.
               10 ESB-PRONTUARIO      PIC X(9).
               10 ESB-INI             PIC X(8).
           05 ESB-FIM                 PIC X(8).
           05 ESB-TIPO                PIC X(1).
               88 ESB-GESTANTE           VALUE "G".
               88 ESB-CIPA               VALUE "C".
               88 ESB-ACIDENTE           VALUE "A".
           05 ESB-ORIGEM              PIC X(1).
               88 ESB-MANUAL             VALUE "M".
               88 ESB-AUTOMATICA         VALUE "A".
           05 ESB-AFAINI              PIC X(8).
           05 ESB-OBS                 PIC X(20).
           05 ESB-DATA                PIC X(10).
           05 ESB-OPERADOR            PIC X(8).
