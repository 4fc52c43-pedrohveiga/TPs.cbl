      * 02/09/2026 - A prontuario cadastrado pela primeira vez ganha
      *              a data de admissao e uma linha tipo "A" em
      *              MOVIMENTO.LOG, o feed da declaracao TP47MOV.
      * 15/10/2026 - A new prontuario starts without a cargo
      *              (CAD-CARGO blank) until TP07CAD assigns one.
      * 15/10/2026 - A new prontuario starts with no bank data change
      *              date (CAD-DTCONTA blank).
      * 15/10/2026 - A new prontuario starts without a sindicato
      *              (CAD-SINDICATO blank) until TP07CAD assigns one.
      * 15/10/2026 - A new prontuario starts as an indeterminado
      *              contract (CAD-TIPOCONTRATO and CAD-FIMCONTRATO
      *              blank) until TP07CAD says otherwise.
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *O primeiro cadastro de um prontuario e a admissao dele
           MOVE wsdatatxt TO CAD-ADMISSAO
           MOVE SPACES TO CAD-DESLIGAMENTO
           MOVE SPACES TO CAD-CARGO
           MOVE SPACES TO CAD-DTCONTA
           MOVE SPACES TO CAD-SINDICATO
           MOVE SPACES TO CAD-TIPOCONTRATO
           MOVE SPACES TO CAD-FIMCONTRATO
           WRITE CAD-REGISTRO
           MOVE "GRAVA-CADASTRO" TO wserr-para
           PERFORM TESTA-FS-CAD
