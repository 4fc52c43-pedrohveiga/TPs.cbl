      *          today. One bad run stops being the end of the
      *          masters.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - The CADASTRO.Gnn mirror follows the widened
      *              cadastro record (CAD-CARGO); take a fresh
      *              generation right after running TP24CONV, the
      *              older ones keep the previous layout.
      * 15/10/2026 - The mirror widened again for the bank data change
      *              date (CAD-DTCONTA); same advice as above.
      * 15/10/2026 - The EMPRESTIMO.Gnn mirror follows the loan record
      *              widened for the credor and contract number.
      * 15/10/2026 - The CADASTRO.Gnn mirror widened for the sindicato
      *              code (CAD-SINDICATO).
      * 15/10/2026 - The CADASTRO.Gnn mirror widened for the contract
      *              type and end date (CAD-TIPOCONTRATO/FIMCONTRATO).
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP39BKP.
       FD CADBKP.
       01 BCAD-REGISTRO.
           05 BCAD-PRONTUARIO       PIC X(9).
           05 BCAD-RESTO            PIC X(155).

       FD YTD.
       01 YTD-REGISTRO.
       FD EMPBKP.
       01 BEMP-REGISTRO.
           05 BEMP-PRONTUARIO       PIC X(9).
           05 BEMP-RESTO            PIC X(47).

       FD FERIAS.
       COPY FERIAS.
