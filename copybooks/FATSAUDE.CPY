      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the imported health-plan
      *          invoice FATSAUDE.DAT (TP56SAU imports the operadora
      *          file into it; TPSAUDE takes the coparticipacao from
      *          it). One record per beneficiary and competencia -
      *          the competencia of the folha that deducts it - keyed
      *          by prontuario + competencia + ADS-SEQ. Re-importing
      *          a competencia replaces all of its lines.
      ******************************************************************
       01 FTS-REGISTRO.
           05 FTS-CHAVE.
               10 FTS-PRONTUARIO      PIC X(9).
               10 FTS-COMPET          PIC X(7).
               10 FTS-SEQ             PIC 9(2).
           05 FTS-CARTEIRA            PIC X(16).
           05 FTS-MENSALIDADE         PIC 9(5)V99.
           05 FTS-COPART              PIC 9(5)V99.
           05 FTS-DATA                PIC X(10).
