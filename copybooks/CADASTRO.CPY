      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the cadastro mestre
      *          CADASTRO.DAT (TP01/TP04/TP07CAD). CAD-CARGO keys
      *          the cargos master CARGOS.DAT (TP53CRG).
      *          CAD-DTCONTA is the date (DD/MM/AAAA) the bank data
      *          was last changed in TP07CAD, blank when never
      *          changed after admissao; TP61FRD flags pay going to
      *          a recently changed account. CAD-SINDICATO keys the
      *          sindicatos master SINDICATOS.DAT (TP73SND); blank
      *          when the employee has no contribuicao sindical.
      *          CAD-TIPOCONTRATO is the contract: indeterminado
      *          (blank or "I"), experiencia "E", prazo determinado
      *          "D" or estagio "S"; CAD-FIMCONTRATO (DD/MM/AAAA) is
      *          the current end of a contract with a term - the
      *          prorrogacao of an experiencia retypes it. TP78CTR
      *          lists those ending or past their end.
      ******************************************************************
       01 CAD-REGISTRO.
           05 CAD-PRONTUARIO          PIC X(9).
           05 CAD-CTDV                PIC X(1).
           05 CAD-ADMISSAO            PIC X(10).
           05 CAD-DESLIGAMENTO        PIC X(10).
           05 CAD-CARGO               PIC X(6).
           05 CAD-DTCONTA             PIC X(10).
           05 CAD-SINDICATO           PIC X(3).
           05 CAD-TIPOCONTRATO        PIC X(1).
               88 CAD-CONTRATO-INDETERMINADO VALUE "I" " ".
               88 CAD-CONTRATO-A-PRAZO   VALUE "E" "D".
               88 CAD-CONTRATO-ESTAGIO   VALUE "S".
               88 CAD-CONTRATO-VALIDO    VALUE "I" "E" "D" "S".
           05 CAD-FIMCONTRATO         PIC X(10).
