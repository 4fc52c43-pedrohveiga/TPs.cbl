      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for PINFUNC.DAT, the PINs of the
      *          employee self-service inquiry (TP81AUTO), one per
      *          prontuario. TP82PIN (supervisor) issues, unlocks and
      *          removes them. Like OPERADOR.DAT, three wrong PINs in
      *          a row lock the record (PIN-FALHAS) until TP82PIN
      *          unlocks it; a PIN issued by the supervisor carries no
      *          PIN-DTPIN and must be changed by the employee on the
      *          first access.
      ******************************************************************
       01 PIN-REGISTRO.
           05 PIN-PRONTUARIO        PIC X(9).
           05 PIN-SENHA             PIC X(6).
           05 PIN-FALHAS            PIC 9(1).
           05 PIN-DTPIN             PIC X(10).
           05 PIN-ULTACESSO         PIC X(10).
           05 PIN-EMISSOR           PIC X(8).
           05 FILLER                PIC X(20).
