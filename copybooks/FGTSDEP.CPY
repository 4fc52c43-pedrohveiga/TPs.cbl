      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the FGTS deposits the bank
      *          reports FGTSDEP.DAT (TP67FGT imports the bank's
      *          monthly extract FGTSBANCO.TXT into it and reconciles
      *          it with TP04HISTIDX.DAT). One record per worker PIS,
      *          empresa and competencia; FDP-PRONTUARIO is the owner
      *          of the PIS in DOCUMENTOS.DAT (spaces when no one
      *          holds it). FDP-CONCILIADO "S" marks a deposit the
      *          last reconciliation matched to a ficha. Re-importing
      *          an empresa/competencia replaces all of its lines.
      ******************************************************************
       01 FDP-REGISTRO.
           05 FDP-CHAVE.
               10 FDP-EMPRESA         PIC X(2).
               10 FDP-COMPET          PIC X(7).
               10 FDP-PIS             PIC X(11).
           05 FDP-PRONTUARIO          PIC X(9).
           05 FDP-VALOR               PIC 9(7)V99.
           05 FDP-DTDEPOSITO          PIC X(8).
           05 FDP-DTIMPORT            PIC X(10).
           05 FDP-CONCILIADO          PIC X(1).
