      * Purpose: Shared record layout for the ficha history
      *          TP04HISTIDX.DAT (TP04/TP04LOTE write it; TP11DECL,
      *          TP14YTD, TP15RETRO, TP17EMP, TP25CTB, TP29COMP,
      *          TP36CRIT and the consulta read it; TP76EST
      *          deletes a ficha in an estorno). The file is INDEXED
      *          on prontuario + competencia + modo, so a
      *          one-employee lookup is a keyed START instead of a
      *          full-file pass; TP41CONV converts the old LINE
      *          SEQUENTIAL file once. A confirmed recalculation of
      *          the same prontuario/competencia/modo overwrites the
      *          earlier ficha - the last calculation is the valid
      *          one. Fichas written before a field existed carry
      *          spaces there. HIDX-QTBH/HIDX-VLBH are the banco de
      *          horas hours paid out on the ficha (vencido or
      *          rescisao); HIDX-TPADIC/HIDX-VLADIC the adicional de
      *          insalubridade ("I") or periculosidade ("P") in the
      *          bruto. Modo "8" is a PLR ficha (TP04LOTE), taxed
      *          exclusively - TP12INF reports it apart.
      *          HIDX-VLSAUDE is the plano de saude desconto
      *          (mensalidade share plus coparticipacao, TPSAUDE).
      *          HIDX-VLPREV/HIDX-VLPREVEMP are the previdencia
      *          privada contributions of the employee (discounted)
      *          and of the company (encargo), from PREVIDENCIA.DAT.
      *          HIDX-VLCOMIS/HIDX-VLDSRCOM are the commissions of
      *          VARIAVEIS.DAT and their DSR reflex, both in the
      *          bruto; their average feeds ferias and rescisao.
      *          HIDX-SINDICATO/HIDX-VLSIND are the employee's
      *          sindicato at the time of the ficha and the
      *          contribuicao sindical deducted (TPSINDIC), the
      *          source of the TP73SND guia de recolhimento.
      *          HIDX-ATRANT is the ATRASADOS.DAT saldo before the
      *          ficha and HIDX-ATRMOV "S" when the ficha rewrote it;
      *          HIDX-DIASFER the ferias days it added to FERIAS.DAT,
      *          HIDX-FERANT the days gozados before, HIDX-FERMOV
      *          "A" added to the periodo on file or "C" created it,
      *          and HIDX-PROGFER "S" when it marked the ferias
      *          coletivas schedule processada - what TP76EST needs
      *          to undo the ficha in an estorno.
      ******************************************************************
       01 HIDX-REGISTRO.
           05 HIDX-CHAVE.
           05 HIDX-DIASAFA          PIC 9(2).
           05 HIDX-VLRUBP           PIC 9(5)V99.
           05 HIDX-VLRUBD           PIC 9(5)V99.
           05 HIDX-QTBH             PIC 9(4)V99.
           05 HIDX-VLBH             PIC 9(5)V99.
           05 HIDX-TPADIC           PIC X(1).
           05 HIDX-VLADIC           PIC 9(5)V99.
           05 HIDX-VLSAUDE          PIC 9(5)V99.
           05 HIDX-VLPREV           PIC 9(5)V99.
           05 HIDX-VLPREVEMP        PIC 9(5)V99.
           05 HIDX-VLCOMIS          PIC 9(5)V99.
           05 HIDX-VLDSRCOM         PIC 9(5)V99.
           05 HIDX-SINDICATO        PIC X(3).
           05 HIDX-VLSIND           PIC 9(5)V99.
           05 HIDX-ATRANT           PIC 9(7)V99.
           05 HIDX-ATRMOV           PIC X(1).
           05 HIDX-DIASFER          PIC 9(2).
           05 HIDX-FERANT           PIC 9(2).
           05 HIDX-FERMOV           PIC X(1).
           05 HIDX-PROGFER          PIC X(1).
