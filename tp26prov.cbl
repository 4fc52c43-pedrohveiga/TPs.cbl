      *              contributions ("E" INSS patronal, "G" RAT, "T"
      *              terceiros in TABELAS.DAT) on top of the FGTS,
      *              so the provision finally carries the true cost.
      * 15/10/2026 - The monthly salary the provision is priced on now
      *              includes the adicional de insalubridade (grau on
      *              the "M" salario minimo row of TABELAS.DAT) or
      *              periculosidade (30%) of the RISCO.DAT laudo - it
      *              integrates 13o and ferias like the folha pays it.
      * 15/10/2026 - Previdencia privada: the employer match of the
      *              month (PRV-PERCEMP of PREVIDENCIA.DAT on the same
      *              monthly salary) is shown per participant, per
      *              depto and in the total, apart from the provision
      *              total and its delta.
      * 15/10/2026 - Rateio por centro de custo (RATEIO.DAT, TP69RAT):
      *              the per-depto totals split each provision by the
      *              prontuario's rateio of the month (TPRATEIO), the
      *              rounding going to CAD-DEPTO.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP26PROV.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROV-PRONTUARIO
           FILE STATUS IS wsfs-prov.
           SELECT RISCO ASSIGN TO "RISCO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIS-PRONTUARIO
           FILE STATUS IS wsfs-ris.
           SELECT PREVIDENCIA ASSIGN TO "PREVIDENCIA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRV-PRONTUARIO
           FILE STATUS IS wsfs-prv.
           SELECT RELATORIO ASSIGN TO "TP26PROV.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           05 PROV-TOTAL            PIC 9(7)V99.
           05 PROV-ANTERIOR         PIC 9(7)V99.

       FD RISCO.
       COPY RISCO.

       FD PREVIDENCIA.
       COPY PREVIDENCIA.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(132).

       77 wsfs-ytd PIC XX.
       77 wsfs-prov PIC XX.
       77 wsfs-rel PIC XX.
       77 wsfs-ris PIC XX.
       77 wsfs-prv PIC XX.
       77 wsfs-err PIC XX.
       77 wserr-fs PIC XX.
       77 wserr-para PIC X(20).
       77 wsvigter PIC X(6) VALUE SPACES.
       77 wsalvotab PIC X(6) VALUE SPACES.

      *Salario minimo em vigor (linha "M", valor na parcela) e o
      *adicional de risco do prontuario (RISCO.DAT)
       77 wsvigsm PIC X(6) VALUE SPACES.
       77 wssalmin PIC 9(7)V99 VALUE ZERO.
       77 wsvladic PIC 9(7)V99 VALUE ZERO.

      *Contrapartida da empresa na previdencia privada do mes
      *(PREVIDENCIA.DAT) e a vigencia da adesao, em AAAAMM
       77 wsprevemp PIC 9(7)V99 VALUE ZERO.
       77 wsprevini PIC X(6) VALUE SPACES.
       77 wsprevfim PIC X(6) VALUE SPACES.

      *Calculo da provisao do prontuario corrente
       77 wsavos PIC 99 VALUE ZERO.
       77 wssalario PIC 9(7)V99 VALUE ZERO.
       77 wsqtddeptos PIC 99 VALUE ZERO.
       77 wsdix PIC 99 VALUE ZERO.
       77 wsachoudepto PIC X VALUE "N".
       77 wsrtx PIC 9(2) VALUE ZERO.
       COPY RATEIOPARM.
       01 tabela-deptos.
           05 DEP-ENT OCCURS 20 TIMES.
               10 DEP-CODIGO PIC X(4).
               10 DEP-PFGTS PIC 9(7)V99.
               10 DEP-PTOT PIC 9(7)V99.
               10 DEP-DELTA PIC S9(7)V99.
               10 DEP-PREV PIC 9(7)V99.
       01 totais-gerais.
           05 wstotp13 PIC 9(7)V99 VALUE ZERO.
           05 wstotpfer PIC 9(7)V99 VALUE ZERO.
           05 wstotpfgts PIC 9(7)V99 VALUE ZERO.
           05 wstotptot PIC 9(7)V99 VALUE ZERO.
           05 wstotdelta PIC S9(7)V99 VALUE ZERO.
           05 wstotprev PIC 9(7)V99 VALUE ZERO.

       77 wsmascval1 PIC ZZZ.ZZZ,ZZ.
       77 wsmascval2 PIC ZZZ.ZZZ,ZZ.
       77 wsmascval4 PIC ZZZ.ZZZ,ZZ.
       77 wsmascdelta PIC ZZZ.ZZZ,ZZ-.
       77 wsmascytd PIC ZZZ.ZZZ,ZZ.
       77 wsmascprev PIC ZZZ.ZZZ,ZZ.

       77 wscompetencia PIC X(7) VALUE SPACES.
       01 wsdatahoje.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.

      *As linhas de encargo ("F"/"E"/"G"/"T") e o salario minimo
      *("M") em vigor interessam aqui - as faixas I/R nao entram na
      *provisao e um conjunto futuro ainda dormente nao muda a
      *aliquota de hoje.
       CARREGA-ALIQUOTA-FGTS.
       OPEN INPUT TABELAS.
       MOVE "N" TO wsfimtabelas.

       PROCESSA-LINHA-TABELA.
       IF TAB-TIPO EQUAL "F" OR TAB-TIPO EQUAL "E" OR TAB-TIPO
           EQUAL "G" OR TAB-TIPO EQUAL "T" OR TAB-TIPO EQUAL "M"
           IF TAB-VIGENCIA(3:1) EQUAL "/" AND
              TAB-VIGENCIA(4:4) IS NUMERIC
               MOVE SPACES TO wsvigrow
                   MOVE wsvigrow TO wsvigter
                   MOVE TAB-ALIQ TO wsteraliq
               END-IF
               IF TAB-TIPO EQUAL "M" AND (wsvigsm EQUAL SPACES OR
                  wsvigrow NOT LESS THAN wsvigsm)
                   MOVE wsvigrow TO wsvigsm
                   MOVE TAB-PARCELA TO wssalmin
               END-IF
           END-IF
       END-IF.
       PERFORM LE-LINHA-TABELA.
           CONTINUE
       ELSE
           PERFORM CALCULA-PROVISAO
           PERFORM CALCULA-PREVIDENCIA-EMPRESA
           PERFORM LE-PROVISAO-ANTERIOR
           PERFORM ESCREVE-LINHA-PRONT
           PERFORM GRAVA-PROVISAO
       CALCULA-PROVISAO.
       MOVE wsdt-mes TO wsavos.
       COMPUTE wssalario = CAD-VALORHORA * CAD-QTHORAS.
       PERFORM CALCULA-ADICIONAL-RISCO.
       ADD wsvladic TO wssalario.
       COMPUTE wsprov13 ROUNDED = wssalario * wsavos / 12.
       COMPUTE wsprovfer ROUNDED = wssalario * wsavos / 12.
       COMPUTE wsprovterco ROUNDED = wsprovfer / 3.
           CLOSE YTD
       END-IF.

      *O adicional do laudo, pelo mesmo criterio da folha: grau de
      *insalubridade sobre o salario minimo, periculosidade 30% do
      *salario-base
       CALCULA-ADICIONAL-RISCO.
       MOVE ZERO TO wsvladic.
       OPEN INPUT RISCO.
       IF wsfs-ris NOT EQUAL "35"
           MOVE CAD-PRONTUARIO TO RIS-PRONTUARIO
           READ RISCO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RIS-PERICULOSO
                       COMPUTE wsvladic ROUNDED = wssalario * 0,30
                   END-IF
                   IF RIS-INSALUBRE AND RIS-GRAU-MINIMO
                       COMPUTE wsvladic ROUNDED = wssalmin * 0,10
                   END-IF
                   IF RIS-INSALUBRE AND RIS-GRAU-MEDIO
                       COMPUTE wsvladic ROUNDED = wssalmin * 0,20
                   END-IF
                   IF RIS-INSALUBRE AND RIS-GRAU-MAXIMO
                       COMPUTE wsvladic ROUNDED = wssalmin * 0,40
                   END-IF
           END-READ
           CLOSE RISCO
       END-IF.

      *A contrapartida da empresa na previdencia privada, pelo
      *percentual do participante sobre o mesmo salario mensal, se a
      *adesao cobre a competencia. Nao e provisao - fica fora do
      *total e do delta.
       CALCULA-PREVIDENCIA-EMPRESA.
       MOVE ZERO TO wsprevemp.
       OPEN INPUT PREVIDENCIA.
       IF wsfs-prv NOT EQUAL "35"
           MOVE CAD-PRONTUARIO TO PRV-PRONTUARIO
           READ PREVIDENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM APURA-PREVIDENCIA-EMPRESA
           END-READ
           CLOSE PREVIDENCIA
       END-IF.

       APURA-PREVIDENCIA-EMPRESA.
       MOVE SPACES TO wsprevini.
       STRING PRV-COMPINI(4:4) PRV-COMPINI(1:2)
           DELIMITED BY SIZE INTO wsprevini.
       IF PRV-COMPFIM EQUAL SPACES
           MOVE "999999" TO wsprevfim
       ELSE
           MOVE SPACES TO wsprevfim
           STRING PRV-COMPFIM(4:4) PRV-COMPFIM(1:2)
               DELIMITED BY SIZE INTO wsprevfim
       END-IF.
       IF wsprevini NOT GREATER THAN wsalvotab AND
           wsprevfim NOT LESS THAN wsalvotab
           COMPUTE wsprevemp ROUNDED = wssalario * PRV-PERCEMP / 100
       END-IF.

      *A base do delta: o total do mes ANTERIOR. Uma re-emissao da
      *mesma competencia compara com o que o mes passado comparou
      *(PROV-ANTERIOR), nunca com a propria emissao anterior.
       WRITE REL-LINHA.
       MOVE "ESCREVE-LINHA-PRONT" TO wserr-para.
       PERFORM TESTA-FS-REL.
       IF wsprevemp GREATER THAN ZERO
           MOVE wsprevemp TO wsmascprev
           MOVE SPACES TO REL-LINHA
           STRING "          PREVIDENCIA PRIVADA - CONTRAPARTIDA DA"
               DELIMITED BY SIZE
               " EMPRESA NO MES:" DELIMITED BY SIZE
               wsmascprev DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE "ESCREVE-LINHA-PRONT" TO wserr-para
           PERFORM TESTA-FS-REL
       END-IF.

      *A provisao do prontuario vai aos deptos pelo rateio em vigor
      *no mes (TPRATEIO); o delta de cada depto e a parte do total
      *menos a parte do total anterior, e o arredondamento fica no
      *CAD-DEPTO. Sem rateio, tudo no CAD-DEPTO como sempre.
       ACUMULA-DEPTO.
       MOVE "C" TO RTP-ACAO.
       MOVE CAD-PRONTUARIO TO RTP-PRONTUARIO.
       MOVE wscompetencia TO RTP-COMPET.
       MOVE CAD-DEPTO TO RTP-DEPTOPRINC.
       CALL "TPRATEIO" USING RATEIO-PARM.
       MOVE "D" TO RTP-ACAO.
       MOVE 6 TO RTP-QTDVALORES.
       MOVE wsprov13 TO RTP-VALOR(1).
       MOVE wsprovfer TO RTP-VALOR(2).
       MOVE wsprovfgts TO RTP-VALOR(3).
       MOVE wsprovtot TO RTP-VALOR(4).
       MOVE wsprovant TO RTP-VALOR(5).
       MOVE wsprevemp TO RTP-VALOR(6).
       CALL "TPRATEIO" USING RATEIO-PARM.
       MOVE 1 TO wsrtx.
       PERFORM ACUMULA-PARTE-DEPTO UNTIL wsrtx GREATER THAN RTP-QTD.
       ADD wsprov13 TO wstotp13.
       ADD wsprovfer TO wstotpfer.
       ADD wsprovfgts TO wstotpfgts.
       ADD wsprovtot TO wstotptot.
       ADD wsdelta TO wstotdelta.
       ADD wsprevemp TO wstotprev.

       ACUMULA-PARTE-DEPTO.
       MOVE RTP-DEPTO(wsrtx) TO wsdepto.
       MOVE "N" TO wsachoudepto.
       MOVE 1 TO wsdix.
       PERFORM PROCURA-DEPTO
           MOVE ZERO TO DEP-PFGTS(wsdix)
           MOVE ZERO TO DEP-PTOT(wsdix)
           MOVE ZERO TO DEP-DELTA(wsdix)
           MOVE ZERO TO DEP-PREV(wsdix)
           MOVE "S" TO wsachoudepto
       END-IF.
       IF wsachoudepto EQUAL "S"
           ADD RTP-PARTE(wsrtx, 1) TO DEP-P13(wsdix)
           ADD RTP-PARTE(wsrtx, 2) TO DEP-PFER(wsdix)
           ADD RTP-PARTE(wsrtx, 3) TO DEP-PFGTS(wsdix)
           ADD RTP-PARTE(wsrtx, 4) TO DEP-PTOT(wsdix)
           COMPUTE DEP-DELTA(wsdix) = DEP-DELTA(wsdix) +
               RTP-PARTE(wsrtx, 4) - RTP-PARTE(wsrtx, 5)
           ADD RTP-PARTE(wsrtx, 6) TO DEP-PREV(wsdix)
       END-IF.
       ADD 1 TO wsrtx.

       PROCURA-DEPTO.
       IF DEP-CODIGO(wsdix) EQUAL wsdepto
       MOVE wstotpfgts TO wsmascval3.
       MOVE wstotptot TO wsmascval4.
       MOVE wstotdelta TO wsmascdelta.
       MOVE wstotprev TO wsmascprev.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
           wsmascval4 DELIMITED BY SIZE
           " DELTA DO MES:" DELIMITED BY SIZE
           wsmascdelta DELIMITED BY SIZE
           " PREV.EMP:" DELIMITED BY SIZE
           wsmascprev DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       CLOSE RELATORIO.
       MOVE DEP-PFGTS(wsdix) TO wsmascval3.
       MOVE DEP-PTOT(wsdix) TO wsmascval4.
       MOVE DEP-DELTA(wsdix) TO wsmascdelta.
       MOVE DEP-PREV(wsdix) TO wsmascprev.
       MOVE SPACES TO REL-LINHA.
       STRING "DEPTO:" DELIMITED BY SIZE
           DEP-CODIGO(wsdix) DELIMITED BY SIZE
           wsmascval4 DELIMITED BY SIZE
           " DELTA:" DELIMITED BY SIZE
           wsmascdelta DELIMITED BY SIZE
           " PREV.EMP:" DELIMITED BY SIZE
           wsmascprev DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO wsdix.
