      *              through TPTRAVA at open and releases it at the
      *              close, refusing with the owner on screen when
      *              another session holds it.
      * 15/10/2026 - Banco de horas: the open credit lotes of
      *              BANCOHORAS.DAT six or more competencias old are
      *              paid on the normal ficha at valor-hora plus 50%,
      *              marked pago and logged to BANCOHORAS.MOV, with
      *              their own holerite line and history fields.
      * 15/10/2026 - Adicional de insalubridade/periculosidade: the
      *              laudo in RISCO.DAT (TP52RIS) is priced on every
      *              normal ficha - grau 10/20/40% of the "M" row
      *              (salario minimo) of TABELAS.DAT in force, or 30%
      *              of the salario-base - added to the bruto before
      *              afastamento and pro-rata, so it reaches the
      *              INSS/IRRF/FGTS bases; it also integrates the
      *              ferias coletivas remuneracao. Own holerite line
      *              and history fields.
      * 15/10/2026 - Tipo de folha 4-PLR: pays the participacao nos
      *              lucros of PLR.DAT under its own "L" bracket set
      *              of TABELAS.DAT (tributacao exclusiva, no INSS or
      *              FGTS, outside the YTD bases), the year's earlier
      *              PLR fichas added to the base and their IRRF
      *              deducted; modo "8" in the history, own register
      *              (TP04PLR.REL), remessa (TP04PLR.REM, pendente in
      *              REMESSA.CTL) and DARF line (TP04PLR.GUI).
      * 15/10/2026 - Plano de saude: the normal ficha deducts the
      *              employee's share of the mensalidades plus the
      *              coparticipacao of the competencia (TPSAUDE),
      *              after the rubricas and only when it fits the
      *              liquido; own holerite line and history field.
      * 15/10/2026 - Previdencia privada (PREVIDENCIA.DAT, TP57PRV):
      *              the employee contribution of the normal ficha
      *              is discounted and reduces the IRRF base up to
      *              12% of the bruto; the employer match is kept in
      *              the history. Ferias coletivas and PLR fichas
      *              carry none.
      * 15/10/2026 - Comissoes: the normal ficha pays the commissions
      *              TP58COM loaded into VARIAVEIS.DAT plus their DSR
      *              reflex (commission / dias uteis x domingos and
      *              feriados of CALENDARIO.DAT); ferias coletivas add
      *              the average of the variables of the last twelve
      *              normal fichas to the remuneracao.
      * 15/10/2026 - Cadastro changes typed up to the competencia and
      *              still waiting for approval in ALTCAD.DAT (TP62ALT)
      *              are counted and warned about when the run opens;
      *              the run pays the values the cadastro holds.
      * 15/10/2026 - Rateio por centro de custo (RATEIO.DAT, TP69RAT):
      *              the per-depto summary splits each ficha by the
      *              rateio of the prontuario (TPRATEIO); the ficha
      *              and the rounding stay on the main department.
      * 15/10/2026 - Competencia status (COMPETENCIAS.DAT, TPCOMPET):
      *              the run is refused (RC 8) when the month is
      *              fechada; em fechamento is the TP43MES chain.
      * 15/10/2026 - Contribuicao sindical: the normal ficha deducts
      *              what TPSINDIC prices under the rule of the
      *              employee's sindicato (SINDICATOS.DAT), nothing
      *              when an oposicao is in force, after the plano de
      *              saude and only when it fits the liquido; own
      *              holerite line and history fields (sindicato and
      *              value) for the TP73SND guia.
      * 15/10/2026 - Estorno (TP76EST): the ficha history keeps what
      *              the ficha changed in ATRASADOS.DAT, FERIAS.DAT
      *              and the ferias coletivas schedule.
      * 15/10/2026 - An estagio (CAD-TIPOCONTRATO "S") is paid the
      *              bolsa without INSS, FGTS or the employer charges,
      *              in the monthly ficha and in the ferias coletivas.
      * 15/10/2026 - The payroll register is also kept keyed, one
      *              record per .REL line, in TP04REGISTRO.DAT (shared
      *              REGFOLHA copybook; TP04PLR.DAT for the PLR,
      *              TP04RGF.<segmento> for a segment until TP42CONS);
      *              a segment resume re-adds its open session from
      *              the keyed file instead of the text positions.
      * 15/10/2026 - Virada de ano (TP80VIR, VIRADA.DAT): a January
      *              competencia is refused (RC 8) until the year
      *              before is closed, and so is a competencia of a
      *              closed year; the YTD year is the competencia's.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP04LOTE.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT VIRADA ASSIGN TO "VIRADA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIR-ANO
           FILE STATUS IS wsfs-vir.
           SELECT YTD ASSIGN TO "TP04YTD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           SELECT REGISTRO ASSIGN TO wsarqreg
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-reg.
           SELECT REGFOLHA ASSIGN TO wsarqrgf
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGF-CHAVE
           ALTERNATE RECORD KEY IS RGF-COMPET WITH DUPLICATES
           FILE STATUS IS wsfs-rgf.
           SELECT GUIAS ASSIGN TO wsarqgui
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-gui.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RUB-CHAVE
           FILE STATUS IS wsfs-rub.
           SELECT BANCOHORAS ASSIGN TO "BANCOHORAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BCH-CHAVE
           FILE STATUS IS wsfs-bch.
           SELECT BHMOV ASSIGN TO "BANCOHORAS.MOV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-bhm.
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
           SELECT VARIAVEIS ASSIGN TO "VARIAVEIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAR-CHAVE
           FILE STATUS IS wsfs-var.
           SELECT PLRVALOR ASSIGN TO "PLR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-plr.
           SELECT ALTCAD ASSIGN TO "ALTCAD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALC-CHAVE
           FILE STATUS IS wsfs-alc.
           COPY AUDITSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       FD CADASTRO.
       COPY CADASTRO.

       FD VIRADA.
       COPY VIRADA.

       FD YTD.
       01 YTD-REGISTRO.
           05 YTD-PRONTUARIO        PIC X(9).
       FD HISTIDX.
       COPY HISTIDX.

       FD REGISTRO.
       01 REG-LINHA                 PIC X(140).

       FD REGFOLHA.
       COPY REGFOLHA.

       FD GUIAS.
       01 GUI-LINHA                 PIC X(100).
           05 CKPT-SIT              PIC X(4).
           05 FILLER                PIC X(7).

       FD BANCOHORAS.
       COPY BANCOHORAS.

       FD BHMOV.
       COPY BHMOV.

       FD RISCO.
       COPY RISCO.

       FD PREVIDENCIA.
       COPY PREVIDENCIA.

       FD VARIAVEIS.
       COPY VARIAVEIS.

      *----------------------------------------------------------------*
      * PLR.DAT: one amount per prontuario for the participacao nos
      * lucros being paid, prepared by the departamento pessoal; a
      * prontuario repeated in the file has its amounts added.
      *----------------------------------------------------------------*
       FD PLRVALOR.
       01 PLA-REGISTRO.
           05 PLA-PRONTUARIO        PIC X(9).
           05 PLA-VALOR             PIC 9(5)V99.

       FD ALTCAD.
       COPY ALTCAD.

       COPY AUDITFD.

       COPY ERROFD.
       77 wsfs-tab PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-ytd PIC XX.
       77 wsfs-vir PIC XX.
      *Ano da competencia: o ano do YTD e o da virada (TP80VIR)
       77 wsanocomp PIC 9(4) VALUE ZERO.
       77 wsanovirada PIC 9(4) VALUE ZERO.
       77 wsviradarc PIC 9 VALUE ZERO.
       77 wsvirdata PIC X(10) VALUE SPACES.
       77 wsviroper PIC X(8) VALUE SPACES.
       77 wsfs-hist PIC XX.
       77 wsfs-hidx PIC XX.
       77 wsfs-reg PIC XX.
           88 wsfolhanormal VALUE 1.
           88 wsfolhaadianto VALUE 2.
           88 wsfolhaferias VALUE 3.
           88 wsfolhaplr VALUE 4.

      *Ferias coletivas: a programacao de PROGFERIAS.DAT paga em um
      *unico lote, pro-rata aos dias, e marcada processada
       77 wsdeptofer PIC X(4) VALUE SPACES.
       77 wsdiasgozo PIC 9(2) VALUE ZERO.
       77 wsachoufer PIC X VALUE "N".
      *O periodo como estava antes da ficha, guardado no historico
      *para o estorno (TP76EST): dias gozados e se o registro existia
       77 wsferant PIC 9(2) VALUE ZERO.
       77 wsfermov PIC X VALUE SPACE.
       77 wsanofer PIC 9(4) VALUE ZERO.
       77 wsqtdferias PIC 9(5) VALUE ZERO.
       77 wsqtdconflitos PIC 9(5) VALUE ZERO.
       77 wsmodohidx PIC X VALUE "1".
      *Trava de sessao compartilhada (TPTRAVA/TRAVAS.DAT)
       COPY TRAVAPARM.
      *Situacao da competencia (TPCOMPET/COMPETENCIAS.DAT)
       COPY COMPETPARM.

      *Plano de saude (TPSAUDE): parte do empregado nas mensalidades
      *mais a coparticipacao da fatura da competencia
       77 wsvlsaude PIC 9(5)V99 VALUE ZERO.
       77 wsmascsaude PIC ZZ.ZZZ,ZZ.
       COPY SAUDEPARM.

      *Contribuicao sindical (TPSINDIC): regra do sindicato do
      *cadastro sobre o salario base, salvo oposicao em vigor
       77 wsvlsind PIC 9(5)V99 VALUE ZERO.
       77 wsmascsind PIC ZZ.ZZZ,ZZ.
       COPY SINDPARM.

      *Rateio do custo por centro de custo (TPRATEIO/RATEIO.DAT): a
      *parte do depto de cada ficha dividida pelos deptos do rateio
       77 wsrtx PIC 9(2) VALUE ZERO.
       COPY RATEIOPARM.

      *Segmentacao: um segmento nomeado filtra por depto e/ou faixa
      *de prontuarios, escreve em arquivos proprios e guarda seu
      *checkpoint em TP04CKPT.DAT para retomar de onde caiu
       77 wsfs-ckpt PIC XX.
       77 wsarqreg PIC X(16) VALUE "TP04REGISTRO.REL".
       77 wsarqrgf PIC X(16) VALUE "TP04REGISTRO.DAT".
       77 wsarqgui PIC X(16) VALUE "TP04GUIAS.REL".
       77 wsarqcnb PIC X(16) VALUE "TP04CNAB.REM".
       77 wssegmento PIC X(8) VALUE SPACES.
       77 wsachouckpt PIC X VALUE "N".
       77 wssitseg PIC X(4) VALUE SPACES.
       77 wsfimretoma PIC X VALUE "N".
      *Sessao do registro indexado: a chave do CABECALHO, repetida
      *nos DETALHEs e no RODAPE; na retomada, a sessao que a queda
      *deixou sem RODAPE e o que ela ja somava
       77 wsfs-rgf PIC XX.
       77 wsrgfseq PIC 9(6) VALUE ZERO.
       77 wsrgfaberta PIC X VALUE "N".
       01 wsrgfsessao.
           05 wsrgfdata PIC X(8) VALUE SPACES.
           05 wsrgfhora PIC X(6) VALUE SPACES.
           05 wsrgfoper PIC X(20) VALUE SPACES.
           05 wsrgfemp PIC X(2) VALUE SPACES.
       01 somas-retomada.
           05 wsretqtd  PIC 9(5) VALUE ZERO.
           05 wsretbto  PIC 9(7)V99 VALUE ZERO.
           05 wsretinss PIC 9(7)V99 VALUE ZERO.
           05 wsretir   PIC 9(7)V99 VALUE ZERO.
           05 wsretliq  PIC 9(7)V99 VALUE ZERO.
       01 tabela-ckpt.
           05 CKP-ENT OCCURS 20 TIMES PIC X(30).

      *holerite, como no TP04
       77 wsfs-cal PIC XX.
       77 wsdatapagto PIC X(10) VALUE SPACES.
      *Descansos (domingos e feriados) e dias uteis da competencia,
      *contados uma vez por lote para o DSR das comissoes
       77 wsdescansos PIC 9(2) VALUE ZERO.
       77 wsdiasuteis PIC 9(2) VALUE ZERO.
       77 wscalano PIC 9(4) VALUE ZERO.
       77 wscalmes PIC 9(2) VALUE ZERO.
       77 wscaldia PIC 9(2) VALUE ZERO.
       77 wsmesdias PIC 9(2) VALUE ZERO.
       77 wsehutil PIC X VALUE "S".
       77 wsachoucal PIC X VALUE "N".
       77 wszano PIC 9(4) VALUE ZERO.
       77 wszt3 PIC 9(4) VALUE ZERO.
       77 wszsoma PIC 9(5) VALUE ZERO.
       77 wszdow PIC 9(1) VALUE ZERO.
       01 tabela-mesdias.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 FILLER REDEFINES tabela-mesdias.
           05 MESDIAS OCCURS 12 TIMES PIC 9(2).

      *Horas do ponto (TP01LOTE.DAT, classificadas pelo TP21PONTO):
      *quando o prontuario tem transacao, as horas batidas entram no
               10 TRN-HE100 PIC 9(3).
               10 TRN-NOT PIC 9(3).

      *Banco de horas (BANCOHORAS.DAT, TP51BCH): lote de credito com
      *seis ou mais competencias de idade e pago nesta ficha a 50%
       77 wsfs-bch PIC XX.
       77 wsfs-bhm PIC XX.
       77 wsfimbch PIC X VALUE "N".
       77 wsqtbh PIC 9(4)V99 VALUE ZERO.
       77 wsvlbh PIC 9(5)V99 VALUE ZERO.
       77 wsbhmescomp PIC 9(6) VALUE ZERO.
       77 wsbhmeslote PIC 9(6) VALUE ZERO.
       77 wsbhano PIC 9(4) VALUE ZERO.
       77 wsbhmes PIC 9(2) VALUE ZERO.
       77 wsbhprazo PIC 9(2) VALUE 6.
       77 wsmascqtbh PIC ZZZ9,99.
       77 wsmascvlbh PIC ZZ.ZZZ,ZZ.

      *Adicional de insalubridade ("I", grau sobre o salario minimo
      *da linha "M" de TABELAS.DAT) ou periculosidade ("P", 30% do
      *salario-base), do laudo em RISCO.DAT (TP52RIS)
       77 wsfs-ris PIC XX.
       77 wsvigsm PIC X(6) VALUE SPACES.
       77 wssalmin PIC 9(7)V99 VALUE ZERO.
       77 wstpadic PIC X VALUE SPACE.
       77 wsgrauadic PIC 9 VALUE ZERO.
       77 wsvladic PIC 9(5)V99 VALUE ZERO.
       77 wsqtdsemsm PIC 9(5) VALUE ZERO.
       77 wsmascadic PIC ZZ.ZZZ,ZZ.

      *Previdencia privada (PREVIDENCIA.DAT, TP57PRV): contribuicao do
      *empregado, a parte dela abatida da base do IRRF (ate 12% do
      *bruto) e a contrapartida da empresa
       77 wsfs-prv PIC XX.
       77 wsvlprev PIC 9(5)V99 VALUE ZERO.
       77 wsvlprevded PIC 9(5)V99 VALUE ZERO.
       77 wsvlprevemp PIC 9(5)V99 VALUE ZERO.
       77 wsprevlimite PIC 9(5)V99 VALUE ZERO.
       77 wsprevexcede PIC 9(5)V99 VALUE ZERO.
       77 wsprevini PIC X(6) VALUE SPACES.
       77 wsprevfim PIC X(6) VALUE SPACES.
       77 wsprevcomp PIC X(6) VALUE SPACES.
       77 wsmascprev PIC ZZ.ZZZ,ZZ.
       77 wsmascprevded PIC ZZ.ZZZ,ZZ.

      *Comissoes (VARIAVEIS.DAT, TP58COM) com o reflexo no DSR, e a
      *media das variaveis das ultimas doze fichas normais (janela
      *em AAAAMM) que entra na remuneracao das ferias
       77 wsfs-var PIC XX.
       77 wsvlcomis PIC 9(5)V99 VALUE ZERO.
       77 wsvldsrcom PIC 9(5)V99 VALUE ZERO.
       77 wsmediavar PIC 9(5)V99 VALUE ZERO.
       77 wsvlmediafer PIC 9(5)V99 VALUE ZERO.
       77 wsmedsoma PIC 9(7)V99 VALUE ZERO.
       77 wsmedqtd PIC 9(2) VALUE ZERO.
       77 wsmedano PIC 9(4) VALUE ZERO.
       77 wsmedmes PIC 9(2) VALUE ZERO.
       77 wsmedini PIC X(6) VALUE SPACES.
       77 wsmedfim PIC X(6) VALUE SPACES.
       77 wsmedcomp PIC X(6) VALUE SPACES.
       77 wsmascvlcomis PIC ZZ.ZZZ,ZZ.
       77 wsmascdsrcom PIC ZZ.ZZZ,ZZ.
       77 wsmascmedia PIC ZZ.ZZZ,ZZ.

      *Alteracoes de cadastro pendentes de aprovacao (TP62ALT)
       77 wsfs-alc PIC XX.
       77 wsfimalc PIC X VALUE "N".
       77 wsqtdaltpend PIC 9(5) VALUE ZERO.
       77 wsaltlimite PIC X(6) VALUE SPACES.

      *Participacao nos lucros (PLR.DAT): tributacao exclusiva pela
      *linha "L" de TABELAS.DAT, sem INSS nem FGTS; a PLR ja paga no
      *ano entra na base e o IRRF ja retido sobre ela e abatido
       77 wsfs-plr PIC XX.
       77 wsfimplr PIC X VALUE "N".
       77 wsqtdplrarq PIC 9(3) VALUE ZERO.
       77 wsplx PIC 9(3) VALUE ZERO.
       77 wsachouplr PIC X VALUE "N".
       77 wsvlplr PIC 9(5)V99 VALUE ZERO.
       77 wsplrano PIC X(4) VALUE SPACES.
       77 wsplrant PIC 9(7)V99 VALUE ZERO.
       77 wsirplrant PIC 9(7)V99 VALUE ZERO.
       77 wsplrbase PIC 9(7)V99 VALUE ZERO.
       77 wsirplrtot PIC 9(7)V99 VALUE ZERO.
       77 wsirplrs PIC S9(7)V99 VALUE ZERO.
       77 wsqtdplrpagos PIC 9(5) VALUE ZERO.
       77 wsvigplr PIC X(6) VALUE SPACES.
       77 wsqtplr PIC 9 VALUE ZERO.
       77 wsmascplrant PIC ZZZ.ZZZ,ZZ.
       01 tabela-valores-plr.
           05 PLV-ENT OCCURS 500 TIMES.
               10 PLV-PRONT PIC X(9).
               10 PLV-VALOR PIC 9(5)V99.

      *Pensoes do arquivo mestre PENSAO.DAT, a mesma regra do TP04
       77 wsfs-pen PIC XX.
       77 wsfimpen PIC X VALUE "N".
               10 IR-MAX PIC 9(7)V99.
               10 IR-ALIQ PIC 9V999.
               10 IR-PARCELA PIC S9(7)V99.
       01 TAB-PLR-T.
           05 TAB-PLR-ROW OCCURS 6 TIMES.
               10 PLR-MIN PIC 9(7)V99.
               10 PLR-MAX PIC 9(7)V99.
               10 PLR-ALIQ PIC 9V999.
               10 PLR-PARCELA PIC S9(7)V99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PERFORM FECHAMENTO.
       GOBACK.

      *----------------------------------------------------------------*
      * Bank data or valor-hora changes typed in TP07CAD up to the end
      * of the competencia and not yet approved in TP62ALT: the run
      * pays the old values, so the operator is told before it goes.
      *----------------------------------------------------------------*
       AVISA-ALTERACOES-PENDENTES.
       MOVE ZERO TO wsqtdaltpend.
       MOVE SPACES TO wsaltlimite.
       STRING wscompetencia(4:4) wscompetencia(1:2)
           DELIMITED BY SIZE INTO wsaltlimite.
       OPEN INPUT ALTCAD.
       IF wsfs-alc NOT EQUAL "35"
           MOVE "N" TO wsfimalc
           PERFORM LE-ALTERACAO
           PERFORM CONTA-ALTERACAO UNTIL wsfimalc EQUAL "S"
           CLOSE ALTCAD
       END-IF.
       IF wsqtdaltpend GREATER THAN ZERO
           DISPLAY "AVISO: " wsqtdaltpend " alteracao(oes) de"
               " cadastro pendente(s) de aprovacao ate a competencia"
               " - a folha usa os valores atuais (ver TP62ALT)."
       END-IF.

       LE-ALTERACAO.
       READ ALTCAD NEXT RECORD
           AT END
               MOVE "S" TO wsfimalc
       END-READ.

       CONTA-ALTERACAO.
       IF ALC-PENDENTE AND ALC-DATAHORA(1:6) NOT GREATER THAN
           wsaltlimite
           ADD 1 TO wsqtdaltpend
       END-IF.
       PERFORM LE-ALTERACAO.

       ABERTURA.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           STRING wsdt-mes "/" wsdt-ano
               DELIMITED BY SIZE INTO wscompetencia
       END-IF.
       PERFORM AVISA-ALTERACOES-PENDENTES.
       DISPLAY "Tipo de folha: 1-Normal 2-Adiantamento"
           " 3-Ferias coletivas 4-PLR (ENTER=1): " WITH NO ADVANCING.
       ACCEPT wstipofolha.
       IF wstipofolha EQUAL ZERO
           MOVE 1 TO wstipofolha
           MOVE SPACES TO wsdeptofer
           ACCEPT wsdeptofer
       END-IF.
      *A PLR roda sempre inteira, em arquivos proprios
       MOVE SPACES TO wssegmento.
       IF wsfolhaplr
           MOVE "TP04PLR.REL" TO wsarqreg
           MOVE "TP04PLR.DAT" TO wsarqrgf
           MOVE "TP04PLR.GUI" TO wsarqgui
           MOVE "TP04PLR.REM" TO wsarqcnb
       ELSE
           DISPLAY "Segmento (8 pos, ENTER = folha completa): "
               WITH NO ADVANCING
           ACCEPT wssegmento
       END-IF.
       IF wssegmento NOT EQUAL SPACES
           DISPLAY "Depto do segmento (ENTER = todos): "
               WITH NO ADVANCING
           MOVE SPACES TO wsarqreg
           STRING "TP04REG." wssegmento
               DELIMITED BY SIZE INTO wsarqreg
           MOVE SPACES TO wsarqrgf
           STRING "TP04RGF." wssegmento
               DELIMITED BY SIZE INTO wsarqrgf
           MOVE SPACES TO wsarqgui
           STRING "TP04GUI." wssegmento
               DELIMITED BY SIZE INTO wsarqgui
                   wsretomada
           END-IF
       END-IF.
       PERFORM VERIFICA-COMPETENCIA.
       IF CPP-RC EQUAL 2
           DISPLAY "TP04LOTE: competencia " wscompetencia " fechada"
               " por " CPP-DONO " em " CPP-DESDE " -"
           DISPLAY "lote recusado. Reabertura so pelo supervisor,"
               " no TP70CMP."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM VERIFICA-VIRADA.
       IF wsviradarc EQUAL 1
           DISPLAY "TP04LOTE: competencia " wscompetencia
               " - virada de " wsanovirada " ainda nao feita -"
           DISPLAY "lote recusado. O supervisor encerra o ano no "
               "TP80VIR."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       IF wsviradarc EQUAL 2
           DISPLAY "TP04LOTE: competencia " wscompetencia " de ano"
               " encerrado em " wsvirdata " por " wsviroper
           DISPLAY "no TP80VIR - lote recusado."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM OBTEM-TRAVA-SESSAO.
       IF TRV-RC NOT EQUAL ZERO
           DISPLAY "TP04LOTE: arquivo em uso por operador "
           GOBACK
       END-IF.
       PERFORM CARREGA-TABELAS.
       IF wsfolhaplr
           PERFORM CARREGA-VALORES-PLR
       END-IF.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "TP04LOTE: CADASTRO.DAT nao existe, nada a fazer."
       ELSE
           IF wsfolhaferias
               MOVE "TP04FERIA" TO wsremorigem
           ELSE
           IF wsfolhaplr
               MOVE "TP04PLR" TO wsremorigem
           ELSE
               IF wssegmento NOT EQUAL SPACES
                   MOVE SPACES TO wsremorigem
                   MOVE "TP04LOTE" TO wsremorigem
               END-IF
           END-IF
           END-IF
       END-IF.
      *Uma retomada de segmento fica na MESMA remessa que a queda
      *deixou aberta - registrar outra e ser recusado por ela seria
           PERFORM REGISTRA-REMESSA
       END-IF.
       PERFORM CALCULA-DIA-PAGAMENTO.
       PERFORM CONTA-DIAS-DESCANSO.
       PERFORM CARREGA-TRANSACOES.
       IF wsretomada NOT EQUAL SPACES
      *Cabecalhos ja estao no arquivo da queda: a retomada so re-soma
      * One employee per iteration: an inactive prontuario is skipped
      * and counted, an active one runs through the same calculation
      * and the same GRAVA- writes an interactive TP04 ficha gets.
      * The PLR is owed to whoever PLR.DAT names, desligado or not.
      *----------------------------------------------------------------*
       PROCESSA-EMPREGADO.
       MOVE CAD-PRONTUARIO TO wspront.
           CAD-EMPRESA NOT EQUAL wsempresa
           ADD 1 TO wsqtdoutraemp
       ELSE
       IF CAD-EMPREGADO-INATIVO AND NOT wsfolhaplr
           ADD 1 TO wsqtdpulados
       ELSE
           IF wsfolhaadianto
           ELSE
           IF wsfolhaferias
               PERFORM PROCESSA-FERIAS-COLETIVAS
           ELSE
           IF wsfolhaplr
               PERFORM PROCESSA-PLR
           ELSE
               PERFORM CONSULTA-AFASTAMENTO
               IF wsafastotal EQUAL "S"
               END-IF
           END-IF
           END-IF
           END-IF
       END-IF
       END-IF
       END-IF.
           MOVE ZERO TO wsvlhe50
           MOVE ZERO TO wsvlhe100
           MOVE ZERO TO wsvlnot
           MOVE ZERO TO wsqtbh
           MOVE ZERO TO wsvlbh
           MOVE ZERO TO wsvlvt
           MOVE ZERO TO wsvlvr
           MOVE ZERO TO wsvlemp
           MOVE ZERO TO wsvlsalfam
           MOVE ZERO TO wsvldescadto
           MOVE ZERO TO wsvlsaude
           MOVE ZERO TO wsvlsind
           MOVE ZERO TO wsvlprev
           MOVE ZERO TO wsvlprevded
           MOVE ZERO TO wsvlprevemp
           MOVE ZERO TO wsvlcomis
           MOVE ZERO TO wsvldsrcom
           MOVE ZERO TO wspenscap
           MOVE ZERO TO wsatrpend
           MOVE ZERO TO wsnovoatraso
           PERFORM CALCULA-ADICIONAL-RISCO
           COMPUTE wsvladic ROUNDED = wsvladic * wsdiasgozo / 30
           PERFORM CALCULA-MEDIA-VARIAVEIS
           COMPUTE wsvlmediafer ROUNDED = wsmediavar * wsdiasgozo / 30
           COMPUTE wsbto ROUNDED =
               ((wsvlhr * wsqthr) * wsdiasgozo / 30) + wsvladic
               + wsvlmediafer
               + ((((wsvlhr * wsqthr) * wsdiasgozo / 30) + wsvladic
               + wsvlmediafer) / 3)
           PERFORM BUSCA-FAIXA-INSS
           IF CAD-CONTRATO-ESTAGIO
               MOVE ZERO TO wsinss
           END-IF
           COMPUTE wsrefs = (wsbto - wsinss)
               - (wsqtdep * 189,59)
           IF wsrefs LESS THAN ZERO
           PERFORM BUSCA-FAIXA-IR
           COMPUTE wsliq = wsref - wsir
           COMPUTE wsfgts ROUNDED = wsbto * wsfgtsaliq
           IF CAD-CONTRATO-ESTAGIO
               MOVE ZERO TO wsfgts
           END-IF
           MOVE wsbto TO wsmascbto
           MOVE wsinss TO wsmascinss
           MOVE wsir TO wsmascir
      *O saldo e conferido contra FERIAS.DAT; sem registro la, o
      *empregado entra com o periodo cheio (o ATUALIZA cria).
       CONFERE-SALDO-FERIAS.
       MOVE ZERO TO wsferant.
       MOVE "C" TO wsfermov.
       OPEN INPUT FERIAS.
       IF wsfs-fer EQUAL "35"
           CONTINUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FER-DIASGOZADOS TO wsferant
                   MOVE "A" TO wsfermov
                   IF wsdiasgozo GREATER THAN
                       (30 - FER-DIASGOZADOS)
                       MOVE "N" TO wsachoufer
           CLOSE PROGFERIAS
       END-IF.

      *----------------------------------------------------------------*
      * PLR: the amount PLR.DAT holds for the prontuario is taxed on
      * its own "L" brackets, exclusive of the monthly withholding -
      * the earlier PLR fichas of the same year are added to the base
      * and the IRRF already withheld on them deducted, so a second
      * payment lands on the annual total. No INSS, no FGTS, no
      * encargos, and the YTD bases are left alone; modo "8" in the
      * history. A PLR ficha already on file for the competencia is
      * skipped and counted, like the normal run's guard.
      *----------------------------------------------------------------*
       PROCESSA-PLR.
       PERFORM BUSCA-VALOR-PLR.
       IF wsachouplr EQUAL "S"
           PERFORM ACUMULA-PLR-ANO
           IF wsfichadup EQUAL "S"
               ADD 1 TO wsqtdduplicados
           ELSE
               PERFORM CALCULA-PLR
               MOVE "8" TO wsmodohidx
               PERFORM GRAVA-HISTORICO
               PERFORM GRAVA-HISTIDX
               MOVE "1" TO wsmodohidx
               PERFORM GRAVA-REGISTRO-DETALHE
               PERFORM GRAVA-CNAB-DETALHE
               PERFORM GRAVA-HOLERITE
               ADD 1 TO wsqtdplrpagos
               ADD 1 TO wsqtdfichas
               ADD wsbto TO wstotbto
               ADD wsir TO wstotir
               ADD wsliq TO wstotliq
               PERFORM ACUMULA-DEPTO
           END-IF
       END-IF.

       BUSCA-VALOR-PLR.
       MOVE "N" TO wsachouplr.
       MOVE ZERO TO wsvlplr.
       MOVE 1 TO wsplx.
       PERFORM PROCURA-VALOR-PLR
           UNTIL wsplx GREATER THAN wsqtdplrarq OR wsachouplr EQUAL
           "S".

       PROCURA-VALOR-PLR.
       IF PLV-PRONT(wsplx) EQUAL wspront
           MOVE "S" TO wsachouplr
           MOVE PLV-VALOR(wsplx) TO wsvlplr
       ELSE
           ADD 1 TO wsplx
       END-IF.

      *A leitura e por chave: todas as fichas do prontuario passam,
      *mas so as de modo "8" do ano da competencia somam.
       ACUMULA-PLR-ANO.
       MOVE "N" TO wsfichadup.
       MOVE "N" TO wsfimhistidx.
       MOVE ZERO TO wsplrant.
       MOVE ZERO TO wsirplrant.
       MOVE wscompetencia(4:4) TO wsplrano.
       OPEN INPUT HISTIDX.
       IF wsfs-hidx EQUAL "35"
           CONTINUE
       ELSE
           MOVE wspront TO HIDX-PRONTUARIO
           MOVE LOW-VALUES TO HIDX-COMPET
           MOVE LOW-VALUES TO HIDX-MODO
           START HISTIDX KEY NOT LESS THAN HIDX-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimhistidx
           END-START
           PERFORM LE-HISTIDX
           PERFORM SOMA-PLR-ANTERIOR UNTIL wsfimhistidx EQUAL "S"
           CLOSE HISTIDX
       END-IF.

       SOMA-PLR-ANTERIOR.
       IF HIDX-PRONTUARIO NOT EQUAL wspront
           MOVE "S" TO wsfimhistidx
       ELSE
           IF HIDX-MODO EQUAL "8" AND HIDX-COMPET(4:4) EQUAL
               wsplrano
               IF HIDX-COMPET EQUAL wscompetencia
                   MOVE "S" TO wsfichadup
               ELSE
                   ADD HIDX-BRUTO TO wsplrant
                   ADD HIDX-IR TO wsirplrant
               END-IF
           END-IF
           PERFORM LE-HISTIDX
       END-IF.

       CALCULA-PLR.
       MOVE CAD-DEPTO TO wsdepto.
       MOVE CAD-VALORHORA TO wsvlhr.
       MOVE CAD-QTHORAS TO wsqthr.
       MOVE ZERO TO wsqtdep.
       MOVE ZERO TO wsvldep.
       MOVE ZERO TO wspens.
       MOVE ZERO TO wsqthe50.
       MOVE ZERO TO wsqthe100.
       MOVE ZERO TO wsqtnot.
       MOVE ZERO TO wsvlhe50.
       MOVE ZERO TO wsvlhe100.
       MOVE ZERO TO wsvlnot.
       MOVE ZERO TO wsqtbh.
       MOVE ZERO TO wsvlbh.
       MOVE SPACE TO wstpadic.
       MOVE ZERO TO wsvladic.
       MOVE ZERO TO wsvlvt.
       MOVE ZERO TO wsvlvr.
       MOVE ZERO TO wsvlemp.
       MOVE ZERO TO wsvlsalfam.
       MOVE ZERO TO wsvldescadto.
       MOVE ZERO TO wsvlsaude.
       MOVE ZERO TO wsvlsind.
       MOVE ZERO TO wsvlprev.
       MOVE ZERO TO wsvlprevded.
       MOVE ZERO TO wsvlprevemp.
       MOVE ZERO TO wsvlcomis.
       MOVE ZERO TO wsvldsrcom.
       MOVE ZERO TO wsvlmediafer.
       MOVE ZERO TO wspenscap.
       MOVE ZERO TO wsatrpend.
       MOVE ZERO TO wsnovoatraso.
       MOVE ZERO TO wsqtdrub.
       MOVE ZERO TO wsvlrubp.
       MOVE ZERO TO wsvlrubd.
       MOVE ZERO TO wsqtdpenmast.
       MOVE SPACES TO wsafacod.
       MOVE ZERO TO wsdiasafast.
       MOVE ZERO TO wsvlpatr.
       MOVE ZERO TO wsvlrat.
       MOVE ZERO TO wsvlterc.
       MOVE wsvlplr TO wsbto.
       MOVE ZERO TO wsinss.
       MOVE ZERO TO wsfgts.
       COMPUTE wsplrbase = wsplrant + wsbto.
       PERFORM BUSCA-FAIXA-PLR.
       COMPUTE wsirplrs = wsirplrtot - wsirplrant.
       IF wsirplrs LESS THAN ZERO
           MOVE ZERO TO wsir
       ELSE
           MOVE wsirplrs TO wsir
       END-IF.
       IF wsir GREATER THAN wsbto
           MOVE wsbto TO wsir
       END-IF.
       COMPUTE wsliq = wsbto - wsir.
       MOVE wsbto TO wsmascbto.
       MOVE wsinss TO wsmascinss.
       MOVE wsir TO wsmascir.
       MOVE wsliq TO wsmascliq.
       MOVE wspens TO wsmascpens.

      *----------------------------------------------------------------*
      * PLR.DAT is read once into memory; an absent or empty file
      * refuses the run - there is nothing to pay.
      *----------------------------------------------------------------*
       CARREGA-VALORES-PLR.
       MOVE ZERO TO wsqtdplrarq.
       MOVE "N" TO wsfimplr.
       OPEN INPUT PLRVALOR.
       IF wsfs-plr EQUAL "35"
           MOVE "S" TO wsfimplr
       END-IF.
       PERFORM LE-VALOR-PLR.
       PERFORM GUARDA-VALOR-PLR UNTIL wsfimplr EQUAL "S".
       IF wsfs-plr NOT EQUAL "35"
           CLOSE PLRVALOR
       END-IF.
       IF wsqtdplrarq EQUAL ZERO
           DISPLAY "TP04LOTE: PLR.DAT ausente ou sem valores -"
           DISPLAY "folha de PLR recusada."
           PERFORM SOLTA-TRAVA-SESSAO
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       LE-VALOR-PLR.
       IF wsfimplr EQUAL "N"
           READ PLRVALOR
               AT END
                   MOVE "S" TO wsfimplr
           END-READ
       END-IF.

       GUARDA-VALOR-PLR.
       IF PLA-VALOR IS NUMERIC AND PLA-VALOR GREATER THAN ZERO
           MOVE PLA-PRONTUARIO TO wspront
           PERFORM BUSCA-VALOR-PLR
           IF wsachouplr EQUAL "S"
               ADD PLA-VALOR TO PLV-VALOR(wsplx)
           ELSE
               IF wsqtdplrarq LESS THAN 500
                   ADD 1 TO wsqtdplrarq
                   MOVE PLA-PRONTUARIO TO PLV-PRONT(wsqtdplrarq)
                   MOVE PLA-VALOR TO PLV-VALOR(wsqtdplrarq)
               END-IF
           END-IF
       END-IF.
       PERFORM LE-VALOR-PLR.

      *----------------------------------------------------------------*
      * One advance per active prontuario: the "P" percentage over
      * the expected bruto, refused when ADIANTAMENTO.DAT already
       MOVE ZERO TO HIDX-DIASAFA.
       MOVE ZERO TO HIDX-VLRUBP.
       MOVE ZERO TO HIDX-VLRUBD.
       MOVE ZERO TO HIDX-QTBH.
       MOVE ZERO TO HIDX-VLBH.
       MOVE SPACE TO HIDX-TPADIC.
       MOVE ZERO TO HIDX-VLADIC.
       MOVE ZERO TO HIDX-VLSAUDE.
       MOVE ZERO TO HIDX-VLPREV.
       MOVE ZERO TO HIDX-VLPREVEMP.
       MOVE ZERO TO HIDX-VLCOMIS.
       MOVE ZERO TO HIDX-VLDSRCOM.
       MOVE CAD-SINDICATO TO HIDX-SINDICATO.
       MOVE ZERO TO HIDX-VLSIND.
       MOVE ZERO TO HIDX-ATRANT.
       MOVE "N" TO HIDX-ATRMOV.
       MOVE ZERO TO HIDX-DIASFER.
       MOVE ZERO TO HIDX-FERANT.
       MOVE SPACE TO HIDX-FERMOV.
       MOVE "N" TO HIDX-PROGFER.
       WRITE HIDX-REGISTRO
           INVALID KEY
               REWRITE HIDX-REGISTRO
       END-READ.

      *A leitura e por chave: so as fichas deste prontuario e desta
      *competencia passam por aqui; o adiantamento (modo 7) e a PLR
      *(modo 8) nao sao duplicidade.
       PROCURA-HISTIDX-COMPET.
       IF HIDX-PRONTUARIO NOT EQUAL wspront OR
           HIDX-COMPET NOT EQUAL wscompetencia
           MOVE "S" TO wsfimhistidx
       ELSE
           IF HIDX-MODO NOT EQUAL "7" AND HIDX-MODO NOT EQUAL "8"
               MOVE "S" TO wsfichadup
           ELSE
               PERFORM LE-HISTIDX
       PERFORM CONTA-DEPENDENTES.
       MOVE CAD-VALORDEPENDENTE TO wsvldep.
       MOVE ZERO TO wspens.
       MOVE ZERO TO wsvlmediafer.
       PERFORM BUSCA-HORAS-PONTO.
       COMPUTE wsvlhe50 ROUNDED = wsvlhr * 1,5 * wsqthe50.
       COMPUTE wsvlhe100 ROUNDED = wsvlhr * 2 * wsqthe100.
       COMPUTE wsvlnot ROUNDED = wsvlhr * 1,2 * wsqtnot.
       COMPUTE wsbto = (wsvlhr * wsqthr) + wsvlhe50 + wsvlhe100
           + wsvlnot.
       PERFORM CALCULA-ADICIONAL-RISCO.
       ADD wsvladic TO wsbto.
       PERFORM APLICA-AFASTAMENTO.
       PERFORM APLICA-PRORATA-CONTRATO.
       PERFORM PAGA-BANCO-VENCIDO.
       PERFORM CALCULA-COMISSAO.
       PERFORM APLICA-RUBRICAS-PROVENTO.
       PERFORM BUSCA-FAIXA-INSS.
      *A bolsa de estagio nao tem INSS
       IF CAD-CONTRATO-ESTAGIO
           MOVE ZERO TO wsinss
       END-IF.
       PERFORM CALCULA-PENSAO-EFETIVA.
       PERFORM CALCULA-PREVIDENCIA.
       COMPUTE wsrefs = (wsbto - wsinss - wspenscap - wsvlprevded)
           - (wsqtdep * 189,59).
       IF wsrefs LESS THAN ZERO
           MOVE ZERO TO wsref
       COMPUTE wsliq = wsref - wsir.
       COMPUTE wstemp = wsvldep * wsqtdep.
       COMPUTE wsliq = wsliq + wstemp.
       PERFORM DESCONTA-PREVIDENCIA-EXCEDENTE.
       PERFORM CALCULA-BENEFICIOS.
       PERFORM DESCONTA-EMPRESTIMO.
       PERFORM DESCONTA-ADIANTAMENTO.
       PERFORM CALCULA-SALARIO-FAMILIA.
       PERFORM APLICA-RUBRICAS-DESCONTO.
       PERFORM DESCONTA-PLANO-SAUDE.
       PERFORM DESCONTA-SINDICATO.
       COMPUTE wsfgts ROUNDED = wsbto * wsfgtsaliq.
      *Os encargos do empregador sobre o mesmo bruto
       COMPUTE wsvlpatr ROUNDED = wsbto * wspataliq.
       COMPUTE wsvlrat ROUNDED = wsbto * wsrataliq.
       COMPUTE wsvlterc ROUNDED = wsbto * wsteraliq.
      *Nem FGTS nem encargo do empregador sobre a bolsa de estagio
       IF CAD-CONTRATO-ESTAGIO
           MOVE ZERO TO wsfgts
           MOVE ZERO TO wsvlpatr
           MOVE ZERO TO wsvlrat
           MOVE ZERO TO wsvlterc
       END-IF.
       MOVE wsbto TO wsmascbto.
       MOVE wsinss TO wsmascinss.
       MOVE wsir TO wsmascir.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF wsfolhaplr AND wsqtplr EQUAL ZERO
               DISPLAY "TP04LOTE: TABELAS.DAT sem faixas de PLR (L)"
               DISPLAY "em vigor para a competencia - folha de PLR"
               DISPLAY "recusada."
               PERFORM SOLTA-TRAVA-SESSAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       LE-LINHA-TABELA.
           IF wsfimtabelas EQUAL "N"
           MOVE SPACES TO wsvigvr.
           MOVE SPACES TO wsvigfg.
           MOVE SPACES TO wsvigsf.
           MOVE SPACES TO wsvigsm.
           MOVE ZERO TO wssalmin.
           MOVE ZERO TO wsqtinss.
           MOVE ZERO TO wsqtir.
           MOVE SPACES TO wsvigplr.
           MOVE ZERO TO wsqtplr.
           MOVE 1 TO wsrix.
           PERFORM ESCOLHE-VIGENCIA-TAB
               UNTIL wsrix GREATER THAN wsqtdraw.
                   MOVE RAW-VIG(wsrix) TO wsvigter
                   MOVE RAW-ALIQ(wsrix) TO wsteraliq
               END-IF
               IF RAW-TIPO(wsrix) EQUAL "M" AND
                  (wsvigsm EQUAL SPACES OR RAW-VIG(wsrix) NOT LESS
                  THAN wsvigsm)
                   MOVE RAW-VIG(wsrix) TO wsvigsm
                   MOVE RAW-PARCELA(wsrix) TO wssalmin
               END-IF
               IF RAW-TIPO(wsrix) EQUAL "L" AND
                  (wsvigplr EQUAL SPACES OR RAW-VIG(wsrix)
                  GREATER THAN wsvigplr)
                   MOVE RAW-VIG(wsrix) TO wsvigplr
               END-IF
           END-IF.
           ADD 1 TO wsrix.

               MOVE RAW-ALIQ(wsrix) TO IR-ALIQ(wsqtir)
               MOVE RAW-PARCELA(wsrix) TO IR-PARCELA(wsqtir)
           END-IF.
           IF RAW-TIPO(wsrix) EQUAL "L" AND
              RAW-VIG(wsrix) EQUAL wsvigplr AND
              wsqtplr LESS THAN 6
               ADD 1 TO wsqtplr
               MOVE RAW-MIN(wsrix) TO PLR-MIN(wsqtplr)
               MOVE RAW-MAX(wsrix) TO PLR-MAX(wsqtplr)
               MOVE RAW-ALIQ(wsrix) TO PLR-ALIQ(wsqtplr)
               MOVE RAW-PARCELA(wsrix) TO PLR-PARCELA(wsqtplr)
           END-IF.
           ADD 1 TO wsrix.

      *A tabela exclusiva da PLR corre sobre o acumulado do ano; o
      *resultado e o IRRF total, do qual sai o ja retido.
       BUSCA-FAIXA-PLR.
           MOVE 1 TO wsix.
           MOVE ZERO TO wsirplrtot.
           MOVE "N" TO wsachoufaixa.
           PERFORM VERIFICA-FAIXA-PLR
               UNTIL wsix GREATER THAN wsqtplr OR wsachoufaixa EQUAL
               "S".

       VERIFICA-FAIXA-PLR.
           IF wsplrbase NOT LESS THAN PLR-MIN(wsix) AND
              wsplrbase NOT GREATER THAN PLR-MAX(wsix)
               COMPUTE wsirplrtot ROUNDED =
                   (wsplrbase * PLR-ALIQ(wsix)) - PLR-PARCELA(wsix)
               MOVE "S" TO wsachoufaixa
           ELSE
               ADD 1 TO wsix
           END-IF.

       BUSCA-FAIXA-INSS.
           MOVE 1 TO wsix.
           MOVE "N" TO wsachoufaixa.
       APLICA-AFASTAMENTO.
       IF wsdiasafast GREATER THAN ZERO
           COMPUTE wsbto ROUNDED = wsbto * (30 - wsdiasafast) / 30
           COMPUTE wsvladic ROUNDED =
               wsvladic * (30 - wsdiasafast) / 30
       END-IF.

      *O primeiro e o ultimo mes de contrato pro-rata, como no TP04:
       END-IF.
       IF wsdiasct LESS THAN 30
           COMPUTE wsbto ROUNDED = wsbto * wsdiasct / 30
           COMPUTE wsvladic ROUNDED = wsvladic * wsdiasct / 30
       END-IF.

      *----------------------------------------------------------------*
      * Adicional de risco: the laudo of the prontuario in RISCO.DAT
      * priced for a full month - insalubridade at 10/20/40% of the
      * salario minimo in force for the competencia, periculosidade
      * at 30% of the salario-base. The caller adds it to the bruto
      * ahead of afastamento and pro-rata, which scale it along. An
      * insalubre prontuario with no "M" row in force gets nothing
      * and is counted for the closing display.
      *----------------------------------------------------------------*
       CALCULA-ADICIONAL-RISCO.
       MOVE ZERO TO wsvladic.
       MOVE SPACE TO wstpadic.
       MOVE ZERO TO wsgrauadic.
       OPEN INPUT RISCO.
       IF wsfs-ris EQUAL "35"
           CONTINUE
       ELSE
           MOVE wspront TO RIS-PRONTUARIO
           READ RISCO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RIS-TIPO TO wstpadic
                   MOVE RIS-GRAU TO wsgrauadic
           END-READ
           CLOSE RISCO
       END-IF.
       IF wstpadic EQUAL "P"
           COMPUTE wsvladic ROUNDED = (wsvlhr * wsqthr) * 0,30
       END-IF.
       IF wstpadic EQUAL "I"
           IF wssalmin EQUAL ZERO
               ADD 1 TO wsqtdsemsm
           END-IF
           IF wsgrauadic EQUAL 1
               COMPUTE wsvladic ROUNDED = wssalmin * 0,10
           END-IF
           IF wsgrauadic EQUAL 2
               COMPUTE wsvladic ROUNDED = wssalmin * 0,20
           END-IF
           IF wsgrauadic EQUAL 3
               COMPUTE wsvladic ROUNDED = wssalmin * 0,40
           END-IF
       END-IF.

      *----------------------------------------------------------------*
      * Banco de horas: every open credit lote of the prontuario that
      * is wsbhprazo (6) or more competencias older than the lote's
      * competencia is paid here at valor-hora plus 50% - the
      * agreement's window has closed on it - marked pago and logged.
      * A lote already marked pago for this same competencia is
      * counted again without a new movement, so a segment resumed
      * after a crash still pays what the lost ficha had taken.
      *----------------------------------------------------------------*
       PAGA-BANCO-VENCIDO.
       MOVE ZERO TO wsqtbh.
       MOVE ZERO TO wsvlbh.
       MOVE wscompetencia(4:4) TO wsbhano.
       MOVE wscompetencia(1:2) TO wsbhmes.
       COMPUTE wsbhmescomp = (wsbhano * 12) + wsbhmes.
       OPEN I-O BANCOHORAS.
       IF wsfs-bch EQUAL "35"
           CONTINUE
       ELSE
           MOVE "N" TO wsfimbch
           MOVE wspront TO BCH-PRONTUARIO
           MOVE "000001" TO BCH-LOTE
           START BANCOHORAS KEY NOT LESS THAN BCH-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimbch
           END-START
           PERFORM LE-PROXIMO-LOTE-BCH
           PERFORM AVALIA-LOTE-BCH UNTIL wsfimbch EQUAL "S"
           CLOSE BANCOHORAS
       END-IF.
       IF wsqtbh GREATER THAN ZERO
           COMPUTE wsvlbh ROUNDED = wsvlhr * 1,5 * wsqtbh
           ADD wsvlbh TO wsbto
       END-IF.

       LE-PROXIMO-LOTE-BCH.
       READ BANCOHORAS NEXT RECORD
           AT END
               MOVE "S" TO wsfimbch
       END-READ.
       IF wsfimbch EQUAL "N" AND BCH-PRONTUARIO NOT EQUAL wspront
           MOVE "S" TO wsfimbch
       END-IF.

       AVALIA-LOTE-BCH.
       MOVE BCH-LOTE(1:4) TO wsbhano.
       MOVE BCH-LOTE(5:2) TO wsbhmes.
       COMPUTE wsbhmeslote = (wsbhano * 12) + wsbhmes.
       IF BCH-SALDO GREATER THAN ZERO AND
           (wsbhmescomp - wsbhmeslote) NOT LESS THAN wsbhprazo
           IF BCH-ABERTO
               ADD BCH-SALDO TO wsqtbh
               MOVE "P" TO BCH-SITUACAO
               MOVE wscompetencia TO BCH-COMPBAIXA
               REWRITE BCH-REGISTRO
               MOVE "PAGA-BANCO-VENCIDO" TO wserr-para
               PERFORM TESTA-FS-BCH
               MOVE "P" TO BHM-TIPO
               PERFORM GRAVA-MOVIMENTO-BANCO
           ELSE
               IF BCH-PAGO-VENCIDO AND BCH-COMPBAIXA EQUAL
                   wscompetencia
                   ADD BCH-SALDO TO wsqtbh
               END-IF
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-LOTE-BCH.

       GRAVA-MOVIMENTO-BANCO.
       OPEN EXTEND BHMOV.
       IF wsfs-bhm EQUAL "05" OR wsfs-bhm EQUAL "35"
           OPEN OUTPUT BHMOV
       END-IF.
       MOVE wspront TO BHM-PRONTUARIO.
       MOVE wscompetencia TO BHM-COMPET.
       MOVE BCH-SALDO TO BHM-HORAS.
       MOVE BCH-LOTE TO BHM-LOTE.
       MOVE wsdatatxt TO BHM-DATA.
       MOVE "TP04LOTE" TO BHM-ORIGEM.
       WRITE BHM-REGISTRO.
       MOVE "GRAVA-MOVIMENTO-BAN" TO wserr-para.
       MOVE wsfs-bhm TO wserr-fs.
       MOVE "BANCOHORAS.MOV" TO wserr-arq.
       PERFORM VERIFICA-FS.
       CLOSE BHMOV.

      *----------------------------------------------------------------*
      * Discounts the advance paid on the 15th, once, the same rule
      * DESCONTA-ADIANTAMENTO applies in TP04: an advance that does
       END-IF.
       ADD 1 TO wsrx.

      *----------------------------------------------------------------*
      * Plano de saude: the employee's share of the mensalidades plus
      * the coparticipacao of the competencia, as TPSAUDE prices it,
      * leaves the liquido after the rubricas - all or nothing, like
      * a rubrica desconto.
      *----------------------------------------------------------------*
       DESCONTA-PLANO-SAUDE.
       MOVE ZERO TO wsvlsaude.
       MOVE "D" TO SDP-ACAO.
       MOVE wspront TO SDP-PRONTUARIO.
       MOVE wscompetencia TO SDP-COMPET.
       CALL "TPSAUDE" USING SAUDE-PARM.
       IF SDP-VALOR GREATER THAN ZERO AND
           SDP-VALOR LESS THAN wsliq
           MOVE SDP-VALOR TO wsvlsaude
           COMPUTE wsliq = wsliq - wsvlsaude
       END-IF.

      *----------------------------------------------------------------*
      * Contribuicao sindical: TPSINDIC applies the rule of the
      * sindicato on the cadastro over the contractual salario (valor
      * hora vezes horas) and waives it under an oposicao in force.
      * Last of the descontos - all or nothing, like the plano de
      * saude.
      *----------------------------------------------------------------*
       DESCONTA-SINDICATO.
       MOVE ZERO TO wsvlsind.
       MOVE CAD-SINDICATO TO SNP-SINDICATO.
       MOVE wspront TO SNP-PRONTUARIO.
       MOVE wscompetencia TO SNP-COMPET.
       COMPUTE SNP-SALARIO ROUNDED = wsvlhr * wsqthr.
       CALL "TPSINDIC" USING SIND-PARM.
       IF SNP-VALOR GREATER THAN ZERO AND
           SNP-VALOR LESS THAN wsliq
           MOVE SNP-VALOR TO wsvlsind
           COMPUTE wsliq = wsliq - wsvlsind
       END-IF.

      *----------------------------------------------------------------*
      * Comissoes of the competencia loaded by TP58COM, paid in full
      * - afastamento and pro-rata do not touch what was sold - plus
      * the DSR reflex: the commission over the dias uteis of the
      * month times its domingos and feriados.
      *----------------------------------------------------------------*
       CALCULA-COMISSAO.
       MOVE ZERO TO wsvlcomis.
       MOVE ZERO TO wsvldsrcom.
       OPEN INPUT VARIAVEIS.
       IF wsfs-var EQUAL "35"
           CONTINUE
       ELSE
           MOVE wspront TO VAR-PRONTUARIO
           MOVE wscompetencia TO VAR-COMPET
           READ VARIAVEIS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VAR-COMISSAO TO wsvlcomis
           END-READ
           CLOSE VARIAVEIS
       END-IF.
       IF wsvlcomis GREATER THAN ZERO AND
           wsdiasuteis GREATER THAN ZERO
           COMPUTE wsvldsrcom ROUNDED =
               wsvlcomis * wsdescansos / wsdiasuteis
       END-IF.
       ADD wsvlcomis TO wsbto.
       ADD wsvldsrcom TO wsbto.

      *----------------------------------------------------------------*
      * Average of the variable pay (commission plus its DSR) over the
      * normal fichas of the twelve competencias before this one,
      * divided by the months actually worked in that window.
      * Fichas written before the commission fields carry spaces.
      *----------------------------------------------------------------*
       CALCULA-MEDIA-VARIAVEIS.
       MOVE ZERO TO wsmediavar.
       MOVE ZERO TO wsmedsoma.
       MOVE ZERO TO wsmedqtd.
       MOVE wscompetencia(4:4) TO wsmedano.
       MOVE wscompetencia(1:2) TO wsmedmes.
       SUBTRACT 1 FROM wsmedano.
       MOVE SPACES TO wsmedini.
       STRING wsmedano wsmedmes DELIMITED BY SIZE INTO wsmedini.
       ADD 1 TO wsmedano.
       IF wsmedmes EQUAL 1
           SUBTRACT 1 FROM wsmedano
           MOVE 12 TO wsmedmes
       ELSE
           SUBTRACT 1 FROM wsmedmes
       END-IF.
       MOVE SPACES TO wsmedfim.
       STRING wsmedano wsmedmes DELIMITED BY SIZE INTO wsmedfim.
       MOVE "N" TO wsfimhistidx.
       OPEN INPUT HISTIDX.
       IF wsfs-hidx EQUAL "35"
           CONTINUE
       ELSE
           MOVE wspront TO HIDX-PRONTUARIO
           MOVE LOW-VALUES TO HIDX-COMPET
           MOVE LOW-VALUES TO HIDX-MODO
           START HISTIDX KEY NOT LESS THAN HIDX-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimhistidx
           END-START
           PERFORM LE-HISTIDX
           PERFORM SOMA-VARIAVEIS-FICHA UNTIL wsfimhistidx EQUAL "S"
           CLOSE HISTIDX
       END-IF.
       IF wsmedqtd GREATER THAN ZERO
           COMPUTE wsmediavar ROUNDED = wsmedsoma / wsmedqtd
       END-IF.

       SOMA-VARIAVEIS-FICHA.
       IF HIDX-PRONTUARIO NOT EQUAL wspront
           MOVE "S" TO wsfimhistidx
       ELSE
           MOVE SPACES TO wsmedcomp
           STRING HIDX-COMPET(4:4) HIDX-COMPET(1:2)
               DELIMITED BY SIZE INTO wsmedcomp
           IF HIDX-MODO EQUAL "1" AND
               wsmedcomp NOT LESS THAN wsmedini AND
               wsmedcomp NOT GREATER THAN wsmedfim
               ADD 1 TO wsmedqtd
               IF HIDX-VLCOMIS IS NUMERIC
                   ADD HIDX-VLCOMIS TO wsmedsoma
               END-IF
               IF HIDX-VLDSRCOM IS NUMERIC
                   ADD HIDX-VLDSRCOM TO wsmedsoma
               END-IF
           END-IF
           PERFORM LE-HISTIDX
       END-IF.

      *----------------------------------------------------------------*
      * Previdencia privada, exactly as TP04 computes it: the
      * participant whose adesao covers the competencia pays the
      * employee percentage of the bruto, the company matches its own
      * percentage, and up to 12% of the bruto comes off the IRRF
      * base - that part already leaves the liquido with the base.
      *----------------------------------------------------------------*
       CALCULA-PREVIDENCIA.
       MOVE ZERO TO wsvlprev.
       MOVE ZERO TO wsvlprevded.
       MOVE ZERO TO wsvlprevemp.
       OPEN INPUT PREVIDENCIA.
       IF wsfs-prv EQUAL "35"
           CONTINUE
       ELSE
           MOVE wspront TO PRV-PRONTUARIO
           READ PREVIDENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM APURA-PREVIDENCIA
           END-READ
           CLOSE PREVIDENCIA
       END-IF.

       APURA-PREVIDENCIA.
       MOVE SPACES TO wsprevcomp.
       STRING wscompetencia(4:4) wscompetencia(1:2)
           DELIMITED BY SIZE INTO wsprevcomp.
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
       IF wsprevini NOT GREATER THAN wsprevcomp AND
           wsprevfim NOT LESS THAN wsprevcomp
           COMPUTE wsvlprev ROUNDED = wsbto * PRV-PERCFUNC / 100
           COMPUTE wsvlprevemp ROUNDED = wsbto * PRV-PERCEMP / 100
           COMPUTE wsprevlimite ROUNDED = wsbto * 0,12
           IF wsvlprev GREATER THAN wsprevlimite
               MOVE wsprevlimite TO wsvlprevded
           ELSE
               MOVE wsvlprev TO wsvlprevded
           END-IF
       END-IF.

      *----------------------------------------------------------------*
      * The contribution above the 12% limit is not deductible and
      * leaves the liquido on its own; when it does not fit, the
      * contribution is cut back to the deductible part.
      *----------------------------------------------------------------*
       DESCONTA-PREVIDENCIA-EXCEDENTE.
       COMPUTE wsprevexcede = wsvlprev - wsvlprevded.
       IF wsprevexcede GREATER THAN ZERO
           IF wsprevexcede LESS THAN wsliq
               COMPUTE wsliq = wsliq - wsprevexcede
           ELSE
               MOVE wsvlprevded TO wsvlprev
           END-IF
       END-IF.

       GRAVA-HOLERITE-RUBRICAS.
       MOVE 1 TO wsrx.
       PERFORM GRAVA-UMA-RUBRICA-HOL
               NOT INVALID KEY
                   MOVE "S" TO wsachouytd
           END-READ.
           IF wsachouytd EQUAL "S" AND YTD-ANO EQUAL wsanocomp
               ADD wsbto TO YTD-BRUTO
               ADD wsinss TO YTD-INSS
               ADD wsir TO YTD-IR
               MOVE "ATUALIZA-YTD" TO wserr-para
               PERFORM TESTA-FS-YTD
           ELSE
               MOVE wsanocomp TO YTD-ANO
               MOVE wsbto TO YTD-BRUTO
               MOVE wsinss TO YTD-INSS
               MOVE wsir TO YTD-IR
           MOVE wsdiasafast TO HIDX-DIASAFA.
           MOVE wsvlrubp TO HIDX-VLRUBP.
           MOVE wsvlrubd TO HIDX-VLRUBD.
           MOVE wsqtbh TO HIDX-QTBH.
           MOVE wsvlbh TO HIDX-VLBH.
           MOVE wstpadic TO HIDX-TPADIC.
           MOVE wsvladic TO HIDX-VLADIC.
           MOVE wsvlsaude TO HIDX-VLSAUDE.
           MOVE wsvlprev TO HIDX-VLPREV.
           MOVE wsvlprevemp TO HIDX-VLPREVEMP.
           MOVE wsvlcomis TO HIDX-VLCOMIS.
           MOVE wsvldsrcom TO HIDX-VLDSRCOM.
           MOVE CAD-SINDICATO TO HIDX-SINDICATO.
           MOVE wsvlsind TO HIDX-VLSIND.
      *O que a ficha muda em ATRASADOS.DAT, FERIAS.DAT e na
      *programacao de ferias, para o estorno (TP76EST) desfazer
           MOVE wsatrpend TO HIDX-ATRANT.
           MOVE "N" TO HIDX-ATRMOV.
           IF wsmodohidx EQUAL "1"
               IF wsachouatr EQUAL "S" OR wsnovoatraso NOT EQUAL ZERO
                   MOVE "S" TO HIDX-ATRMOV
               END-IF
           END-IF.
           MOVE ZERO TO HIDX-DIASFER.
           MOVE ZERO TO HIDX-FERANT.
           MOVE SPACE TO HIDX-FERMOV.
           MOVE "N" TO HIDX-PROGFER.
           IF wsmodohidx EQUAL "3"
               MOVE wsdiasgozo TO HIDX-DIASFER
               MOVE wsferant TO HIDX-FERANT
               MOVE wsfermov TO HIDX-FERMOV
               MOVE "S" TO HIDX-PROGFER
           END-IF.
      *A mesma chave ja gravada e substituida - a ultima calculada
      *vale.
           WRITE HIDX-REGISTRO
           MOVE "GRAVA-REGISTRO-CABEC" TO wserr-para.
           PERFORM TESTA-FS-REG.
           CLOSE REGISTRO.
           PERFORM GRAVA-RGF-CABECALHO.

       GRAVA-RGF-CABECALHO.
           ACCEPT wshorahoje FROM TIME.
           MOVE wsdatahoje TO wsrgfdata.
           MOVE SPACES TO wsrgfhora.
           STRING wshr-hh wshr-mm wshr-ss
               DELIMITED BY SIZE INTO wsrgfhora.
           MOVE wsoperador TO wsrgfoper.
           MOVE wsempresa TO wsrgfemp.
           MOVE ZERO TO wsrgfseq.
           MOVE SPACES TO RGF-REGISTRO.
           MOVE ZERO TO RGF-QTDE.
           MOVE ZERO TO RGF-BRUTO.
           MOVE ZERO TO RGF-INSS.
           MOVE ZERO TO RGF-IR.
           MOVE ZERO TO RGF-LIQ.
           MOVE ZERO TO RGF-VT.
           MOVE ZERO TO RGF-VR.
           MOVE ZERO TO RGF-REMESSA.
           MOVE "C" TO RGF-TIPO.
           MOVE wsdatatxt TO RGF-DTEVENTO.
           MOVE "GRAVA-REGISTRO-CABEC" TO wserr-para.
           PERFORM GRAVA-REGFOLHA.

       GRAVA-REGISTRO-DETALHE.
           OPEN EXTEND REGISTRO.
           MOVE "GRAVA-REGISTRO-DETAL" TO wserr-para.
           PERFORM TESTA-FS-REG.
           CLOSE REGISTRO.
           ADD 1 TO wsrgfseq.
           MOVE SPACES TO RGF-REGISTRO.
           MOVE ZERO TO RGF-QTDE.
           MOVE ZERO TO RGF-REMESSA.
           MOVE "D" TO RGF-TIPO.
           MOVE wspront TO RGF-PRONTUARIO.
           MOVE wsdepto TO RGF-DEPTO.
           MOVE wsbto TO RGF-BRUTO.
           MOVE wsinss TO RGF-INSS.
           MOVE wsir TO RGF-IR.
           MOVE wsliq TO RGF-LIQ.
           MOVE wsvlvt TO RGF-VT.
           MOVE wsvlvr TO RGF-VR.
           MOVE "GRAVA-REGISTRO-DETAL" TO wserr-para.
           PERFORM GRAVA-REGFOLHA.

       GRAVA-REGISTRO-RODAPE.
           OPEN EXTEND REGISTRO.
           MOVE "GRAVA-REGISTRO-RODAP" TO wserr-para.
           PERFORM TESTA-FS-REG.
           CLOSE REGISTRO.
           MOVE 999999 TO wsrgfseq.
           MOVE SPACES TO RGF-REGISTRO.
           MOVE ZERO TO RGF-VT.
           MOVE ZERO TO RGF-VR.
           MOVE ZERO TO RGF-REMESSA.
           MOVE "R" TO RGF-TIPO.
           MOVE wsqtdfichas TO RGF-QTDE.
           MOVE wstotbto TO RGF-BRUTO.
           MOVE wstotinss TO RGF-INSS.
           MOVE wstotir TO RGF-IR.
           MOVE wstotliq TO RGF-LIQ.
           MOVE "GRAVA-REGISTRO-RODAP" TO wserr-para.
           PERFORM GRAVA-REGFOLHA.

      *----------------------------------------------------------------*
      * The keyed copy of the register line just printed, into the
      * file of the run (TP04REGISTRO.DAT, TP04PLR.DAT or the
      * segment's TP04RGF.<segmento>), created on its first use.
      *----------------------------------------------------------------*
       GRAVA-REGFOLHA.
           MOVE wsrgfsessao TO RGF-SESSAO.
           MOVE wsrgfseq TO RGF-SEQ.
           MOVE wscompetencia TO RGF-COMPET.
           MOVE "TP04LOTE" TO RGF-ORIGEM.
           OPEN I-O REGFOLHA.
           IF wsfs-rgf EQUAL "35"
               OPEN OUTPUT REGFOLHA
               CLOSE REGFOLHA
               OPEN I-O REGFOLHA
           END-IF.
           WRITE RGF-REGISTRO.
           PERFORM TESTA-FS-RGF.
           CLOSE REGFOLHA.

       GRAVA-GUIAS.
      *O salario-familia pago no lote abate do INSS a recolher, como
           PERFORM TESTA-FS-GUI.
           CLOSE GUIAS.

      *----------------------------------------------------------------*
      * The PLR run's own DARF line, in TP04PLR.GUI: the IRRF on the
      * participacao is recolhido apart from the monthly withholding,
      * and TP04GUIAS.REL - with the TP09CONF conference over it -
      * stays untouched.
      *----------------------------------------------------------------*
       GRAVA-GUIAS-PLR.
           OPEN EXTEND GUIAS.
           IF wsfs-gui EQUAL "05" OR wsfs-gui EQUAL "35"
               OPEN OUTPUT GUIAS
           END-IF.
           MOVE SPACES TO GUI-LINHA.
           STRING "DARF PLR DATA:" DELIMITED BY SIZE
               wsdatatxt DELIMITED BY SIZE
               " EMP:" DELIMITED BY SIZE
               wsempresa DELIMITED BY SIZE
               " COMP:" DELIMITED BY SIZE
               wscompetencia DELIMITED BY SIZE
               " FICHAS:" DELIMITED BY SIZE
               wsmascqtdfichas DELIMITED BY SIZE
               " VALOR IRRF:" DELIMITED BY SIZE
               wsmasctotir DELIMITED BY SIZE
               INTO GUI-LINHA.
           WRITE GUI-LINHA.
           MOVE "GRAVA-GUIAS-PLR" TO wserr-para.
           PERFORM TESTA-FS-GUI.
           CLOSE GUIAS.

       GRAVA-CNAB-HEADER.
           MOVE ZERO TO wscnab-seq.
           OPEN EXTEND CNAB.
               MOVE "GRAVA-HOLERITE" TO wserr-para
               PERFORM TESTA-FS-HOL
           END-IF.
           IF wsvlbh GREATER THAN ZERO
               MOVE wsqtbh TO wsmascqtbh
               MOVE wsvlbh TO wsmascvlbh
               MOVE SPACES TO HOL-LINHA
               STRING "BANCO DE HORAS VENCIDO PAGO: " DELIMITED BY SIZE
                   wsmascqtbh DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   wsmascvlbh DELIMITED BY SIZE
                   INTO HOL-LINHA
               WRITE HOL-LINHA
               MOVE "GRAVA-HOLERITE" TO wserr-para
               PERFORM TESTA-FS-HOL
           END-IF.
           IF wsvladic GREATER THAN ZERO
               MOVE wsvladic TO wsmascadic
               MOVE SPACES TO HOL-LINHA
               IF wstpadic EQUAL "P"
                   STRING "ADICIONAL DE PERICULOSIDADE 30%: "
                       DELIMITED BY SIZE
                       wsmascadic DELIMITED BY SIZE
                       INTO HOL-LINHA
               ELSE
                   STRING "ADICIONAL DE INSALUBRIDADE GRAU "
                       DELIMITED BY SIZE
                       wsgrauadic DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       wsmascadic DELIMITED BY SIZE
                       INTO HOL-LINHA
               END-IF
               WRITE HOL-LINHA
               MOVE "GRAVA-HOLERITE" TO wserr-para
               PERFORM TESTA-FS-HOL
           END-IF.
           IF wsvlcomis GREATER THAN ZERO
               MOVE wsvlcomis TO wsmascvlcomis
               MOVE wsvldsrcom TO wsmascdsrcom
               MOVE SPACES TO HOL-LINHA
               STRING "COMISSOES: " DELIMITED BY SIZE
                   wsmascvlcomis DELIMITED BY SIZE
                   "  DSR SOBRE COMISSOES: " DELIMITED BY SIZE
                   wsmascdsrcom DELIMITED BY SIZE
                   INTO HOL-LINHA
               WRITE HOL-LINHA
               MOVE "GRAVA-HOLERITE" TO wserr-para
               PERFORM TESTA-FS-HOL
           END-IF.
           IF wsvlmediafer GREATER THAN ZERO
               MOVE wsvlmediafer TO wsmascmedia
               MOVE SPACES TO HOL-LINHA
               STRING "MEDIA DE VARIAVEIS NAS FERIAS: "
                   DELIMITED BY SIZE
                   wsmascmedia DELIMITED BY SIZE
                   INTO HOL-LINHA
               WRITE HOL-LINHA
               MOVE "GRAVA-HOLERITE" TO wserr-para
               PERFORM TESTA-FS-HOL
           END-IF.
           IF wsvlvt GREATER THAN ZERO OR wsvlvr GREATER THAN ZERO
               MOVE wsvlvt TO wsmascvlvt
               MOVE wsvlvr TO wsmascvlvr
               MOVE "GRAVA-HOLERITE" TO wserr-para
               PERFORM TESTA-FS-HOL
           END-IF.
           IF wsfolhaplr
               MOVE wsplrant TO wsmascplrant
               MOVE SPACES TO HOL-LINHA
               STRING "PARTICIPACAO NOS LUCROS - TRIBUTACAO EXCLUSIVA"
                   DELIMITED BY SIZE
                   "  PLR ANTERIOR NO ANO: " DELIMITED BY SIZE
                   wsmascplrant DELIMITED BY SIZE
                   INTO HOL-LINHA
               WRITE HOL-LINHA
               MOVE "GRAVA-HOLERITE" TO wserr-para
               PERFORM TESTA-FS-HOL
           END-IF.
           PERFORM GRAVA-HOLERITE-RUBRICAS.
           IF wsvlsaude GREATER THAN ZERO
               MOVE wsvlsaude TO wsmascsaude
               MOVE SPACES TO HOL-LINHA
               STRING "PLANO DE SAUDE (DESCONTO): " DELIMITED BY SIZE
                   wsmascsaude DELIMITED BY SIZE
                   INTO HOL-LINHA
               WRITE HOL-LINHA
               MOVE "GRAVA-HOLERITE" TO wserr-para
               PERFORM TESTA-FS-HOL
           END-IF.
           IF wsvlsind GREATER THAN ZERO
               MOVE wsvlsind TO wsmascsind
               MOVE SPACES TO HOL-LINHA
               STRING "CONTRIBUICAO SINDICAL (" DELIMITED BY SIZE
                   CAD-SINDICATO DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   wsmascsind DELIMITED BY SIZE
                   INTO HOL-LINHA
               WRITE HOL-LINHA
               MOVE "GRAVA-HOLERITE" TO wserr-para
               PERFORM TESTA-FS-HOL
           END-IF.
           IF wsvlprev GREATER THAN ZERO
               MOVE wsvlprev TO wsmascprev
               MOVE wsvlprevded TO wsmascprevded
               MOVE SPACES TO HOL-LINHA
               STRING "PREVIDENCIA PRIVADA (DESCONTO): "
                   DELIMITED BY SIZE
                   wsmascprev DELIMITED BY SIZE
                   "  DEDUZIDO DA BASE IR: " DELIMITED BY SIZE
                   wsmascprevded DELIMITED BY SIZE
                   INTO HOL-LINHA
               WRITE HOL-LINHA
               MOVE "GRAVA-HOLERITE" TO wserr-para
               PERFORM TESTA-FS-HOL
           END-IF.
           MOVE wsfgts TO wsmascfgts.
           MOVE SPACES TO HOL-LINHA.
           STRING "FGTS DEPOSITADO (PATRONAL): " DELIMITED BY SIZE
       MOVE wstotir TO wsmasctotir.
       MOVE wstotliq TO wsmasctotliq.
       PERFORM GRAVA-REGISTRO-RODAPE.
       IF wsfolhaplr
           PERFORM GRAVA-GUIAS-PLR
       ELSE
           PERFORM GRAVA-GUIAS
       END-IF.
       PERFORM GRAVA-CNAB-TRAILER.
       DISPLAY "TP04LOTE - FOLHA EM LOTE CONCLUIDA".
       DISPLAY "FICHAS PROCESSADAS: " wsmascqtdfichas.
           DISPLAY "FERIAS COLETIVAS PAGAS: " wsqtdferias
           DISPLAY "CONFLITOS DE SALDO:     " wsqtdconflitos
       END-IF.
       IF wsfolhaplr
           DISPLAY "VALORES NO PLR.DAT:     " wsqtdplrarq
           DISPLAY "PLR PAGAS:              " wsqtdplrpagos
       END-IF.
       DISPLAY "DE OUTRA EMPRESA:   " wsqtdoutraemp.
       IF wsqtdsemsm GREATER THAN ZERO
           DISPLAY "INSALUBRES SEM SALARIO MINIMO (M) EM VIGOR: "
               wsqtdsemsm
       END-IF.
       DISPLAY "TOTAL BRUTO:   " wsmasctotbto.
       DISPLAY "TOTAL INSS:    " wsmasctotinss.
       DISPLAY "TOTAL IRRF:    " wsmasctotir.
           MOVE wsrinss TO wspinss
           MOVE wsrir TO wspir
           MOVE wsrliq TO wspliq
           PERFORM RATEIA-VALORES-DEPTO
       ELSE
           MOVE wsbto TO wspbto
           MOVE wsinss TO wspinss
           MOVE wsir TO wspir
           MOVE wsliq TO wspliq
           PERFORM RATEIA-VALORES-DEPTO
       END-IF.

       SOMA-VALORES-DEPTO.
           ADD 1 TO wsdix
       END-IF.

      *----------------------------------------------------------------*
      * The depto share of the ficha split by the rateio of the
      * prontuario in force in the competencia (RATEIO.DAT, TPRATEIO);
      * the ficha counts once, on the main department, which also
      * takes the rounding. No rateio: the whole share stays on the
      * depto, as before.
      *----------------------------------------------------------------*
       RATEIA-VALORES-DEPTO.
       MOVE "C" TO RTP-ACAO.
       MOVE wspront TO RTP-PRONTUARIO.
       MOVE wscompetencia TO RTP-COMPET.
       MOVE wsdepto TO RTP-DEPTOPRINC.
       CALL "TPRATEIO" USING RATEIO-PARM.
       MOVE "D" TO RTP-ACAO.
       MOVE 4 TO RTP-QTDVALORES.
       MOVE wspbto TO RTP-VALOR(1).
       MOVE wspinss TO RTP-VALOR(2).
       MOVE wspir TO RTP-VALOR(3).
       MOVE wspliq TO RTP-VALOR(4).
       CALL "TPRATEIO" USING RATEIO-PARM.
       MOVE wsdepto TO wsdeptosalvo.
       MOVE 1 TO wsrtx.
       PERFORM SOMA-PARTE-RATEIO UNTIL wsrtx GREATER THAN RTP-QTD.
       MOVE wsdeptosalvo TO wsdepto.

       SOMA-PARTE-RATEIO.
       MOVE RTP-DEPTO(wsrtx) TO wsdepto.
       MOVE RTP-PARTE(wsrtx, 1) TO wspbto.
       MOVE RTP-PARTE(wsrtx, 2) TO wspinss.
       MOVE RTP-PARTE(wsrtx, 3) TO wspir.
       MOVE RTP-PARTE(wsrtx, 4) TO wspliq.
       IF wsrtx EQUAL RTP-IXPRINC
           MOVE 1 TO wspfichas
       ELSE
           MOVE ZERO TO wspfichas
       END-IF.
       PERFORM SOMA-VALORES-DEPTO.
       ADD 1 TO wsrtx.

      *----------------------------------------------------------------*
      * A transfer effective inside the competencia splits the ficha
      * between the old and the new depto by the vigencia day (30-day
           MOVE "TP04REGISTRO.REL" TO wserr-arq.
           PERFORM VERIFICA-FS.

       TESTA-FS-RGF.
           MOVE wsfs-rgf TO wserr-fs.
           MOVE wsarqrgf TO wserr-arq.
           PERFORM VERIFICA-FS.

       TESTA-FS-GUI.
           MOVE wsfs-gui TO wserr-fs.
           MOVE "TP04GUIAS.REL" TO wserr-arq.
           MOVE "FERIAS.DAT" TO wserr-arq.
           PERFORM VERIFICA-FS.

       TESTA-FS-BCH.
           MOVE wsfs-bch TO wserr-fs.
           MOVE "BANCOHORAS.DAT" TO wserr-arq.
           PERFORM VERIFICA-FS.

      *----------------------------------------------------------------*
      * The same calendar arithmetic TP04 uses: Zeller's congruence
      * for the weekday (0=sabado, 1=domingo) and the payday on the
               CLOSE CALENDARIO
           END-IF.

      *----------------------------------------------------------------*
      * The rest days of the competencia, as TP04 counts them: every
      * domingo plus every day of the calendario that does not fall
      * on one. The remaining days are the dias uteis of the DSR.
      *----------------------------------------------------------------*
       CONTA-DIAS-DESCANSO.
           MOVE ZERO TO wsdescansos.
           MOVE wscompetencia(4:4) TO wscalano.
           MOVE wscompetencia(1:2) TO wscalmes.
           MOVE MESDIAS(wscalmes) TO wsmesdias.
           IF wscalmes EQUAL 2
               COMPUTE wszt1 = wscalano / 4
               IF (wszt1 * 4) EQUAL wscalano
                   MOVE 29 TO wsmesdias
               END-IF
           END-IF.
           MOVE 1 TO wscaldia.
           PERFORM CONTA-UM-DIA-DESCANSO
               UNTIL wscaldia GREATER THAN wsmesdias.
           COMPUTE wsdiasuteis = wsmesdias - wsdescansos.

       CONTA-UM-DIA-DESCANSO.
           MOVE wscalano TO wszano.
           MOVE wscalmes TO wszmes.
           MOVE wscaldia TO wszdia.
           PERFORM CALCULA-DIA-SEMANA.
           IF wszdow EQUAL 1
               ADD 1 TO wsdescansos
           ELSE
               PERFORM BUSCA-FERIADO
               IF wsachoucal EQUAL "S"
                   ADD 1 TO wsdescansos
               END-IF
           END-IF.
           ADD 1 TO wscaldia.

       VERIFICA-DIA-UTIL.
           PERFORM CALCULA-DIA-SEMANA.
           IF wszdow EQUAL 0 OR wszdow EQUAL 1

      *----------------------------------------------------------------*
      * Resume of a fallen segment: the details the crashed run left
      * in its open session of TP04RGF.<segmento> (the last CABECALHO
      * with no RODAPE) are re-added into the session totals and
      * counted, the new details continue its sequence, and the "1"
      * lines already in the segment CNAB set the CNAB detail
      * sequence to continue from - so the single
      * RODAPE and "9" trailer written at the close cover the whole
      * segment, not just the resumed tail. The encargo guide lines
      * (FGTS e patronais) re-add only from the resumed fichas: the
      * register does not carry those fields per detail.
      *----------------------------------------------------------------*
       RETOMA-TOTAIS-SEGMENTO.
       MOVE "N" TO wsrgfaberta.
       OPEN INPUT REGFOLHA.
       IF wsfs-rgf EQUAL "35"
           CONTINUE
       ELSE
           MOVE "N" TO wsfimretoma
           MOVE LOW-VALUES TO RGF-CHAVE
           START REGFOLHA KEY NOT LESS THAN RGF-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimretoma
           END-START
           PERFORM LE-LINHA-RETOMA-REG
           PERFORM SOMA-LINHA-RETOMA UNTIL wsfimretoma EQUAL "S"
           CLOSE REGFOLHA
       END-IF.
      *Sem sessao aberta no arquivo indexado (segmento caido antes
      *dele existir) a retomada abre ali uma sessao nova, so com o
      *CABECALHO - o do .REL ja esta la
       IF wsrgfaberta EQUAL "S"
           ADD wsretqtd TO wsqtdfichas
           ADD wsretbto TO wstotbto
           ADD wsretinss TO wstotinss
           ADD wsretir TO wstotir
           ADD wsretliq TO wstotliq
       ELSE
           PERFORM GRAVA-RGF-CABECALHO
       END-IF.
       OPEN INPUT CNAB.
       IF wsfs-cnab EQUAL "35"
           " gravada re-somadas.".

       LE-LINHA-RETOMA-REG.
       IF wsfimretoma EQUAL "N"
           READ REGFOLHA NEXT RECORD
               AT END
                   MOVE "S" TO wsfimretoma
           END-READ
       END-IF.

       SOMA-LINHA-RETOMA.
       IF RGF-CABECALHO
           MOVE RGF-SESSAO TO wsrgfsessao
           MOVE ZERO TO wsrgfseq
           MOVE "S" TO wsrgfaberta
           MOVE ZERO TO wsretqtd
           MOVE ZERO TO wsretbto
           MOVE ZERO TO wsretinss
           MOVE ZERO TO wsretir
           MOVE ZERO TO wsretliq
       END-IF.
       IF RGF-DETALHE AND RGF-SESSAO EQUAL wsrgfsessao
           MOVE RGF-SEQ TO wsrgfseq
           ADD 1 TO wsretqtd
           ADD RGF-BRUTO TO wsretbto
           ADD RGF-INSS TO wsretinss
           ADD RGF-IR TO wsretir
           ADD RGF-LIQ TO wsretliq
       END-IF.
       IF RGF-RODAPE AND RGF-SESSAO EQUAL wsrgfsessao
           MOVE "N" TO wsrgfaberta
       END-IF.
       PERFORM LE-LINHA-RETOMA-REG.

       END-IF.
       PERFORM LE-LINHA-RETOMA-CNB.

      *----------------------------------------------------------------*
      * The competencia status (TPCOMPET/COMPETENCIAS.DAT): the batch
      * runs on an aberta month and inside the TP43MES chain (em
      * fechamento); a fechada month is refused.
      *----------------------------------------------------------------*
       VERIFICA-COMPETENCIA.
           MOVE "C" TO CPP-ACAO.
           MOVE wsempresa TO CPP-EMPRESA.
           MOVE wscompetencia TO CPP-COMPET.
           CALL "TPCOMPET" USING COMPET-PARM.

      *----------------------------------------------------------------*
      * The virada de ano (TP80VIR/VIRADA.DAT), as in TP04: a January
      * competencia waits for the year before to be closed (1), a
      * closed year takes no more fichas (2). The year of the
      * competencia is also the YTD year of the run.
      *----------------------------------------------------------------*
       VERIFICA-VIRADA.
           MOVE ZERO TO wsviradarc.
           ACCEPT wsdatahoje FROM DATE YYYYMMDD.
           MOVE wsdt-ano TO wsanocomp.
           IF wscompetencia(4:4) NUMERIC
               MOVE wscompetencia(4:4) TO wsanocomp
           END-IF.
           OPEN INPUT VIRADA.
           IF wsfs-vir EQUAL "35"
               IF wscompetencia(1:2) EQUAL "01"
                   COMPUTE wsanovirada = wsanocomp - 1
                   MOVE 1 TO wsviradarc
               END-IF
           ELSE
               MOVE wsanocomp TO VIR-ANO
               READ VIRADA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 2 TO wsviradarc
                       MOVE VIR-DATA TO wsvirdata
                       MOVE VIR-OPERADOR TO wsviroper
               END-READ
               IF wsviradarc EQUAL ZERO AND
                   wscompetencia(1:2) EQUAL "01"
                   COMPUTE wsanovirada = wsanocomp - 1
                   MOVE wsanovirada TO VIR-ANO
                   READ VIRADA
                       INVALID KEY
                           MOVE 1 TO wsviradarc
                   END-READ
               END-IF
               CLOSE VIRADA
           END-IF.

      *----------------------------------------------------------------*
      * The session lock: the same TPTRAVA acquire/release TP04 does,
      * with the batch name as the operador when no sign-on is on
