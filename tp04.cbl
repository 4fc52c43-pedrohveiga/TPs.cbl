      *              session is refused while an earlier remessa of
      *              the same empresa/competencia/origem is still
      *              open - TP33REM tracks the hand-off to the bank.
      * 15/10/2026 - Banco de horas: a rescisao pays the positive net
      *              of the prontuario's open BANCOHORAS.DAT lotes at
      *              valor-hora plus 50% (termo and holerite line,
      *              history fields) and closes every lote; a
      *              negative net is written off, never discounted,
      *              and the baixa is audited.
      * 15/10/2026 - Adicional de insalubridade/periculosidade from the
      *              RISCO.DAT laudo (TP52RIS): grau 10/20/40% of the
      *              "M" row (salario minimo) of TABELAS.DAT in force,
      *              or 30% of the salario-base. It enters the bruto
      *              of the normal ficha ahead of afastamento and
      *              pro-rata, integrates the ferias remuneracao and
      *              the saldo/ferias of a rescisao, and prints as
      *              its own holerite line with history fields.
      * 15/10/2026 - A PLR ficha (modo "8", TP04LOTE) of the
      *              competencia no longer counts as a duplicate for
      *              the monthly ficha, like the adiantamento.
      * 15/10/2026 - Plano de saude: the normal ficha deducts the
      *              employee's share of the mensalidades plus the
      *              coparticipacao of the competencia (TPSAUDE),
      *              after the rubricas and only when it fits the
      *              liquido; own holerite line and history field.
      * 15/10/2026 - Previdencia privada (PREVIDENCIA.DAT, TP57PRV):
      *              the employee contribution of the normal ficha
      *              is discounted and reduces the IRRF base up to
      *              12% of the bruto; the employer match is kept in
      *              the history for the contabilizacao.
      * 15/10/2026 - Comissoes (VARIAVEIS.DAT, TP58COM): the normal
      *              ficha pays the commission of the competencia and
      *              its DSR reflex; ferias and rescisao add the
      *              average of the variables of the last twelve
      *              normal fichas to their remuneracao.
      * 15/10/2026 - Rateio por centro de custo (RATEIO.DAT, TP69RAT):
      *              the per-depto summary splits each ficha by the
      *              rateio of the prontuario (TPRATEIO); the ficha
      *              and the rounding stay on the main department.
      * 15/10/2026 - Competencia status (COMPETENCIAS.DAT, TPCOMPET):
      *              a session is refused when the month is fechada
      *              or em fechamento.
      * 15/10/2026 - Contribuicao sindical: the normal ficha deducts
      *              what TPSINDIC prices under the rule of the
      *              employee's sindicato (SINDICATOS.DAT), nothing
      *              when an oposicao is in force, after the plano de
      *              saude and only when it fits the liquido; own
      *              holerite line and history fields.
      * 15/10/2026 - Estorno (TP76EST): the ficha history keeps what
      *              the ficha changed in ATRASADOS.DAT and FERIAS.DAT
      *              (saldo and days before); the ferias days are
      *              asked before the history is written.
      * 15/10/2026 - Rescisao refused when its date (the desligamento
      *              on the cadastro, or today) falls inside an
      *              estabilidade provisoria on ESTABILIDADE.DAT
      *              (TPESTAB); a supervisor may release it with a
      *              motivo written to AUDITORIA.LOG.
      * 15/10/2026 - Contract type from the cadastro: an estagio bolsa
      *              is paid without INSS, FGTS or the employer
      *              charges, and a rescisao on the end date of an
      *              experiencia or prazo determinado contract is a
      *              termino - no aviso previo and no 40% FGTS fine
      *              on the GRRF.
      * 15/10/2026 - The payroll register is also kept keyed, one
      *              record per .REL line, in TP04REGISTRO.DAT (shared
      *              REGFOLHA copybook), which the register readers
      *              now use; the .REL stays as the printed copy.
      * 15/10/2026 - Virada de ano (TP80VIR, VIRADA.DAT): a January
      *              competencia is refused until the year before is
      *              closed, and a competencia of a closed year is
      *              refused; the YTD year is the competencia's year,
      *              no longer the date of the calculation.
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-PRONTUARIO
           FILE STATUS IS wsfs-ytd.
           SELECT VIRADA ASSIGN TO "VIRADA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIR-ANO
           FILE STATUS IS wsfs-vir.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           SELECT REGISTRO ASSIGN TO "TP04REGISTRO.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-reg.
           SELECT REGFOLHA ASSIGN TO "TP04REGISTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGF-CHAVE
           ALTERNATE RECORD KEY IS RGF-COMPET WITH DUPLICATES
           FILE STATUS IS wsfs-rgf.
           SELECT GUIAS ASSIGN TO "TP04GUIAS.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-gui.
           SELECT RESCISAO ASSIGN TO "TP04RESCISAO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-resc.
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
           SELECT EMPRESTIMO ASSIGN TO "EMPRESTIMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           SELECT ADTOCNAB ASSIGN TO "TP04ADTO.REM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-acnb.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-ID
           FILE STATUS IS wsfs-ope.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
           05 YTD-LIQ               PIC 9(7)V99.
           05 YTD-FGTS              PIC 9(7)V99.

       FD VIRADA.
       COPY VIRADA.

       FD CADASTRO.
       COPY CADASTRO.

       FD REGISTRO.
       01 REG-LINHA                 PIC X(140).

       FD REGFOLHA.
       COPY REGFOLHA.

       FD GUIAS.
       01 GUI-LINHA                 PIC X(100).

       FD RESCISAO.
       01 RESC-LINHA                PIC X(100).

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

       FD EMPRESTIMO.
       COPY EMPRESTIMO.


       COPY OPERFD.

       FD OPERADORES.
       01 OPE-REGISTRO.
           05 OPE-ID               PIC X(8).
           05 OPE-SENHA            PIC X(8).
           05 OPE-NIVEL            PIC 9(1).
               88 OPE-SUPERVISOR      VALUE 2.
           05 OPE-NOME             PIC X(20).
           05 OPE-FALHAS           PIC 9(1).
           05 OPE-DTSENHA          PIC X(10).

       WORKING-STORAGE SECTION.

       01 ficha.
       77 wsdiasgozo PIC 9(2) VALUE ZERO.
       77 wsachoufer PIC X VALUE "N".
       77 wsanofer PIC 9(4) VALUE ZERO.
      *O periodo como estava antes da ficha, guardado no historico
      *para o estorno (TP76EST): dias gozados e se o registro existia
       77 wsferant PIC 9(2) VALUE ZERO.
       77 wsfermov PIC X VALUE SPACE.

      *Emprestimo consignado: a parcela vem de EMPRESTIMO.DAT e e
      *descontada sozinha a cada competencia ate quitar
       77 wsremstatus PIC X VALUE "G".
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
       77 wssindicato PIC X(3) VALUE SPACES.
       77 wsvlsind PIC 9(5)V99 VALUE ZERO.
       77 wsmascsind PIC ZZ.ZZZ,ZZ.
       COPY SINDPARM.

      *Estabilidade provisoria (TPESTAB/ESTABILIDADE.DAT) na data da
      *rescisao; so um supervisor libera, com o motivo auditado
       77 wsfs-ope PIC XX.
       77 wsesupervisor PIC X VALUE "N".
       77 wsestabok PIC X VALUE "S".
       77 wsrespestab PIC X VALUE "N".
       77 wsmotivoestab PIC X(15) VALUE SPACES.
       77 wsfimestab PIC X(10) VALUE SPACES.
       COPY ESTABPARM.
      *Data da rescisao em AAAAMMDD: o desligamento do cadastro ou hoje
       77 wsdatarescisao PIC X(8) VALUE SPACES.

      *Tipo de contrato do cadastro: estagio sem INSS/FGTS e termino
      *de contrato a prazo sem aviso previo nem multa do FGTS
       77 wstipocontrato PIC X(1) VALUE SPACE.
           88 wscontratoprazo VALUE "E" "D".
           88 wscontratoestagio VALUE "S".
       77 wsfimcontrato PIC X(10) VALUE SPACES.
       77 wsfimcontratoaaaa PIC X(8) VALUE SPACES.
       77 wsterminoprazo PIC X VALUE "N".

      *Rateio do custo por centro de custo (TPRATEIO/RATEIO.DAT): a
      *parte do depto de cada ficha dividida pelos deptos do rateio
       77 wsrtx PIC 9(2) VALUE ZERO.
       COPY RATEIOPARM.

      *Transferencias de depto (TRANSFER.DAT, TP46TRF): o resumo por
      *depto rateia a ficha pelo dia de vigencia da transferencia

      *Variaveis do acumulado anual (YTD) por prontuario
       77 wsfs-ytd PIC XX.
       77 wsfs-vir PIC XX.
      *Ano da competencia: o ano do YTD e o da virada (TP80VIR)
       77 wsanocomp PIC 9(4) VALUE ZERO.
       77 wsanovirada PIC 9(4) VALUE ZERO.
       77 wsviradarc PIC 9 VALUE ZERO.
       77 wsvirdata PIC X(10) VALUE SPACES.
       77 wsviroper PIC X(8) VALUE SPACES.
       77 wsachouytd PIC X VALUE "N".
       77 wsytdbruto PIC 9(7)V99 VALUE ZERO.

       77 wsmascterco PIC ZZ.ZZZ,ZZ.
       77 wsmascdecprop PIC ZZ.ZZZ,ZZ.

      *Banco de horas (BANCOHORAS.DAT, TP51BCH) liquidado na
      *rescisao: saldo liquido dos lotes em aberto, pago a 50% se
      *positivo, baixado sem desconto se negativo
       77 wsfs-bch PIC XX.
       77 wsfs-bhm PIC XX.
       77 wsfimbch PIC X VALUE "N".
       77 wsbhsaldo PIC S9(4)V99 VALUE ZERO.
       77 wsqtbh PIC 9(4)V99 VALUE ZERO.
       77 wsvlbh PIC 9(5)V99 VALUE ZERO.
       77 wsmascqtbh PIC ZZZ9,99.
       77 wsmascvlbh PIC ZZ.ZZZ,ZZ.
       77 wsmascbhsaldo PIC -ZZZ9,99.

      *Adicional de insalubridade ("I", grau sobre o salario minimo
      *da linha "M" de TABELAS.DAT) ou periculosidade ("P", 30% do
      *salario-base), do laudo em RISCO.DAT (TP52RIS)
       77 wsfs-ris PIC XX.
       77 wsvigsm PIC X(6) VALUE SPACES.
       77 wssalmin PIC 9(7)V99 VALUE ZERO.
       77 wstpadic PIC X VALUE SPACE.
       77 wsgrauadic PIC 9 VALUE ZERO.
       77 wsvladic PIC 9(5)V99 VALUE ZERO.
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
      *em AAAAMM) que entra nas ferias e na rescisao
       77 wsfs-var PIC XX.
       77 wsvlcomis PIC 9(5)V99 VALUE ZERO.
       77 wsvldsrcom PIC 9(5)V99 VALUE ZERO.
       77 wsdiasuteis PIC 9(2) VALUE ZERO.
       77 wsmediavar PIC 9(5)V99 VALUE ZERO.
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

      *Variaveis de pensoes adicionais (alem da informada na tela)
       77 wsqtpensoesadc PIC 9 VALUE ZERO.
       01 TAB-PENSOES-ADC.

      *Variaveis do registro de folha (header/detalhe/rodape da sessao)
       77 wsfs-reg PIC XX.
      *Sessao do registro indexado (TP04REGISTRO.DAT): a chave do
      *CABECALHO, repetida nos DETALHEs e no RODAPE
       77 wsfs-rgf PIC XX.
       77 wsrgfseq PIC 9(6) VALUE ZERO.
       01 wsrgfsessao.
           05 wsrgfdata PIC X(8) VALUE SPACES.
           05 wsrgfhora PIC X(6) VALUE SPACES.
           05 wsrgfoper PIC X(20) VALUE SPACES.
           05 wsrgfemp PIC X(2) VALUE SPACES.
       77 wsoperador PIC X(20) VALUE SPACES.

      *Variaveis do depto/centro de custo da ficha corrente e dos
               ACCEPT wsoperador at LINE 19 COL 29
           END-IF.
           PERFORM PEDE-COMPETENCIA.
           PERFORM VERIFICA-COMPETENCIA.
           IF CPP-RC NOT EQUAL ZERO
               DISPLAY "Competencia " at LINE 22 COL 01
               wscompetencia at LINE 22 COL 13
               " fechada ou em fechamento" at LINE 22 COL 20
               DISPLAY "(" at LINE 23 COL 01 CPP-DONO at LINE 23 COL 02
               " em " at LINE 23 COL 10 CPP-DESDE at LINE 23 COL 14
               ") - sessao recusada." at LINE 23 COL 24
               DISPLAY "Reabertura so pelo supervisor, no TP70CMP."
               at LINE 24 COL 01
               GOBACK
           END-IF.
           PERFORM VERIFICA-VIRADA.
           IF wsviradarc EQUAL 1
               DISPLAY "Competencia " at LINE 22 COL 01
               wscompetencia at LINE 22 COL 13
               " - virada de " at LINE 22 COL 20
               wsanovirada at LINE 22 COL 33
               " ainda nao feita." at LINE 22 COL 37
               DISPLAY "Sessao recusada - o supervisor encerra o ano"
               at LINE 23 COL 01
               DISPLAY "no TP80VIR antes da folha de janeiro."
               at LINE 24 COL 01
               GOBACK
           END-IF.
           IF wsviradarc EQUAL 2
               DISPLAY "Competencia " at LINE 22 COL 01
               wscompetencia at LINE 22 COL 13
               " - ano encerrado em " at LINE 22 COL 20
               wsvirdata at LINE 22 COL 40
               DISPLAY "por " at LINE 23 COL 01
               wsviroper at LINE 23 COL 05
               " no TP80VIR - sessao recusada." at LINE 23 COL 13
               GOBACK
           END-IF.
           PERFORM OBTEM-TRAVA-SESSAO.
           IF TRV-RC NOT EQUAL ZERO
               DISPLAY "Arquivo em uso por operador "
                   GO TO PEDE-MODO
               END-IF
           END-IF.
           IF wsmodorescisao
               PERFORM CONFERE-ESTABILIDADE
               IF wsestabok EQUAL "N"
                   GO TO PEDE-MODO
               END-IF
           END-IF.
           IF wsmodonormal OR wsmodoadianta
               PERFORM CONSULTA-AFASTAMENTO
               IF wsafastotal EQUAL "S"
           MOVE ZERO TO wsvlemp.
           MOVE ZERO TO wsemprestam.
           MOVE "N" TO wsempquitou.
           MOVE ZERO TO wsbhsaldo.
           MOVE ZERO TO wsqtbh.
           MOVE ZERO TO wsvlbh.
           MOVE SPACE TO wstpadic.
           MOVE ZERO TO wsgrauadic.
           MOVE ZERO TO wsvladic.
           MOVE ZERO TO wsvlcomis.
           MOVE ZERO TO wsvldsrcom.
           MOVE ZERO TO wsmediavar.
           IF wsmodonormal OR wsmodosimula
               PERFORM PEDE-HORAS-EXTRAS
               PERFORM PEDE-AUSENCIAS
               COMPUTE wsbto ROUNDED = wsytdbruto / 12
           ELSE
               IF wsmodoferias
                   PERFORM CALCULA-ADICIONAL-RISCO
                   PERFORM CALCULA-MEDIA-VARIAVEIS
                   COMPUTE wsbto ROUNDED =
                       (wsvlhr * wsqthr) + wsvladic + wsmediavar
                       + (((wsvlhr * wsqthr) + wsvladic + wsmediavar)
                       / 3)
               ELSE
                   IF wsmodorescisao
                       PERFORM CALCULA-RESCISAO
                           wsvlhr * 1,2 * wsqtnot
                       COMPUTE wsbto = (wsvlhr * wsqthr) + wsvlhe50
                           + wsvlhe100 + wsvlnot
                       PERFORM CALCULA-ADICIONAL-RISCO
                       ADD wsvladic TO wsbto
                       PERFORM CALCULA-AUSENCIAS
                       PERFORM APLICA-AFASTAMENTO
                       PERFORM APLICA-PRORATA-CONTRATO
                       PERFORM CALCULA-COMISSAO
                       PERFORM APLICA-RUBRICAS-PROVENTO
                   END-IF
               END-IF
           END-IF.

           PERFORM BUSCA-FAIXA-INSS.
      *A bolsa de estagio nao tem INSS
           IF wscontratoestagio
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
      *Beneficios mensais: so a ficha normal (ou a simulacao dela) os
      *desconta - um decimo/ferias/rescisao na mesma competencia nao
      *pode cobrar o vale de novo
               PERFORM DESCONTA-ADIANTAMENTO
               PERFORM CALCULA-SALARIO-FAMILIA
               PERFORM APLICA-RUBRICAS-DESCONTO
               PERFORM DESCONTA-PLANO-SAUDE
               PERFORM DESCONTA-SINDICATO
           ELSE
               MOVE ZERO TO wsvlsalfam
               MOVE ZERO TO wsvldescadto
               MOVE ZERO TO wsvlrubp
               MOVE ZERO TO wsvlrubd
               MOVE ZERO TO wsqtdrub
               MOVE ZERO TO wsvlsaude
               MOVE ZERO TO wsvlsind
           END-IF.
           COMPUTE wsfgts ROUNDED = wsbto * wsfgtsaliq.
      *Os encargos do empregador sobre o mesmo bruto - nada disso
           COMPUTE wsvlpatr ROUNDED = wsbto * wspataliq.
           COMPUTE wsvlrat ROUNDED = wsbto * wsrataliq.
           COMPUTE wsvlterc ROUNDED = wsbto * wsteraliq.
      *Nem FGTS nem encargo do empregador sobre a bolsa de estagio
           IF wscontratoestagio
               MOVE ZERO TO wsfgts
               MOVE ZERO TO wsvlpatr
               MOVE ZERO TO wsvlrat
               MOVE ZERO TO wsvlterc
           END-IF.

       SAIDA-FICHA.
      *Dados variavel para dados mascara
           IF wsmodoadianta
               PERFORM GRAVA-ADIANTAMENTO-SET
           ELSE
               IF wsmodoferias
                   PERFORM PEDE-DIAS-FERIAS
               END-IF
               PERFORM GRAVA-HISTORICO
               PERFORM GRAVA-HISTIDX
               PERFORM GRAVA-CHECKPOINT
               PERFORM GRAVA-ATRASADOS
               IF wsmodorescisao
                   PERFORM GRAVA-TERMO-RESCISAO
                   PERFORM BAIXA-BANCO-RESCISAO
               END-IF
               IF wsmodoferias
                   PERFORM ATUALIZA-FERIAS
           MOVE SPACES TO wsvigvr.
           MOVE SPACES TO wsvigfg.
           MOVE SPACES TO wsvigsf.
           MOVE SPACES TO wsvigsm.
           MOVE ZERO TO wssalmin.
           MOVE ZERO TO wsqtinss.
           MOVE ZERO TO wsqtir.
           MOVE 1 TO wsrix.
                   MOVE RAW-VIG(wsrix) TO wsvigter
                   MOVE RAW-ALIQ(wsrix) TO wsteraliq
               END-IF
               IF RAW-TIPO(wsrix) EQUAL "M" AND
                  (wsvigsm EQUAL SPACES OR RAW-VIG(wsrix) NOT LESS
                  THAN wsvigsm)
                   MOVE RAW-VIG(wsrix) TO wsvigsm
                   MOVE RAW-PARCELA(wsrix) TO wssalmin
               END-IF
           END-IF.
           ADD 1 TO wsrix.

      * the record on the first ferias ever calculated. Once the 30
      * days of the period are taken, the period rolls one year
      * forward and the count restarts - TP20FER reads this file for
      * the 60-day expiry alerts. The days are asked before the
      * history is written, so the ficha keeps them and the periodo
      * as it stood for an estorno to put back.
      *----------------------------------------------------------------*
       PEDE-DIAS-FERIAS.
           DISPLAY "Dias de ferias gozados (ENTER=30): "
           at LINE 19 COL 01.
           ACCEPT wsdiasgozo at LINE 19 COL 37.
           IF wsdiasgozo EQUAL ZERO
               MOVE 30 TO wsdiasgozo
           END-IF.
           MOVE ZERO TO wsferant.
           MOVE "C" TO wsfermov.
           OPEN INPUT FERIAS.
           IF wsfs-fer NOT EQUAL "35"
               MOVE wspront TO FER-PRONTUARIO
               READ FERIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FER-DIASGOZADOS TO wsferant
                       MOVE "A" TO wsfermov
               END-READ
               CLOSE FERIAS
           END-IF.

       ATUALIZA-FERIAS.
           OPEN I-O FERIAS.
           IF wsfs-fer EQUAL "35"
               OPEN OUTPUT FERIAS
           IF wsdiasafast GREATER THAN ZERO
               COMPUTE wsbto ROUNDED =
                   wsbto * (30 - wsdiasafast) / 30
               COMPUTE wsvladic ROUNDED =
                   wsvladic * (30 - wsdiasafast) / 30
           END-IF.

      *----------------------------------------------------------------*
           END-IF.
           IF wsdiasct LESS THAN 30
               COMPUTE wsbto ROUNDED = wsbto * wsdiasct / 30
               COMPUTE wsvladic ROUNDED = wsvladic * wsdiasct / 30
           END-IF.

      *----------------------------------------------------------------*
      * Adicional de risco: the laudo of the prontuario in RISCO.DAT
      * priced for a full month - insalubridade at 10/20/40% of the
      * salario minimo in force for the competencia, periculosidade
      * at 30% of the salario-base. An insalubre prontuario with no
      * "M" row in force gets nothing, and the gap is audited.
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
                   MOVE "INSALUB-SEM-SM" TO wsauditcampo
                   MOVE wscompetencia TO wsauditvalor
                   PERFORM GRAVA-AUDITORIA
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
           END-IF.
           ADD 1 TO wsrx.

      *----------------------------------------------------------------*
      * Plano de saude: what TPSAUDE says the employee owes for the
      * competencia - the share of the mensalidades plus the
      * coparticipacao - leaves the liquido after the rubricas. Like
      * a rubrica, a desconto that does not fit is not taken at all.
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
      * sindicato on the cadastro over the salario of the ficha
      * (valor hora vezes horas) and waives it under an oposicao in
      * force. Last of the descontos - all or nothing, like the plano
      * de saude.
      *----------------------------------------------------------------*
       DESCONTA-SINDICATO.
           MOVE ZERO TO wsvlsind.
           MOVE wssindicato TO SNP-SINDICATO.
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
               PERFORM SOMA-VARIAVEIS-FICHA
                   UNTIL wsfimhistidx EQUAL "S"
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
      * Previdencia privada of the normal ficha: the participant in
      * PREVIDENCIA.DAT whose adesao covers the competencia pays the
      * employee percentage of the bruto and the company matches its
      * own percentage. Only 12% of the bruto comes off the IRRF
      * base - that part already leaves the liquido with the base.
      *----------------------------------------------------------------*
       CALCULA-PREVIDENCIA.
           MOVE ZERO TO wsvlprev.
           MOVE ZERO TO wsvlprevded.
           MOVE ZERO TO wsvlprevemp.
           IF wsmodonormal OR wsmodosimula
               OPEN INPUT PREVIDENCIA
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
               END-IF
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
               COMPUTE wsvlprevemp ROUNDED =
                   wsbto * PRV-PERCEMP / 100
               COMPUTE wsprevlimite ROUNDED = wsbto * 0,12
               IF wsvlprev GREATER THAN wsprevlimite
                   MOVE wsprevlimite TO wsvlprevded
               ELSE
                   MOVE wsvlprev TO wsvlprevded
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The contribution above the 12% limit is not deductible, so it
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
           MOVE SPACES TO wsdepto.
           MOVE SPACES TO wsadmissao.
           MOVE SPACES TO wsdesligamento.
           MOVE SPACES TO wssindicato.
           MOVE SPACES TO wstipocontrato.
           MOVE SPACES TO wsfimcontrato.
           MOVE "N" TO wsoptvt.
           MOVE "N" TO wsoptvr.
           MOVE "N" TO wsvalidouprontuario.
                               DELIMITED BY SIZE INTO wsconta
                           MOVE CAD-ADMISSAO TO wsadmissao
                           MOVE CAD-DESLIGAMENTO TO wsdesligamento
                           MOVE CAD-SINDICATO TO wssindicato
                           MOVE CAD-TIPOCONTRATO TO wstipocontrato
                           MOVE CAD-FIMCONTRATO TO wsfimcontrato
                           MOVE "S" TO wsvalidouprontuario
                       END-IF
                       END-IF
               CLOSE CADASTRO
           END-IF.

      *----------------------------------------------------------------*
      * Estabilidade provisoria: a gestante, a membro da CIPA or
      * someone back from an acidente de trabalho leave cannot be
      * dismissed inside the protected period. The rescisao date is
      * the desligamento kept on the cadastro, or today when none is.
      * A hit is refused; only a supervisor (OPERADOR.DAT level 2)
      * signed on may release it, typing the motivo that goes to
      * AUDITORIA.LOG with the tipo of the estabilidade.
      *----------------------------------------------------------------*
       CONFERE-ESTABILIDADE.
           MOVE "S" TO wsestabok.
           MOVE wspront TO ESP-PRONTUARIO.
           PERFORM MONTA-DATA-RESCISAO.
           MOVE wsdatarescisao TO ESP-DATA.
           CALL "TPESTAB" USING ESTAB-PARM.
           IF ESP-RC NOT EQUAL ZERO
               IF ESP-FIM EQUAL SPACES
                   MOVE "A INFORMAR" TO wsfimestab
               ELSE
                   MOVE SPACES TO wsfimestab
                   STRING ESP-FIM(7:2) "/" ESP-FIM(5:2) "/"
                       ESP-FIM(1:4) DELIMITED BY SIZE INTO wsfimestab
               END-IF
               DISPLAY "Estabilidade provisoria tipo " at LINE 19 COL 01
               ESP-TIPO at LINE 19 COL 30
               " ate " at LINE 19 COL 31
               wsfimestab at LINE 19 COL 36
               PERFORM CONFERE-SUPERVISOR
               IF wsesupervisor EQUAL "S"
                   PERFORM LIBERA-ESTABILIDADE
               ELSE
                   DISPLAY "- rescisao recusada (so supervisor libera)."
                   at LINE 20 COL 01
                   MOVE "N" TO wsestabok
               END-IF
               IF wsestabok EQUAL "N"
                   MOVE SPACES TO wsauditcampo
                   STRING "ESTAB-RECUSA-" ESP-TIPO
                       DELIMITED BY SIZE INTO wsauditcampo
                   MOVE wsfimestab TO wsauditvalor
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

       MONTA-DATA-RESCISAO.
           MOVE SPACES TO wsdatarescisao.
           IF wsdesligamento(3:1) EQUAL "/" AND
              wsdesligamento(6:1) EQUAL "/"
               STRING wsdesligamento(7:4) wsdesligamento(4:2)
                   wsdesligamento(1:2)
                   DELIMITED BY SIZE INTO wsdatarescisao
           ELSE
               ACCEPT wsdatahoje FROM DATE YYYYMMDD
               MOVE wsdatahoje TO wsdatarescisao
           END-IF.

       LIBERA-ESTABILIDADE.
           DISPLAY "Liberar a rescisao como supervisor (S/N): "
           at LINE 20 COL 01.
           MOVE "N" TO wsrespestab.
           ACCEPT wsrespestab at LINE 20 COL 44.
           IF wsrespestab EQUAL "S" OR wsrespestab EQUAL "s"
               DISPLAY "Motivo: " at LINE 21 COL 01
               MOVE SPACES TO wsmotivoestab
               ACCEPT wsmotivoestab at LINE 21 COL 09
               IF wsmotivoestab EQUAL SPACES
                   MOVE "N" TO wsestabok
               ELSE
                   MOVE SPACES TO wsauditcampo
                   STRING "ESTAB-LIBERADA-" ESP-TIPO
                       DELIMITED BY SIZE INTO wsauditcampo
                   MOVE wsmotivoestab TO wsauditvalor
                   PERFORM GRAVA-AUDITORIA
               END-IF
           ELSE
               MOVE "N" TO wsestabok
           END-IF.

      *----------------------------------------------------------------*
      * The releaser is whoever TPMENU signed on (OPERSESS.DAT) and
      * must hold supervisor level in OPERADOR.DAT.
      *----------------------------------------------------------------*
       CONFERE-SUPERVISOR.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE "N" TO wsesupervisor.
           IF wsoperses NOT EQUAL SPACES
               OPEN INPUT OPERADORES
               IF wsfs-ope NOT EQUAL "35"
                   MOVE wsoperses TO OPE-ID
                   READ OPERADORES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OPE-SUPERVISOR
                               MOVE "S" TO wsesupervisor
                           END-IF
                   END-READ
                   CLOSE OPERADORES
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Reads the last verdict TP18PREF left in TP18PREF.STA. With no
      * verdict on file the session opens as always - the pre-flight

      *A leitura e por chave: so as fichas deste prontuario e desta
      *competencia passam por aqui. Um adiantamento (modo 7) nao e
      *ficha em duplicidade - ele sera descontado pela folha normal -
      *e a PLR (modo 8) corre por fora da folha do mes.
       PROCURA-HISTIDX-COMPET.
           IF HIDX-PRONTUARIO NOT EQUAL wspront OR HIDX-COMPET NOT
              EQUAL wscompetencia
               MOVE "S" TO wsfimhistidx
           ELSE
               IF HIDX-MODO NOT EQUAL "7" AND HIDX-MODO NOT EQUAL "8"
                   MOVE "S" TO wsfichadup
               ELSE
                   PERFORM LE-HISTIDX
               MOVE 12 TO wsavosferias
           END-IF.
           PERFORM BUSCA-YTD-BRUTO.
           PERFORM CALCULA-ADICIONAL-RISCO.
           PERFORM CALCULA-MEDIA-VARIAVEIS.
           COMPUTE wssaldosal ROUNDED =
               ((wsvlhr * wsqthr) + wsvladic) * wsdiastrab / 30.
           COMPUTE wsferiasprop ROUNDED =
               ((wsvlhr * wsqthr) + wsvladic + wsmediavar)
               * wsavosferias / 12.
      *Na linha do holerite fica so a parte do saldo de salario
           COMPUTE wsvladic ROUNDED = wsvladic * wsdiastrab / 30.
           COMPUTE wstercoferias ROUNDED = wsferiasprop / 3.
           COMPUTE wsdecimoprop ROUNDED = wsytdbruto / 12.
           PERFORM SOMA-BANCO-RESCISAO.
           COMPUTE wsbto = wssaldosal + wsferiasprop +
               wstercoferias + wsdecimoprop + wsvlbh.
      *A multa de 40% incide sobre os depositos de FGTS acumulados -
      *custo do empregador, nunca desconto do empregado
           COMPUTE wsmultafgts ROUNDED = wsytdfgts * 0,40.
           PERFORM CONFERE-TERMINO-CONTRATO.
           IF wsterminoprazo EQUAL "S" OR wscontratoestagio
               MOVE ZERO TO wsmultafgts
           END-IF.

      *----------------------------------------------------------------*
      * A experiencia or prazo determinado contract ended on its own
      * end date is a termino, not a dispensa: no aviso previo and no
      * 40% fine. Before that date it is an early dispensa and after
      * it the contract already became indeterminado - both keep the
      * ordinary rules.
      *----------------------------------------------------------------*
       CONFERE-TERMINO-CONTRATO.
           MOVE "N" TO wsterminoprazo.
           IF wscontratoprazo AND wsfimcontrato(3:1) EQUAL "/"
               MOVE SPACES TO wsfimcontratoaaaa
               STRING wsfimcontrato(7:4) wsfimcontrato(4:2)
                   wsfimcontrato(1:2)
                   DELIMITED BY SIZE INTO wsfimcontratoaaaa
               PERFORM MONTA-DATA-RESCISAO
               IF wsfimcontratoaaaa EQUAL wsdatarescisao
                   MOVE "S" TO wsterminoprazo
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Banco de horas on the rescisao: the open lotes of the
      * prontuario are netted - a credit is paid at valor-hora plus
      * 50% with the verbas rescisorias, a debt is not discounted.
      * Read only here; the lotes close in BAIXA-BANCO-RESCISAO once
      * the ficha is written, so a simulacao touches nothing.
      *----------------------------------------------------------------*
       SOMA-BANCO-RESCISAO.
           MOVE ZERO TO wsbhsaldo.
           MOVE ZERO TO wsqtbh.
           MOVE ZERO TO wsvlbh.
           OPEN INPUT BANCOHORAS.
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
               PERFORM SOMA-LOTE-BCH UNTIL wsfimbch EQUAL "S"
               CLOSE BANCOHORAS
           END-IF.
           IF wsbhsaldo GREATER THAN ZERO
               MOVE wsbhsaldo TO wsqtbh
               COMPUTE wsvlbh ROUNDED = wsvlhr * 1,5 * wsqtbh
           END-IF.

       LE-PROXIMO-LOTE-BCH.
           READ BANCOHORAS NEXT RECORD
               AT END
                   MOVE "S" TO wsfimbch
           END-READ.
           IF wsfimbch EQUAL "N" AND BCH-PRONTUARIO NOT EQUAL wspront
               MOVE "S" TO wsfimbch
           END-IF.

       SOMA-LOTE-BCH.
           IF BCH-ABERTO
               ADD BCH-SALDO TO wsbhsaldo
           END-IF.
           PERFORM LE-PROXIMO-LOTE-BCH.

      *----------------------------------------------------------------*
      * Closes the banco de horas of a rescisao just written: every
      * open lote goes to "R" (liquidado) or, when the net was a debt,
      * "Z" (baixado), one movement carries the net, the adesao ends,
      * and a written-off debt is left in AUDITORIA.LOG.
      *----------------------------------------------------------------*
       BAIXA-BANCO-RESCISAO.
           OPEN I-O BANCOHORAS.
           IF wsfs-bch EQUAL "35"
               CONTINUE
           ELSE
               MOVE "N" TO wsfimbch
               MOVE wspront TO BCH-PRONTUARIO
               MOVE "000000" TO BCH-LOTE
               START BANCOHORAS KEY NOT LESS THAN BCH-CHAVE
                   INVALID KEY
                       MOVE "S" TO wsfimbch
               END-START
               PERFORM LE-PROXIMO-LOTE-BCH
               PERFORM FECHA-LOTE-BCH UNTIL wsfimbch EQUAL "S"
               CLOSE BANCOHORAS
           END-IF.
           IF wsbhsaldo NOT EQUAL ZERO
               OPEN EXTEND BHMOV
               IF wsfs-bhm EQUAL "05" OR wsfs-bhm EQUAL "35"
                   OPEN OUTPUT BHMOV
               END-IF
               MOVE wspront TO BHM-PRONTUARIO
               MOVE wscompetencia TO BHM-COMPET
               IF wsbhsaldo GREATER THAN ZERO
                   MOVE "R" TO BHM-TIPO
                   MOVE wsbhsaldo TO BHM-HORAS
               ELSE
                   MOVE "Z" TO BHM-TIPO
                   COMPUTE BHM-HORAS = wsbhsaldo * -1
               END-IF
               MOVE "RESCIS" TO BHM-LOTE
               MOVE wsdatatxt TO BHM-DATA
               MOVE "TP04" TO BHM-ORIGEM
               WRITE BHM-REGISTRO
               MOVE "BAIXA-BANCO-RESCISA" TO wserr-para
               MOVE wsfs-bhm TO wserr-fs
               MOVE "BANCOHORAS.MOV" TO wserr-arq
               PERFORM VERIFICA-FS
               CLOSE BHMOV
           END-IF.
           IF wsbhsaldo LESS THAN ZERO
               MOVE wsbhsaldo TO wsmascbhsaldo
               MOVE "BANCO-HORAS-BAIXA" TO wsauditcampo
               MOVE wsmascbhsaldo TO wsauditvalor
               PERFORM GRAVA-AUDITORIA
           END-IF.

       FECHA-LOTE-BCH.
           IF BCH-LOTE EQUAL "000000"
               IF BCH-ABERTO
                   MOVE "I" TO BCH-SITUACAO
                   MOVE wsdatatxt TO BCH-DATA
                   REWRITE BCH-REGISTRO
                   MOVE "BAIXA-BANCO-RESCISA" TO wserr-para
                   PERFORM TESTA-FS-BCH
               END-IF
           ELSE
               IF BCH-ABERTO
                   IF wsbhsaldo LESS THAN ZERO
                       MOVE "Z" TO BCH-SITUACAO
                   ELSE
                       MOVE "R" TO BCH-SITUACAO
                   END-IF
                   MOVE wscompetencia TO BCH-COMPBAIXA
                   REWRITE BCH-REGISTRO
                   MOVE "BAIXA-BANCO-RESCISA" TO wserr-para
                   PERFORM TESTA-FS-BCH
               END-IF
           END-IF.
           PERFORM LE-PROXIMO-LOTE-BCH.

      *----------------------------------------------------------------*
      * Looks up this prontuario's year-to-date bruto (before this
                   INVALID KEY
                       MOVE ZERO TO wsytdbruto
                   NOT INVALID KEY
                       IF YTD-ANO EQUAL wsanocomp
                           MOVE YTD-BRUTO TO wsytdbruto
                       END-IF
                       MOVE YTD-FGTS TO wsytdfgts
                   NOT INVALID KEY
                       MOVE "S" TO wsachouytd
               END-READ
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
           MOVE "GRAVA-REGISTRO-CABEC" TO wserr-para.
           PERFORM TESTA-FS-REG.
           CLOSE REGISTRO.
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
      * The keyed copy of the register line just printed: session key
      * and sequence, competencia and origem go on every record. The
      * file is created on its first use, like the other INDEXED
      * masters.
      *----------------------------------------------------------------*
       GRAVA-REGFOLHA.
           MOVE wsrgfsessao TO RGF-SESSAO.
           MOVE wsrgfseq TO RGF-SEQ.
           MOVE wscompetencia TO RGF-COMPET.
           MOVE "TP04" TO RGF-ORIGEM.
           OPEN I-O REGFOLHA.
           IF wsfs-rgf EQUAL "35"
               OPEN OUTPUT REGFOLHA
               CLOSE REGFOLHA
               OPEN I-O REGFOLHA
           END-IF.
           WRITE RGF-REGISTRO.
           PERFORM TESTA-FS-RGF.
           CLOSE REGFOLHA.

      *----------------------------------------------------------------*
      * Writes a GPS (INSS) and a DARF (IRRF) remittance line to
               MOVE "GRAVA-HOLERITE" TO wserr-para
               PERFORM TESTA-FS-HOL
           END-IF.
           IF wsvlbh GREATER THAN ZERO
               MOVE wsqtbh TO wsmascqtbh
               MOVE wsvlbh TO wsmascvlbh
               MOVE SPACES TO HOL-LINHA
               STRING "BANCO DE HORAS NA RESCISAO: " DELIMITED BY SIZE
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
           IF wsdiasfalta GREATER THAN ZERO OR wshrsatraso GREATER
              THAN ZERO
               MOVE SPACES TO HOL-LINHA
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
                   wssindicato DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   wsmascsind DELIMITED BY SIZE
                   INTO HOL-LINHA
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
           IF wsmediavar GREATER THAN ZERO
               MOVE wsmediavar TO wsmascmedia
               MOVE SPACES TO HOL-LINHA
               STRING "MEDIA DE VARIAVEIS (FERIAS/RESCISAO): "
                   DELIMITED BY SIZE
                   wsmascmedia DELIMITED BY SIZE
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
           WRITE RESC-LINHA.
           MOVE "GRAVA-TERMO-RESCISAO" TO wserr-para.
           PERFORM TESTA-FS-RESC.
           IF wsbhsaldo NOT EQUAL ZERO
               MOVE SPACES TO RESC-LINHA
               IF wsbhsaldo GREATER THAN ZERO
                   MOVE wsqtbh TO wsmascqtbh
                   MOVE wsvlbh TO wsmascvlbh
                   STRING "BANCO DE HORAS (" DELIMITED BY SIZE
                       wsmascqtbh DELIMITED BY SIZE
                       " HORAS A 50%): " DELIMITED BY SIZE
                       wsmascvlbh DELIMITED BY SIZE
                       INTO RESC-LINHA
               ELSE
                   MOVE wsbhsaldo TO wsmascbhsaldo
                   STRING "BANCO DE HORAS: SALDO DEVEDOR DE "
                       DELIMITED BY SIZE
                       wsmascbhsaldo DELIMITED BY SIZE
                       " HORAS BAIXADO SEM DESCONTO" DELIMITED BY SIZE
                       INTO RESC-LINHA
               END-IF
               WRITE RESC-LINHA
               MOVE "GRAVA-TERMO-RESCISAO" TO wserr-para
               PERFORM TESTA-FS-RESC
           END-IF.
           MOVE wsmultafgts TO wsmascmulta.
           MOVE SPACES TO RESC-LINHA.
           IF wsterminoprazo EQUAL "S"
               STRING "TERMINO DO CONTRATO A PRAZO EM "
                   DELIMITED BY SIZE
                   wsfimcontrato DELIMITED BY SIZE
                   " - SEM AVISO PREVIO E SEM MULTA FGTS 40%"
                   DELIMITED BY SIZE
                   INTO RESC-LINHA
           ELSE
           IF wscontratoestagio
               STRING "ESTAGIO - BOLSA SEM INSS/FGTS, SEM AVISO PREVIO"
                   DELIMITED BY SIZE
                   " E SEM MULTA FGTS" DELIMITED BY SIZE
                   INTO RESC-LINHA
           ELSE
               STRING "MULTA FGTS 40% (GRRF, ENCARGO DO EMPREGADOR): "
                   DELIMITED BY SIZE
                   wsmascmulta DELIMITED BY SIZE
                   INTO RESC-LINHA
           END-IF
           END-IF.
           WRITE RESC-LINHA.
           MOVE "GRAVA-TERMO-RESCISAO" TO wserr-para.
           PERFORM TESTA-FS-RESC.
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
           MOVE wssindicato TO HIDX-SINDICATO.
           MOVE wsvlsind TO HIDX-VLSIND.
      *O que a ficha muda em ATRASADOS.DAT e FERIAS.DAT, para o
      *estorno (TP76EST) desfazer
           MOVE ZERO TO HIDX-ATRANT.
           MOVE "N" TO HIDX-ATRMOV.
           IF wsmodoadianta
               CONTINUE
           ELSE
               MOVE wsatrpend TO HIDX-ATRANT
               IF wsachouatr EQUAL "S" OR wsnovoatraso NOT EQUAL ZERO
                   MOVE "S" TO HIDX-ATRMOV
               END-IF
           END-IF.
           MOVE ZERO TO HIDX-DIASFER.
           MOVE ZERO TO HIDX-FERANT.
           MOVE SPACE TO HIDX-FERMOV.
           MOVE "N" TO HIDX-PROGFER.
           IF wsmodoferias
               MOVE wsdiasgozo TO HIDX-DIASFER
               MOVE wsferant TO HIDX-FERANT
               MOVE wsfermov TO HIDX-FERMOV
           END-IF.
      *A mesma chave ja gravada e a recalculacao confirmada - a nova
      *ficha substitui a antiga.
           WRITE HIDX-REGISTRO
           MOVE "TP04REGISTRO.REL" TO wserr-arq.
           PERFORM VERIFICA-FS.

       TESTA-FS-RGF.
           MOVE wsfs-rgf TO wserr-fs.
           MOVE "TP04REGISTRO.DAT" TO wserr-arq.
           PERFORM VERIFICA-FS.

       TESTA-FS-GUI.
           MOVE wsfs-gui TO wserr-fs.
           MOVE "TP04GUIAS.REL" TO wserr-arq.
           MOVE "TP04HOLERITE" TO wserr-arq.
           PERFORM VERIFICA-FS.

       TESTA-FS-BCH.
           MOVE wsfs-bch TO wserr-fs.
           MOVE "BANCOHORAS.DAT" TO wserr-arq.
           PERFORM VERIFICA-FS.

       TESTA-FS-HIDX.
           MOVE wsfs-hidx TO wserr-fs.
           MOVE "TP04HISTIDX" TO wserr-arq.
           MOVE 1 TO wscaldia.
           PERFORM CONTA-UM-DIA-DESCANSO
               UNTIL wscaldia GREATER THAN wsmesdias.
           COMPUTE wsdiasuteis = wsmesdias - wsdescansos.

       CONTA-UM-DIA-DESCANSO.
           MOVE wscalano TO wszano.
               SUBTRACT 1 FROM wszdia
           END-IF.

      *----------------------------------------------------------------*
      * The competencia status (TPCOMPET/COMPETENCIAS.DAT): only an
      * aberta month takes a session - a fechada one, or one the
      * TP43MES chain is closing, writes nothing from here.
      *----------------------------------------------------------------*
       VERIFICA-COMPETENCIA.
           MOVE "C" TO CPP-ACAO.
           MOVE wsempresa TO CPP-EMPRESA.
           MOVE wscompetencia TO CPP-COMPET.
           CALL "TPCOMPET" USING COMPET-PARM.

      *----------------------------------------------------------------*
      * The virada de ano (TP80VIR/VIRADA.DAT): a January competencia
      * waits until the year before is closed, and a year already
      * closed takes no more fichas - its accumulators are in the
      * archive. wsviradarc 1 is the first case, 2 the second. The
      * year of the competencia is also the YTD year of the session.
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
      * The session lock: taken per empresa/competencia through the
      * shared TPTRAVA engine before the masters are touched, and
