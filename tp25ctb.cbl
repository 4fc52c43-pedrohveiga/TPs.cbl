      *          competencia. Keeps the chart-of-accounts mapping
      *          PLANOCONTAS.DAT (evento x depto x empresa -> conta
      *          debito e conta credito, with its own maintenance
      *          menu) and, from the TP04REGISTRO.DAT details joined
      *          with the TP04HISTIDX.DAT fichas, writes a balanced
      *          debit/credit journal (TP25CTB.DAT) per depto for the
      *          events LIQ/INSS/IRRF/FGTS/VT/VR/PENS/EMP/BRUT. The
      *          mapped - the hand-typed month in the accounting
      *          system ends here.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - The RPA of autonomos (RPA.DAT, TP55RPA) launched
      *              in the competencia/empresa enter the journal in
      *              the depto that contracted them, as the events
      *              RPA (valor do servico), RPAL (liquido), RPAI
      *              (INSS retido), RPAR (IRRF), RPAS (ISS) and RPAP
      *              (INSS patronal 20%). A register with no detail
      *              of the month still exports when there is RPA.
      * 15/10/2026 - Previdencia privada: the employee contribution
      *              (PREV) and the employer match (PREE) of the
      *              stored fichas enter the journal per depto.
      * 15/10/2026 - Rateio por centro de custo (RATEIO.DAT, TP69RAT):
      *              every event of a detail is split among the
      *              deptos of the prontuario's rateio (TPRATEIO),
      *              the rounding going to the depto of the detail.
      * 15/10/2026 - The competencia is read from the keyed
      *              TP04REGISTRO.DAT (REGFOLHA copybook) by its
      *              alternate key instead of scanning the .REL; the
      *              RODAPE is conferred by value.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP25CTB.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTB-CHAVE
           FILE STATUS IS wsfs-pla.
           SELECT REGFOLHA ASSIGN TO "TP04REGISTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGF-CHAVE
           ALTERNATE RECORD KEY IS RGF-COMPET WITH DUPLICATES
           FILE STATUS IS wsfs-reg.
           SELECT HISTIDX ASSIGN TO "TP04HISTIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-CHAVE
           FILE STATUS IS wsfs-hidx.
           SELECT RPAS ASSIGN TO "RPA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RPA-NUMERO
           FILE STATUS IS wsfs-rpa.
           SELECT LANCAMENTOS ASSIGN TO "TP25CTB.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-lan.
           05 CTB-CONTADEB          PIC X(8).
           05 CTB-CONTACRD          PIC X(8).

       FD REGFOLHA.
       COPY REGFOLHA.

       FD HISTIDX.
       COPY HISTIDX.

       FD RPAS.
       COPY RPA.

       FD LANCAMENTOS.
       01 LAN-LINHA                 PIC X(100).

       77 wsfs-pla PIC XX.
       77 wsfs-reg PIC XX.
       77 wsfs-hidx PIC XX.
       77 wsfs-rpa PIC XX.
       77 wsfs-lan PIC XX.
       77 wsfs-rel PIC XX.
       77 wsfs-err PIC XX.
       77 wsfimarquivo PIC X VALUE "N".
       77 wsfimplano PIC X VALUE "N".
       77 wsfimhistidx PIC X VALUE "N".
       77 wsfimrpa PIC X VALUE "N".
       77 wsqtdrpa PIC 9(5) VALUE ZERO.
       77 wsachouplano PIC X VALUE "N".
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wsempresa PIC X(2) VALUE "01".
           05 wssomir   PIC 9(7)V99 VALUE ZERO.
           05 wssomliq  PIC 9(7)V99 VALUE ZERO.
       77 wsmascqtde PIC ZZZZ9.
       77 wscompqtde PIC X(5).

      *Prontuarios ja consumidos na competencia (os extras do
      *historico entram uma vez por prontuario) e as somas do grupo
       77 wsfichafgts PIC 9(7)V99 VALUE ZERO.
       77 wsfichapens PIC 9(7)V99 VALUE ZERO.
       77 wsfichaemp PIC 9(7)V99 VALUE ZERO.
       77 wsfichaprev PIC 9(7)V99 VALUE ZERO.
       77 wsfichaprevemp PIC 9(7)V99 VALUE ZERO.
       01 tabela-consumidos.
           05 CONS-PRONT OCCURS 500 TIMES PIC X(9).

      *Rateio do prontuario entre centros de custo (TPRATEIO)
       77 wsrtx PIC 9(2) VALUE ZERO.
       COPY RATEIOPARM.

      *Acumulado por depto dos valores que viram lancamento, os do
      *registro mais os que so a ficha do historico carrega
       77 wsqtddeptos PIC 99 VALUE ZERO.
               10 DEP-FGTS PIC 9(7)V99.
               10 DEP-PENS PIC 9(7)V99.
               10 DEP-EMPR PIC 9(7)V99.
               10 DEP-RPA PIC 9(7)V99.
               10 DEP-RPALIQ PIC 9(7)V99.
               10 DEP-RPAINSS PIC 9(7)V99.
               10 DEP-RPAIR PIC 9(7)V99.
               10 DEP-RPAISS PIC 9(7)V99.
               10 DEP-RPAPATR PIC 9(7)V99.
               10 DEP-PREV PIC 9(7)V99.
               10 DEP-PREVEMP PIC 9(7)V99.

      *Geracao dos lancamentos: um debito e um credito do mesmo valor
      *por evento, entao o diario fecha por construcao; os totais D e
      *C ainda sao somados e conferidos no trailer por garantia
       77 wsix PIC 99 VALUE ZERO.
       77 wsvalorev PIC 9(7)V99 VALUE ZERO.
       77 wstotdeb PIC 9(9)V99 VALUE ZERO.
       77 wstotcrd PIC 9(9)V99 VALUE ZERO.
           05 FILLER PIC X(4) VALUE "VR  ".
           05 FILLER PIC X(4) VALUE "PENS".
           05 FILLER PIC X(4) VALUE "EMP ".
           05 FILLER PIC X(4) VALUE "RPA ".
           05 FILLER PIC X(4) VALUE "RPAL".
           05 FILLER PIC X(4) VALUE "RPAI".
           05 FILLER PIC X(4) VALUE "RPAR".
           05 FILLER PIC X(4) VALUE "RPAS".
           05 FILLER PIC X(4) VALUE "RPAP".
           05 FILLER PIC X(4) VALUE "PREV".
           05 FILLER PIC X(4) VALUE "PREE".
       01 FILLER REDEFINES tabela-eventos.
           05 EVT-CODIGO OCCURS 17 TIMES PIC X(4).

       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
       END-IF.

       PEDE-CHAVE-PLANO.
       DISPLAY "Eventos da folha: BRUT LIQ INSS IRRF FGTS VT VR PENS"
           " EMP".
       DISPLAY "Eventos de RPA: RPA RPAL RPAI RPAR RPAS RPAP".
       DISPLAY "Eventos de previdencia privada: PREV PREE".
       DISPLAY "Evento: " WITH NO ADVANCING.
       ACCEPT wsevento.
       DISPLAY "Depto (4 pos, ENTER = padrao da empresa): "
           WITH NO ADVANCING.
       MOVE ZERO TO wsqtddeptos.
       MOVE ZERO TO wsqtdcons.
       MOVE ZERO TO wsqtddet.
       MOVE ZERO TO wsqtdrpa.
       MOVE ZERO TO wsqtdlanc.
       MOVE ZERO TO wsqtdsemconta.
       MOVE ZERO TO wstotdeb.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       PERFORM ACUMULA-REGISTRO.
       PERFORM ACUMULA-RPA.
       IF wsqtdrpa GREATER THAN ZERO
           MOVE SPACES TO REL-LINHA
           STRING "RPA DE AUTONOMOS NA COMPETENCIA: " DELIMITED BY SIZE
               wsqtdrpa DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
       END-IF.
       IF wsqtddet EQUAL ZERO AND wsqtdrpa EQUAL ZERO
           MOVE SPACES TO REL-LINHA
           STRING "NENHUM DETALHE DA COMPETENCIA NO REGISTRO"
               DELIMITED BY SIZE INTO REL-LINHA
       CLOSE RELATORIO.

      *----------------------------------------------------------------*
      * Pass 1 over the register, started on the alternate key at
      * the requested competencia and read while it lasts. A session
      * counts when its CABECALHO carries the requested empresa; its
      * details feed the depto buckets and the session sums,
      * conferred against the RODAPE that closes it.
      *----------------------------------------------------------------*
       ACUMULA-REGISTRO.
       OPEN INPUT REGFOLHA.
       IF wsfs-reg EQUAL "35"
           MOVE SPACES TO REL-LINHA
           STRING "TP04REGISTRO.DAT NAO ENCONTRADO"
               DELIMITED BY SIZE INTO REL-LINHA
           WRITE REL-LINHA
           MOVE "N" TO wsregok
           MOVE "N" TO wsfimarquivo
           MOVE "N" TO wsemsessao
           MOVE "N" TO wssessaodomes
           MOVE wscompetencia TO RGF-COMPET
           START REGFOLHA KEY EQUAL RGF-COMPET
               INVALID KEY
                   MOVE "S" TO wsfimarquivo
           END-START
           PERFORM LE-REGISTRO
           PERFORM TRATA-LINHA-REGISTRO UNTIL wsfimarquivo EQUAL "S"
           IF wsemsessao EQUAL "S" AND wssessaodomes EQUAL "S"
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF
           CLOSE REGFOLHA
       END-IF.

       LE-REGISTRO.
       IF wsfimarquivo EQUAL "N"
           READ REGFOLHA NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarquivo
           END-READ
       END-IF.
       IF wsfimarquivo EQUAL "N"
           IF RGF-COMPET NOT EQUAL wscompetencia
               MOVE "S" TO wsfimarquivo
           END-IF
       END-IF.

       TRATA-LINHA-REGISTRO.
       IF RGF-CABECALHO
           IF wsemsessao EQUAL "S" AND wssessaodomes EQUAL "S"
               MOVE "N" TO wsregok
           END-IF
           MOVE ZERO TO wssominss
           MOVE ZERO TO wssomir
           MOVE ZERO TO wssomliq
           IF RGF-EMPRESA EQUAL wsempresa OR
              (RGF-EMPRESA EQUAL SPACES AND wsempresa EQUAL "01")
               MOVE "S" TO wssessaodomes
           ELSE
               MOVE "N" TO wssessaodomes
           END-IF
       ELSE
           IF RGF-DETALHE
               IF wssessaodomes EQUAL "S"
                   ADD RGF-BRUTO TO wssombto
                   ADD RGF-INSS TO wssominss
                   ADD RGF-IR TO wssomir
                   ADD RGF-LIQ TO wssomliq
                   ADD 1 TO wsqtddet
                   PERFORM ACUMULA-DETALHE
               END-IF
           ELSE
               IF RGF-RODAPE
                   IF wssessaodomes EQUAL "S"
                       PERFORM CONFERE-RODAPE
                   END-IF
       PERFORM LE-REGISTRO.

       CONFERE-RODAPE.
       IF wssombto NOT EQUAL RGF-BRUTO
           MOVE "N" TO wsregok
       END-IF.
       IF wssominss NOT EQUAL RGF-INSS
           MOVE "N" TO wsregok
       END-IF.
       IF wssomir NOT EQUAL RGF-IR
           MOVE "N" TO wsregok
       END-IF.
       IF wssomliq NOT EQUAL RGF-LIQ
           MOVE "N" TO wsregok
       END-IF.

      *----------------------------------------------------------------*
      * One detail into its depto bucket: the register fields plus
      * FGTS, pensao and emprestimo, which only the stored ficha of
      * the same prontuario/competencia carries. Every value is split
      * by the rateio of the prontuario in force in the competencia
      * (TPRATEIO), the rounding landing on the depto of the detail;
      * with no rateio the whole detail stays on that depto.
      *----------------------------------------------------------------*
       ACUMULA-DETALHE.
      *Os extras que so o historico carrega entram UMA vez por
      *prontuario, somados sobre o grupo inteiro de fichas do mes -
      *um prontuario com normal e 13o gera dois DETALHEs e nao pode
      *dobrar o FGTS/pensao/emprestimo do diario
       PERFORM CONSOME-PRONTUARIO.
       IF wsprontnovo EQUAL "S"
           PERFORM SOMA-FICHAS-HISTORICO
       ELSE
           MOVE ZERO TO wsfichafgts
           MOVE ZERO TO wsfichapens
           MOVE ZERO TO wsfichaemp
           MOVE ZERO TO wsfichaprev
           MOVE ZERO TO wsfichaprevemp
       END-IF.
       MOVE "C" TO RTP-ACAO.
       MOVE RGF-PRONTUARIO TO RTP-PRONTUARIO.
       MOVE wscompetencia TO RTP-COMPET.
       MOVE RGF-DEPTO TO RTP-DEPTOPRINC.
       CALL "TPRATEIO" USING RATEIO-PARM.
       MOVE "D" TO RTP-ACAO.
       MOVE 11 TO RTP-QTDVALORES.
       MOVE RGF-BRUTO TO RTP-VALOR(1).
       MOVE RGF-INSS TO RTP-VALOR(2).
       MOVE RGF-IR TO RTP-VALOR(3).
       MOVE RGF-LIQ TO RTP-VALOR(4).
       MOVE RGF-VT TO RTP-VALOR(5).
       MOVE RGF-VR TO RTP-VALOR(6).
       MOVE wsfichafgts TO RTP-VALOR(7).
       MOVE wsfichapens TO RTP-VALOR(8).
       MOVE wsfichaemp TO RTP-VALOR(9).
       MOVE wsfichaprev TO RTP-VALOR(10).
       MOVE wsfichaprevemp TO RTP-VALOR(11).
       CALL "TPRATEIO" USING RATEIO-PARM.
       MOVE 1 TO wsrtx.
       PERFORM ACUMULA-PARTE-RATEIO UNTIL wsrtx GREATER THAN RTP-QTD.

       ACUMULA-PARTE-RATEIO.
       MOVE RTP-DEPTO(wsrtx) TO wsdepto.
       PERFORM LOCALIZA-DEPTO.
       IF wsachoudepto EQUAL "S"
           ADD RTP-PARTE(wsrtx, 1) TO DEP-BRUTO(wsdix)
           ADD RTP-PARTE(wsrtx, 2) TO DEP-INSS(wsdix)
           ADD RTP-PARTE(wsrtx, 3) TO DEP-IR(wsdix)
           ADD RTP-PARTE(wsrtx, 4) TO DEP-LIQ(wsdix)
           ADD RTP-PARTE(wsrtx, 5) TO DEP-VT(wsdix)
           ADD RTP-PARTE(wsrtx, 6) TO DEP-VR(wsdix)
           ADD RTP-PARTE(wsrtx, 7) TO DEP-FGTS(wsdix)
           ADD RTP-PARTE(wsrtx, 8) TO DEP-PENS(wsdix)
           ADD RTP-PARTE(wsrtx, 9) TO DEP-EMPR(wsdix)
           ADD RTP-PARTE(wsrtx, 10) TO DEP-PREV(wsdix)
           ADD RTP-PARTE(wsrtx, 11) TO DEP-PREVEMP(wsdix)
       END-IF.
       ADD 1 TO wsrtx.

      *Marca o prontuario como consumido; wsprontnovo diz se este
      *DETALHE e o primeiro dele na competencia.
           EQUAL "S".
       IF wsachoucons EQUAL "N" AND wsqtdcons LESS THAN 500
           ADD 1 TO wsqtdcons
           MOVE RGF-PRONTUARIO TO CONS-PRONT(wsqtdcons)
           MOVE "S" TO wsprontnovo
       END-IF.

       PROCURA-CONSUMIDO.
       IF CONS-PRONT(wscix) EQUAL RGF-PRONTUARIO
           MOVE "S" TO wsachoucons
       ELSE
           ADD 1 TO wscix
           MOVE ZERO TO DEP-FGTS(wsdix)
           MOVE ZERO TO DEP-PENS(wsdix)
           MOVE ZERO TO DEP-EMPR(wsdix)
           MOVE ZERO TO DEP-RPA(wsdix)
           MOVE ZERO TO DEP-RPALIQ(wsdix)
           MOVE ZERO TO DEP-RPAINSS(wsdix)
           MOVE ZERO TO DEP-RPAIR(wsdix)
           MOVE ZERO TO DEP-RPAISS(wsdix)
           MOVE ZERO TO DEP-RPAPATR(wsdix)
           MOVE ZERO TO DEP-PREV(wsdix)
           MOVE ZERO TO DEP-PREVEMP(wsdix)
           MOVE "S" TO wsachoudepto
       END-IF.

       MOVE ZERO TO wsfichafgts.
       MOVE ZERO TO wsfichapens.
       MOVE ZERO TO wsfichaemp.
       MOVE ZERO TO wsfichaprev.
       MOVE ZERO TO wsfichaprevemp.
       MOVE "N" TO wsfimhistidx.
       OPEN INPUT HISTIDX.
       IF wsfs-hidx EQUAL "35"
           MOVE "S" TO wsfimhistidx
       ELSE
           MOVE RGF-PRONTUARIO TO HIDX-PRONTUARIO
           MOVE wscompetencia TO HIDX-COMPET
           MOVE LOW-VALUES TO HIDX-MODO
           START HISTIDX KEY NOT LESS THAN HIDX-CHAVE
                   MOVE "S" TO wsfimhistidx
           END-READ
           IF wsfimhistidx EQUAL "N" AND
              (HIDX-PRONTUARIO NOT EQUAL RGF-PRONTUARIO OR
              HIDX-COMPET NOT EQUAL wscompetencia)
               MOVE "S" TO wsfimhistidx
           END-IF
       ADD HIDX-FGTS TO wsfichafgts.
       ADD HIDX-PENS TO wsfichapens.
       ADD HIDX-VLEMP TO wsfichaemp.
      *Fichas gravadas antes da previdencia privada trazem brancos
       IF HIDX-VLPREV IS NUMERIC
           ADD HIDX-VLPREV TO wsfichaprev
       END-IF.
       IF HIDX-VLPREVEMP IS NUMERIC
           ADD HIDX-VLPREVEMP TO wsfichaprevemp
       END-IF.
       PERFORM LE-HISTIDX.

      *----------------------------------------------------------------*
      * The RPA of autonomos launched in the competencia/empresa go
      * into the bucket of the depto that contracted them. They are
      * not in the register, so the RODAPE conference does not see
      * them; the recibo values are final once TP55RPA writes them.
      *----------------------------------------------------------------*
       ACUMULA-RPA.
       OPEN INPUT RPAS.
       IF wsfs-rpa NOT EQUAL "35"
           MOVE "N" TO wsfimrpa
           PERFORM LE-RPA
           PERFORM ACUMULA-UM-RPA UNTIL wsfimrpa EQUAL "S"
           CLOSE RPAS
       END-IF.

       LE-RPA.
       READ RPAS NEXT RECORD
           AT END
               MOVE "S" TO wsfimrpa
       END-READ.

       ACUMULA-UM-RPA.
       IF RPA-COMPET EQUAL wscompetencia AND RPA-EMPRESA EQUAL
           wsempresa
           MOVE RPA-DEPTO TO wsdepto
           PERFORM LOCALIZA-DEPTO
           IF wsachoudepto EQUAL "S"
               ADD RPA-VALOR TO DEP-RPA(wsdix)
               ADD RPA-LIQUIDO TO DEP-RPALIQ(wsdix)
               ADD RPA-INSS TO DEP-RPAINSS(wsdix)
               ADD RPA-IR TO DEP-RPAIR(wsdix)
               ADD RPA-ISS TO DEP-RPAISS(wsdix)
               ADD RPA-PATRONAL TO DEP-RPAPATR(wsdix)
               ADD 1 TO wsqtdrpa
           END-IF
       END-IF.
       PERFORM LE-RPA.

      *----------------------------------------------------------------*
      * Before anything is written, every evento with value in every
      * depto must resolve to a mapping - exact depto first, then the

       CONFERE-DEPTO-PLANO.
       MOVE 1 TO wsix.
       PERFORM CONFERE-EVENTO-PLANO UNTIL wsix GREATER THAN 17.
       ADD 1 TO wsdix.

       CONFERE-EVENTO-PLANO.
       IF wsix EQUAL 9
           MOVE DEP-EMPR(wsdix) TO wsvalorev
       END-IF.
       IF wsix EQUAL 10
           MOVE DEP-RPA(wsdix) TO wsvalorev
       END-IF.
       IF wsix EQUAL 11
           MOVE DEP-RPALIQ(wsdix) TO wsvalorev
       END-IF.
       IF wsix EQUAL 12
           MOVE DEP-RPAINSS(wsdix) TO wsvalorev
       END-IF.
       IF wsix EQUAL 13
           MOVE DEP-RPAIR(wsdix) TO wsvalorev
       END-IF.
       IF wsix EQUAL 14
           MOVE DEP-RPAISS(wsdix) TO wsvalorev
       END-IF.
       IF wsix EQUAL 15
           MOVE DEP-RPAPATR(wsdix) TO wsvalorev
       END-IF.
       IF wsix EQUAL 16
           MOVE DEP-PREV(wsdix) TO wsvalorev
       END-IF.
       IF wsix EQUAL 17
           MOVE DEP-PREVEMP(wsdix) TO wsvalorev
       END-IF.

       BUSCA-CONTA.
       MOVE "N" TO wsachouplano.

       ESCREVE-DEPTO-JORNAL.
       MOVE 1 TO wsix.
       PERFORM ESCREVE-EVENTO-JORNAL UNTIL wsix GREATER THAN 17.
       ADD 1 TO wsdix.

       ESCREVE-EVENTO-JORNAL.
