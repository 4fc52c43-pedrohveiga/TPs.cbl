      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP61FRD COBOL - pre-approval fraud check. Runs before
      *          the TP34APR approval of a remessa and writes
      *          TP61FRD.REL with one ALERTA line per indication
      *          found: the same banco/agencia/conta on two
      *          prontuarios of CADASTRO.DAT, a PENSAO.DAT favorecido
      *          paid into the employee's own account (or another
      *          employee's), fichas of the competencia in
      *          TP04HISTIDX.DAT or details of the pending
      *          TP04CNAB.REM for people inactive or terminated
      *          before the competencia, normal fichas of employees
      *          with no punch in PONTO.DAT for the competencia, and
      *          liquido going to an account changed in TP07CAD in
      *          the last few days (CAD-DTCONTA). The closing
      *          VEREDITO line, with the alertas, is what TP34APR
      *          shows the supervisor beside the conference verdict.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP61FRD.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT PENSAO ASSIGN TO "PENSAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-CHAVE
           FILE STATUS IS wsfs-pen.
           SELECT HISTIDX ASSIGN TO "TP04HISTIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-CHAVE
           FILE STATUS IS wsfs-hidx.
           SELECT PONTO ASSIGN TO "PONTO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-pon.
           SELECT CNAB ASSIGN TO "TP04CNAB.REM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-cnab.
           SELECT RELATORIO ASSIGN TO "TP61FRD.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD CADASTRO.
       COPY CADASTRO.

       FD PENSAO.
       COPY PENSAO.

       FD HISTIDX.
       COPY HISTIDX.

      *----------------------------------------------------------------*
      * The same clock export TP21PONTO imports.
      *----------------------------------------------------------------*
       FD PONTO.
       01 PON-REGISTRO.
           05 PON-PRONTUARIO        PIC X(9).
           05 PON-DATA              PIC X(10).
           05 PON-HORAS             PIC 9(2)V99.
           05 PON-ENTRADA           PIC X(5).
           05 PON-SAIDA             PIC X(5).

      *----------------------------------------------------------------*
      * Fixed-position view of the "1" employee detail TP04/TP04LOTE
      * write to the remessa (the TP08RET cut). The judicial deposit
      * details carry " PENSAO DE:" where the employee detail carries
      * " PRONTUARIO:", and are checked through PENSAO.DAT instead.
      *----------------------------------------------------------------*
       FD CNAB.
       01 REM-REGISTRO.
           05 REM-TIPO              PIC X(1).
           05 FILLER                PIC X(5).
           05 REM-SEQ               PIC X(6).
           05 REM-ROTULO            PIC X(12).
           05 REM-PRONT             PIC X(9).
           05 FILLER                PIC X(6).
           05 REM-NOME              PIC X(20).
           05 FILLER                PIC X(1).
           05 REM-SOBRENOME         PIC X(30).
           05 FILLER                PIC X(9).
           05 REM-LIQ               PIC 9(5)V99.
           05 FILLER                PIC X(5).
           05 REM-EMPRESA           PIC X(2).
           05 FILLER                PIC X(5).
           05 REM-BANCO             PIC X(3).
           05 FILLER                PIC X(4).
           05 REM-AGENCIA           PIC X(5).
           05 FILLER                PIC X(4).
           05 REM-CONTA             PIC X(9).
           05 FILLER                PIC X(57).

       FD RELATORIO.
       01 REL-LINHA                 PIC X(100).

       WORKING-STORAGE SECTION.
       77 wsfs-cad PIC XX.
       77 wsfs-pen PIC XX.
       77 wsfs-hidx PIC XX.
       77 wsfs-pon PIC XX.
       77 wsfs-cnab PIC XX.
       77 wsfs-rel PIC XX.
       77 wsfimarquivo PIC X VALUE "N".
       77 wsachou PIC X VALUE "N".
       77 wsachoucad PIC X VALUE "N".
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wscompaaaamm PIC X(6) VALUE SPACES.
       77 wsdesaaaamm PIC X(6) VALUE SPACES.
       77 wsdiasalerta PIC 9(3) VALUE ZERO.
       77 wsix PIC 9(5) VALUE ZERO.
       77 wsprontchk PIC X(9) VALUE SPACES.
       77 wsorigem PIC X(7) VALUE SPACES.
       77 wsalerta PIC X(92) VALUE SPACES.

      *Contas do cadastro ja vistas: banco, agencia com DV e conta
      *com DV, na forma em que PENSAO.DAT guarda as do favorecido
       01 wschave.
           05 wsch-banco PIC X(3).
           05 wsch-agencia PIC X(5).
           05 wsch-conta PIC X(10).
       01 tabela-contas.
           05 CT-ENT OCCURS 2000 TIMES.
               10 CT-PRONT PIC X(9).
               10 CT-CHAVE PIC X(18).
       77 wsqtdcontas PIC 9(5) VALUE ZERO.

      *Prontuarios com ao menos uma batida na competencia
       01 tabela-ponto.
           05 PT-PRONT OCCURS 2000 TIMES PIC X(9).
       77 wsqtdponto PIC 9(5) VALUE ZERO.
       77 wsqtdbatidas PIC 9(7) VALUE ZERO.

      *Contagem de dias na base de 30 dias por mes (a mesma da
      *validade da senha no TPMENU)
       77 wsdiashoje PIC 9(7) VALUE ZERO.
       77 wsdiasconta PIC 9(7) VALUE ZERO.
       77 wsdifdias PIC S9(7) VALUE ZERO.
       77 wsauxano PIC 9(4) VALUE ZERO.
       77 wsauxmes PIC 9(2) VALUE ZERO.
       77 wsauxdia PIC 9(2) VALUE ZERO.

      *Alertas por tipo
       77 wsqtdcompart PIC 9(5) VALUE ZERO.
       77 wsqtdpensao PIC 9(5) VALUE ZERO.
       77 wsqtddeslig PIC 9(5) VALUE ZERO.
       77 wsqtdsemponto PIC 9(5) VALUE ZERO.
       77 wsqtdcontanova PIC 9(5) VALUE ZERO.
       77 wsqtdalertas PIC 9(5) VALUE ZERO.
       77 wsqtdfichas PIC 9(5) VALUE ZERO.
       77 wsqtdremessa PIC 9(5) VALUE ZERO.

       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       PERFORM ABERTURA.
       PERFORM CONFERE-CONTAS.
       PERFORM CONFERE-PENSOES.
       PERFORM CARREGA-PONTO.
       PERFORM CONFERE-FICHAS.
       PERFORM CONFERE-REMESSA.
       PERFORM FECHAMENTO.
       GOBACK.

       ABERTURA.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       COMPUTE wsdiashoje = (wsdt-ano * 360) + (wsdt-mes * 30)
           + wsdt-dia.
       DISPLAY "TP61FRD - VERIFICACAO DE FRAUDE ANTES DA APROVACAO".
       DISPLAY "Competencia a verificar (MM/AAAA): "
           WITH NO ADVANCING.
       ACCEPT wscompetencia.
       MOVE wscompetencia(4:4) TO wscompaaaamm(1:4).
       MOVE wscompetencia(1:2) TO wscompaaaamm(5:2).
       DISPLAY "Alertar conta alterada ha quantos dias (ENTER = 5): "
           WITH NO ADVANCING.
       ACCEPT wsdiasalerta.
       IF wsdiasalerta EQUAL ZERO
           MOVE 5 TO wsdiasalerta
       END-IF.
       OPEN INPUT CADASTRO.
       OPEN OUTPUT RELATORIO.
       MOVE SPACES TO REL-LINHA.
       STRING "VERIFICACAO DE FRAUDE - TP61FRD  COMPETENCIA:"
           DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           "  DATA:" DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       IF wsfs-cad EQUAL "35"
           MOVE "CADASTRO.DAT nao encontrado - vinculos nao conferidos"
               TO REL-LINHA
           WRITE REL-LINHA
       END-IF.

      *----------------------------------------------------------------*
      * Pass 1 - the cadastro. Every account typed is compared with
      * the ones already seen; the same account on two prontuarios,
      * active or not, is the classic ghost employee.
      *----------------------------------------------------------------*
       CONFERE-CONTAS.
       IF wsfs-cad NOT EQUAL "35"
           MOVE "N" TO wsfimarquivo
           MOVE LOW-VALUES TO CAD-PRONTUARIO
           START CADASTRO KEY NOT LESS THAN CAD-PRONTUARIO
               INVALID KEY
                   MOVE "S" TO wsfimarquivo
           END-START
           PERFORM LE-PROXIMO-CADASTRO
           PERFORM CONFERE-UMA-CONTA UNTIL wsfimarquivo EQUAL "S"
       END-IF.

       LE-PROXIMO-CADASTRO.
       IF wsfimarquivo EQUAL "N"
           READ CADASTRO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarquivo
           END-READ
       END-IF.

       CONFERE-UMA-CONTA.
       IF CAD-CONTA NOT EQUAL SPACES
           MOVE CAD-BANCO TO wsch-banco
           MOVE SPACES TO wsch-agencia
           STRING CAD-AGENCIA CAD-AGDV DELIMITED BY SIZE
               INTO wsch-agencia
           MOVE SPACES TO wsch-conta
           STRING CAD-CONTA CAD-CTDV DELIMITED BY SIZE
               INTO wsch-conta
           MOVE 1 TO wsix
           PERFORM COMPARA-CONTA-CADASTRO
               UNTIL wsix GREATER THAN wsqtdcontas
           IF wsqtdcontas LESS THAN 2000
               ADD 1 TO wsqtdcontas
               MOVE CAD-PRONTUARIO TO CT-PRONT(wsqtdcontas)
               MOVE wschave TO CT-CHAVE(wsqtdcontas)
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-CADASTRO.

       COMPARA-CONTA-CADASTRO.
       IF CT-CHAVE(wsix) EQUAL wschave
           ADD 1 TO wsqtdcompart
           MOVE SPACES TO wsalerta
           STRING "CONTA COMPARTILHADA: " DELIMITED BY SIZE
               CT-PRONT(wsix) DELIMITED BY SIZE
               " E " DELIMITED BY SIZE
               CAD-PRONTUARIO DELIMITED BY SIZE
               " BCO:" DELIMITED BY SIZE
               wsch-banco DELIMITED BY SIZE
               " AG:" DELIMITED BY SIZE
               wsch-agencia DELIMITED BY SIZE
               " CT:" DELIMITED BY SIZE
               wsch-conta DELIMITED BY SIZE
               INTO wsalerta
           PERFORM GRAVA-ALERTA
       END-IF.
       ADD 1 TO wsix.

      *----------------------------------------------------------------*
      * Pass 2 - the pensao favorecidos. A judicial deposit landing
      * in the account of the employee who pays it (or of any other
      * employee) is money going back where it came from.
      *----------------------------------------------------------------*
       CONFERE-PENSOES.
       OPEN INPUT PENSAO.
       IF wsfs-pen NOT EQUAL "35"
           MOVE "N" TO wsfimarquivo
           PERFORM LE-PENSAO
           PERFORM CONFERE-UMA-PENSAO UNTIL wsfimarquivo EQUAL "S"
           CLOSE PENSAO
       END-IF.

       LE-PENSAO.
       READ PENSAO NEXT RECORD
           AT END
               MOVE "S" TO wsfimarquivo
       END-READ.

       CONFERE-UMA-PENSAO.
       IF PEN-CONTA NOT EQUAL SPACES
           MOVE PEN-BANCO TO wsch-banco
           MOVE PEN-AGENCIA TO wsch-agencia
           MOVE PEN-CONTA TO wsch-conta
           MOVE 1 TO wsix
           PERFORM COMPARA-CONTA-PENSAO
               UNTIL wsix GREATER THAN wsqtdcontas
       END-IF.
       PERFORM LE-PENSAO.

       COMPARA-CONTA-PENSAO.
       IF CT-CHAVE(wsix) EQUAL wschave
           ADD 1 TO wsqtdpensao
           MOVE SPACES TO wsalerta
           IF CT-PRONT(wsix) EQUAL PEN-PRONTUARIO
               STRING "PENSAO NA CONTA DO PROPRIO EMPREGADO: "
                   DELIMITED BY SIZE
                   PEN-PRONTUARIO DELIMITED BY SIZE
                   " FAVORECIDO:" DELIMITED BY SIZE
                   PEN-NOME DELIMITED BY SIZE
                   INTO wsalerta
           ELSE
               STRING "PENSAO DE " DELIMITED BY SIZE
                   PEN-PRONTUARIO DELIMITED BY SIZE
                   " NA CONTA DO EMPREGADO " DELIMITED BY SIZE
                   CT-PRONT(wsix) DELIMITED BY SIZE
                   " FAVORECIDO:" DELIMITED BY SIZE
                   PEN-NOME DELIMITED BY SIZE
                   INTO wsalerta
           END-IF
           PERFORM GRAVA-ALERTA
       END-IF.
       ADD 1 TO wsix.

      *----------------------------------------------------------------*
      * The prontuarios that punched at least once in the competencia.
      * A month with no punch at all means the clock was not used
      * (or not exported yet) and the no-punch test is skipped.
      *----------------------------------------------------------------*
       CARREGA-PONTO.
       OPEN INPUT PONTO.
       IF wsfs-pon NOT EQUAL "35"
           MOVE "N" TO wsfimarquivo
           PERFORM LE-PONTO
           PERFORM GUARDA-BATIDA UNTIL wsfimarquivo EQUAL "S"
           CLOSE PONTO
       END-IF.
       IF wsqtdbatidas EQUAL ZERO
           MOVE SPACES TO REL-LINHA
           STRING "AVISO: NENHUMA BATIDA EM PONTO.DAT NA COMPETENCIA"
               DELIMITED BY SIZE
               " - TESTE DE PONTO NAO APLICADO" DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
       END-IF.

       LE-PONTO.
       READ PONTO
           AT END
               MOVE "S" TO wsfimarquivo
       END-READ.

       GUARDA-BATIDA.
       IF PON-DATA(4:7) EQUAL wscompetencia
           ADD 1 TO wsqtdbatidas
           MOVE PON-PRONTUARIO TO wsprontchk
           PERFORM PROCURA-PONTO
           IF wsachou EQUAL "N" AND wsqtdponto LESS THAN 2000
               ADD 1 TO wsqtdponto
               MOVE PON-PRONTUARIO TO PT-PRONT(wsqtdponto)
           END-IF
       END-IF.
       PERFORM LE-PONTO.

       PROCURA-PONTO.
       MOVE "N" TO wsachou.
       MOVE 1 TO wsix.
       PERFORM COMPARA-PONTO
           UNTIL wsix GREATER THAN wsqtdponto OR wsachou EQUAL "S".

       COMPARA-PONTO.
       IF PT-PRONT(wsix) EQUAL wsprontchk
           MOVE "S" TO wsachou
       ELSE
           ADD 1 TO wsix
       END-IF.

      *----------------------------------------------------------------*
      * Pass 3 - the fichas of the competencia: each must belong to
      * somebody still employed in it, and a normal ficha of a month
      * with no afastamento must have punches behind it.
      *----------------------------------------------------------------*
       CONFERE-FICHAS.
       OPEN INPUT HISTIDX.
       IF wsfs-hidx NOT EQUAL "35"
           MOVE "N" TO wsfimarquivo
           PERFORM LE-HISTIDX
           PERFORM CONFERE-UMA-FICHA UNTIL wsfimarquivo EQUAL "S"
           CLOSE HISTIDX
       END-IF.

       LE-HISTIDX.
       READ HISTIDX NEXT RECORD
           AT END
               MOVE "S" TO wsfimarquivo
       END-READ.

       CONFERE-UMA-FICHA.
       IF HIDX-COMPET EQUAL wscompetencia
           ADD 1 TO wsqtdfichas
           MOVE HIDX-PRONTUARIO TO wsprontchk
           MOVE "FICHA" TO wsorigem
           PERFORM CONFERE-VINCULO
           IF HIDX-MODO EQUAL "1" AND HIDX-AFAST EQUAL SPACES AND
               wsqtdbatidas GREATER THAN ZERO
               PERFORM PROCURA-PONTO
               IF wsachou EQUAL "N"
                   ADD 1 TO wsqtdsemponto
                   MOVE SPACES TO wsalerta
                   STRING "FICHA SEM BATIDA DE PONTO: " DELIMITED BY
                       SIZE
                       HIDX-PRONTUARIO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HIDX-NOME DELIMITED BY SIZE
                       " LIQUIDO:" DELIMITED BY SIZE
                       HIDX-LIQ DELIMITED BY SIZE
                       INTO wsalerta
                   PERFORM GRAVA-ALERTA
               END-IF
           END-IF
       END-IF.
       PERFORM LE-HISTIDX.

      *----------------------------------------------------------------*
      * A payment (ficha or remessa detail) to a prontuario not on the
      * cadastro, inactive with no desligamento date, or terminated
      * in a month before the competencia. The month of the
      * desligamento itself is the rescisao and passes.
      *----------------------------------------------------------------*
       CONFERE-VINCULO.
       MOVE "N" TO wsachoucad.
       IF wsfs-cad NOT EQUAL "35"
           MOVE wsprontchk TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   ADD 1 TO wsqtddeslig
                   MOVE SPACES TO wsalerta
                   STRING wsorigem DELIMITED BY SPACE
                       " SEM CADASTRO: " DELIMITED BY SIZE
                       wsprontchk DELIMITED BY SIZE
                       INTO wsalerta
                   PERFORM GRAVA-ALERTA
               NOT INVALID KEY
                   MOVE "S" TO wsachoucad
                   PERFORM CONFERE-DESLIGAMENTO
           END-READ
       END-IF.

       CONFERE-DESLIGAMENTO.
       MOVE SPACES TO wsdesaaaamm.
       IF CAD-DESLIGAMENTO(3:1) EQUAL "/"
           MOVE CAD-DESLIGAMENTO(7:4) TO wsdesaaaamm(1:4)
           MOVE CAD-DESLIGAMENTO(4:2) TO wsdesaaaamm(5:2)
       END-IF.
       IF wsdesaaaamm NOT EQUAL SPACES AND
           wsdesaaaamm LESS THAN wscompaaaamm
           ADD 1 TO wsqtddeslig
           MOVE SPACES TO wsalerta
           STRING wsorigem DELIMITED BY SPACE
               " APOS DESLIGAMENTO: " DELIMITED BY SIZE
               wsprontchk DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAD-NOME DELIMITED BY SIZE
               " DESLIGADO EM " DELIMITED BY SIZE
               CAD-DESLIGAMENTO DELIMITED BY SIZE
               INTO wsalerta
           PERFORM GRAVA-ALERTA
       ELSE
           IF wsdesaaaamm EQUAL SPACES AND CAD-EMPREGADO-INATIVO
               ADD 1 TO wsqtddeslig
               MOVE SPACES TO wsalerta
               STRING wsorigem DELIMITED BY SPACE
                   " PARA EMPREGADO INATIVO: " DELIMITED BY SIZE
                   wsprontchk DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CAD-NOME DELIMITED BY SIZE
                   INTO wsalerta
               PERFORM GRAVA-ALERTA
           END-IF
       END-IF.

      *----------------------------------------------------------------*
      * Pass 4 - the pending remessa: every employee detail is checked
      * like a ficha, and its liquido must not be going to an account
      * changed in TP07CAD within the days typed.
      *----------------------------------------------------------------*
       CONFERE-REMESSA.
       OPEN INPUT CNAB.
       IF wsfs-cnab EQUAL "35"
           MOVE SPACES TO REL-LINHA
           STRING "AVISO: TP04CNAB.REM nao encontrado - nenhuma"
               DELIMITED BY SIZE
               " remessa pendente conferida" DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
       ELSE
           MOVE "N" TO wsfimarquivo
           PERFORM LE-CNAB
           PERFORM CONFERE-UM-DETALHE UNTIL wsfimarquivo EQUAL "S"
           CLOSE CNAB
       END-IF.

       LE-CNAB.
       READ CNAB
           AT END
               MOVE "S" TO wsfimarquivo
       END-READ.

       CONFERE-UM-DETALHE.
       IF REM-TIPO EQUAL "1" AND REM-ROTULO EQUAL " PRONTUARIO:"
           ADD 1 TO wsqtdremessa
           MOVE REM-PRONT TO wsprontchk
           MOVE "REMESSA" TO wsorigem
           PERFORM CONFERE-VINCULO
           IF wsachoucad EQUAL "S"
               PERFORM CONFERE-CONTA-RECENTE
           END-IF
       END-IF.
       PERFORM LE-CNAB.

       CONFERE-CONTA-RECENTE.
       IF CAD-DTCONTA(3:1) EQUAL "/"
           MOVE CAD-DTCONTA(7:4) TO wsauxano
           MOVE CAD-DTCONTA(4:2) TO wsauxmes
           MOVE CAD-DTCONTA(1:2) TO wsauxdia
           COMPUTE wsdiasconta = (wsauxano * 360)
               + (wsauxmes * 30) + wsauxdia
           COMPUTE wsdifdias = wsdiashoje - wsdiasconta
           IF wsdifdias NOT GREATER THAN wsdiasalerta
               ADD 1 TO wsqtdcontanova
               MOVE SPACES TO wsalerta
               STRING "LIQUIDO PARA CONTA ALTERADA EM " DELIMITED BY
                   SIZE
                   CAD-DTCONTA DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   REM-PRONT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   REM-NOME DELIMITED BY SIZE
                   " LIQUIDO:" DELIMITED BY SIZE
                   REM-LIQ DELIMITED BY SIZE
                   INTO wsalerta
               PERFORM GRAVA-ALERTA
           END-IF
       END-IF.

       GRAVA-ALERTA.
       ADD 1 TO wsqtdalertas.
       MOVE SPACES TO REL-LINHA.
       STRING "ALERTA " DELIMITED BY SIZE
           wsalerta DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.

       FECHAMENTO.
       IF wsfs-cad NOT EQUAL "35"
           CLOSE CADASTRO
       END-IF.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING "FICHAS:" DELIMITED BY SIZE
           wsqtdfichas DELIMITED BY SIZE
           " DETALHES DE REMESSA:" DELIMITED BY SIZE
           wsqtdremessa DELIMITED BY SIZE
           " CONTAS NO CADASTRO:" DELIMITED BY SIZE
           wsqtdcontas DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING "CONTA COMPARTILHADA:" DELIMITED BY SIZE
           wsqtdcompart DELIMITED BY SIZE
           " PENSAO:" DELIMITED BY SIZE
           wsqtdpensao DELIMITED BY SIZE
           " VINCULO:" DELIMITED BY SIZE
           wsqtddeslig DELIMITED BY SIZE
           " SEM PONTO:" DELIMITED BY SIZE
           wsqtdsemponto DELIMITED BY SIZE
           " CONTA NOVA:" DELIMITED BY SIZE
           wsqtdcontanova DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       IF wsqtdalertas GREATER THAN ZERO
           STRING "VEREDITO: " DELIMITED BY SIZE
               wsqtdalertas DELIMITED BY SIZE
               " ALERTA(S) - CONFERIR ANTES DE APROVAR A REMESSA"
               DELIMITED BY SIZE
               INTO REL-LINHA
       ELSE
           STRING "VEREDITO: NENHUM INDICIO DE FRAUDE - LIBERADO"
               DELIMITED BY SIZE INTO REL-LINHA
       END-IF.
       WRITE REL-LINHA.
       CLOSE RELATORIO.
       IF wsqtdalertas GREATER THAN ZERO
           DISPLAY "TP61FRD: " wsqtdalertas
               " ALERTA(S) - ver TP61FRD.REL"
       ELSE
           DISPLAY "TP61FRD: NENHUM INDICIO DE FRAUDE"
       END-IF.
      *----------------------------------------------------------------*
