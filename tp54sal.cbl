      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP54SAL COBOL - individual salary changes (merito,
      *          promocao, enquadramento, equiparacao) with approval.
      *          Any operator files the request - prontuario, new
      *          valor-hora, vigencia, motivo and, for a promocao,
      *          the new cargo - into ALTSAL.DAT, where it sits
      *          pendente. Only a supervisor other than the
      *          requester approves or rejects it; the approval, and
      *          only the approval, writes VALORHORA.HIS and
      *          CADASTRO.DAT. The monthly report TP54SAL.REL lists
      *          the approved, rejected and pending changes with a
      *          summary per depto for RH. TP06DISSI stays the
      *          collective readjustment.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP54SAL.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALTSAL ASSIGN TO "ALTSAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALS-NUMERO
           FILE STATUS IS wsfs-als.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT CARGOS ASSIGN TO "CARGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRG-CODIGO
           FILE STATUS IS wsfs-crg.
           SELECT HISTVHR ASSIGN TO "VALORHORA.HIS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VHR-CHAVE
           FILE STATUS IS wsfs-vhr.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-ID
           FILE STATUS IS wsfs-ope.
           SELECT RELATORIO ASSIGN TO "TP54SAL.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD ALTSAL.
       COPY ALTSAL.

       FD CADASTRO.
       COPY CADASTRO.

       FD CARGOS.
       COPY CARGOS.

       FD HISTVHR.
       COPY VALORHORA.

       FD OPERADORES.
       01 OPE-REGISTRO.
           05 OPE-ID               PIC X(8).
           05 OPE-SENHA            PIC X(8).
           05 OPE-NIVEL            PIC 9(1).
               88 OPE-SUPERVISOR      VALUE 2.
           05 OPE-NOME             PIC X(20).
           05 OPE-FALHAS           PIC 9(1).
           05 OPE-DTSENHA          PIC X(10).

       FD RELATORIO.
       01 REL-LINHA                 PIC X(120).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-als PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-crg PIC XX.
       77 wsfs-vhr PIC XX.
       77 wsfs-ope PIC XX.
       77 wsfs-rel PIC XX.
       77 wsfs-aud PIC XX.
       77 wsfs-oper PIC XX.
       77 wsfs-err PIC XX.
       77 wserr-fs PIC XX.
       77 wserr-para PIC X(20).
       77 wserr-arq PIC X(16).
       01 wserr-dthoje.
           05 wserr-ano PIC 9(4).
           05 wserr-mes PIC 9(2).
           05 wserr-dia PIC 9(2).
       77 wsoperses PIC X(8) VALUE SPACES.
       77 wsauditcampo PIC X(20).
       77 wsauditvalor PIC X(15).
       77 wsopcao PIC 9 VALUE ZERO.
       77 wsprontuario PIC X(9).
       77 wsresposta PIC X VALUE "N".
       77 wsesupervisor PIC X VALUE "N".
       77 wsachoucad PIC X VALUE "N".
       77 wsachoucrg PIC X VALUE "N".
       77 wsachouals PIC X VALUE "N".
       77 wsfimals PIC X VALUE "N".
       77 wsqtdpend PIC 9(5) VALUE ZERO.
       77 wsnumero PIC 9(6) VALUE ZERO.
       77 wsultnumero PIC 9(6) VALUE ZERO.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Solicitacao digitada
       77 wsreais PIC 999 VALUE ZERO.
       77 wscentavos PIC 99 VALUE ZERO.
       77 wsvhnovo PIC 999V99 VALUE ZERO.
       77 wsvigencia PIC X(10) VALUE SPACES.
       77 wsmotivo PIC X VALUE SPACE.
       77 wscargonovo PIC X(6) VALUE SPACES.
       77 wsjustificativa PIC X(30) VALUE SPACES.
       77 wsorigem PIC X(10) VALUE SPACES.

      *Trava exclusiva de sessao (TPTRAVA/TRAVAS.DAT) - a aprovacao
      *regrava o cadastro, como o TP07CAD
       77 wstravaobtida PIC X VALUE "N".
       COPY TRAVAPARM.

      *Relatorio mensal: competencia da decisao e resumo por depto
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wsimprime PIC X VALUE "N".
       77 wsstatustxt PIC X(9) VALUE SPACES.
       77 wsqtdaprov PIC 9(5) VALUE ZERO.
       77 wsqtdrejeit PIC 9(5) VALUE ZERO.
       77 wsqtdpendrel PIC 9(5) VALUE ZERO.
       77 wspercent PIC S9(3)V99 VALUE ZERO.
       77 wsqtddeptos PIC 99 VALUE ZERO.
       77 wsdix PIC 99 VALUE ZERO.
       77 wsachoudepto PIC X VALUE "N".
       01 tabela-deptos.
           05 DEP-ENT OCCURS 30 TIMES.
               10 DEP-CODIGO PIC X(4).
               10 DEP-APROV PIC 9(5).
               10 DEP-REJEIT PIC 9(5).
               10 DEP-PEND PIC 9(5).
               10 DEP-ACRESC PIC 9(5)V99.

      *Mascaras de impressao
       77 wsmascvh PIC ZZ9,99.
       77 wsmascnovo PIC ZZ9,99.
       77 wsmascpct PIC -ZZ9,99.
       77 wsmascacr PIC ZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP54SAL - ALTERACOES SALARIAIS INDIVIDUAIS".
       DISPLAY "1 - Solicitar uma alteracao".
       DISPLAY "2 - Listar as pendentes".
       DISPLAY "3 - Aprovar/rejeitar (supervisor)".
       DISPLAY "4 - Relatorio mensal para o RH".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM SOLICITA-ALTERACAO
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM LISTA-PENDENTES
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM DECIDE-ALTERACAO
       END-IF.
       IF wsopcao EQUAL 4
           PERFORM RELATORIO-MENSAL
       END-IF.
       IF wsopcao GREATER THAN 4
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * The request: an active prontuario, a new valor-hora, the
      * vigencia and one of the four motivos. A promocao may name
      * the new cargo, which must be on CARGOS.DAT; a new rate
      * outside that cargo's faixa is shown as a warning for the
      * approver, not refused. Nothing reaches the cadastro here.
      *----------------------------------------------------------------*
       SOLICITA-ALTERACAO.
       PERFORM PEDE-PRONTUARIO.
       PERFORM LE-CADASTRO.
       IF wsachoucad EQUAL "S"
           IF CAD-EMPREGADO-INATIVO
               DISPLAY "Prontuario inativo - solicitacao recusada."
           ELSE
               PERFORM ACEITA-SOLICITACAO
           END-IF
       END-IF.

       ACEITA-SOLICITACAO.
       MOVE CAD-VALORHORA TO wsmascvh.
       DISPLAY "Empregado: " CAD-NOME " " CAD-SOBRENOME.
       DISPLAY "Depto: " CAD-DEPTO "  Cargo: " CAD-CARGO
           "  Valor hora atual: " wsmascvh.
       DISPLAY "Novo valor hora em reais: R$" WITH NO ADVANCING.
       ACCEPT wsreais.
       DISPLAY "Centavos (00-99): " WITH NO ADVANCING.
       ACCEPT wscentavos.
       COMPUTE wsvhnovo ROUNDED = wsreais + (wscentavos / 100).
       DISPLAY "Vigencia (DD/MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wsvigencia.
       ACCEPT wsvigencia.
       DISPLAY "Motivo (M merito / P promocao / E enquadramento /"
           " Q equiparacao): " WITH NO ADVANCING.
       MOVE SPACE TO wsmotivo.
       ACCEPT wsmotivo.
       MOVE SPACES TO wscargonovo.
       MOVE "S" TO wsachoucrg.
       IF wsmotivo EQUAL "P" OR wsmotivo EQUAL "p"
           MOVE "P" TO wsmotivo
           DISPLAY "Novo cargo (ENTER = mantem): " WITH NO ADVANCING
           ACCEPT wscargonovo
           IF wscargonovo NOT EQUAL SPACES
               PERFORM CONFERE-CARGO-NOVO
           END-IF
       END-IF.
       IF wsmotivo EQUAL "m"
           MOVE "M" TO wsmotivo
       END-IF.
       IF wsmotivo EQUAL "e"
           MOVE "E" TO wsmotivo
       END-IF.
       IF wsmotivo EQUAL "q"
           MOVE "Q" TO wsmotivo
       END-IF.
       IF wsvhnovo EQUAL ZERO OR wsvhnovo EQUAL CAD-VALORHORA
           DISPLAY "Valor hora nao informado ou igual ao atual -"
               " nada solicitado."
       ELSE
           IF wsmotivo NOT EQUAL "M" AND wsmotivo NOT EQUAL "P" AND
              wsmotivo NOT EQUAL "E" AND wsmotivo NOT EQUAL "Q"
               DISPLAY "Motivo invalido - nada solicitado."
           ELSE
               IF wsvigencia(3:1) NOT EQUAL "/" OR
                  wsvigencia(6:1) NOT EQUAL "/" OR
                  wsvigencia(1:2) IS NOT NUMERIC OR
                  wsvigencia(4:2) IS NOT NUMERIC OR
                  wsvigencia(7:4) IS NOT NUMERIC
                   DISPLAY "Vigencia invalida - nada solicitado."
               ELSE
                   IF wsachoucrg EQUAL "N"
                       DISPLAY "Cargo nao cadastrado - nada"
                           " solicitado."
                   ELSE
                       DISPLAY "Justificativa: " WITH NO ADVANCING
                       MOVE SPACES TO wsjustificativa
                       ACCEPT wsjustificativa
                       PERFORM GRAVA-SOLICITACAO
                   END-IF
               END-IF
           END-IF
       END-IF.

       CONFERE-CARGO-NOVO.
       MOVE "N" TO wsachoucrg.
       OPEN INPUT CARGOS.
       IF wsfs-crg EQUAL "35"
           DISPLAY "CARGOS.DAT ainda nao existe."
       ELSE
           MOVE wscargonovo TO CRG-CODIGO
           READ CARGOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO wsachoucrg
                   DISPLAY "Cargo: " CRG-DESCRICAO " CBO " CRG-CBO
                   IF wsvhnovo LESS THAN CRG-VHMIN OR wsvhnovo
                      GREATER THAN CRG-VHMAX
                       DISPLAY "ATENCAO: novo valor fora da faixa"
                           " do cargo."
                   END-IF
           END-READ
           CLOSE CARGOS
       END-IF.

       GRAVA-SOLICITACAO.
       PERFORM LE-OPERADOR-SESSAO.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       OPEN I-O ALTSAL.
       IF wsfs-als EQUAL "35"
           OPEN OUTPUT ALTSAL
           CLOSE ALTSAL
           OPEN I-O ALTSAL
       END-IF.
       PERFORM PROXIMO-NUMERO.
       MOVE SPACES TO ALS-REGISTRO.
       MOVE wsnumero TO ALS-NUMERO.
       MOVE wsprontuario TO ALS-PRONTUARIO.
       MOVE CAD-DEPTO TO ALS-DEPTO.
       MOVE CAD-VALORHORA TO ALS-VHANTES.
       MOVE wsvhnovo TO ALS-VHNOVO.
       MOVE wsvigencia TO ALS-VIGENCIA.
       MOVE wsmotivo TO ALS-MOTIVO.
       MOVE wscargonovo TO ALS-CARGONOVO.
       MOVE wsjustificativa TO ALS-JUSTIFICATIVA.
       MOVE "P" TO ALS-STATUS.
       MOVE wsoperses TO ALS-SOLICITANTE.
       MOVE wsdatatxt TO ALS-DTSOLIC.
       WRITE ALS-REGISTRO.
       MOVE "GRAVA-SOLICITACAO" TO wserr-para.
       PERFORM TESTA-FS-ALS.
       CLOSE ALTSAL.
       MOVE "ALTSAL-SOLICITADA" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       MOVE wsvhnovo TO wsmascnovo.
       STRING wsnumero " " wsmascnovo
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.
       DISPLAY "Solicitacao " wsnumero " registrada - aguarda"
           " aprovacao do supervisor.".

      *The next number is one past the highest on file - the file
      *is small and keyed by the number, so one pass finds it.
       PROXIMO-NUMERO.
       MOVE ZERO TO wsultnumero.
       MOVE "N" TO wsfimals.
       MOVE ZERO TO ALS-NUMERO.
       START ALTSAL KEY NOT LESS THAN ALS-NUMERO
           INVALID KEY
               MOVE "S" TO wsfimals
       END-START.
       PERFORM LE-PROXIMA-ALTERACAO.
       PERFORM GUARDA-ULTIMO-NUMERO UNTIL wsfimals EQUAL "S".
       COMPUTE wsnumero = wsultnumero + 1.

       GUARDA-ULTIMO-NUMERO.
       MOVE ALS-NUMERO TO wsultnumero.
       PERFORM LE-PROXIMA-ALTERACAO.

       LE-PROXIMA-ALTERACAO.
       IF wsfimals EQUAL "N"
           READ ALTSAL NEXT RECORD
               AT END
                   MOVE "S" TO wsfimals
           END-READ
       END-IF.

      *----------------------------------------------------------------*
      * Every request still pendente, oldest first.
      *----------------------------------------------------------------*
       LISTA-PENDENTES.
       MOVE ZERO TO wsqtdpend.
       OPEN INPUT ALTSAL.
       IF wsfs-als EQUAL "35"
           DISPLAY "ALTSAL.DAT ainda nao existe."
       ELSE
           MOVE "N" TO wsfimals
           PERFORM LE-PROXIMA-ALTERACAO
           PERFORM LISTA-UMA-PENDENTE UNTIL wsfimals EQUAL "S"
           CLOSE ALTSAL
           DISPLAY "Pendentes: " wsqtdpend
       END-IF.

       LISTA-UMA-PENDENTE.
       IF ALS-PENDENTE
           ADD 1 TO wsqtdpend
           MOVE ALS-VHANTES TO wsmascvh
           MOVE ALS-VHNOVO TO wsmascnovo
           DISPLAY ALS-NUMERO " " ALS-PRONTUARIO " DEPTO:"
               ALS-DEPTO " " wsmascvh " -> " wsmascnovo " VIG:"
               ALS-VIGENCIA " MOT:" ALS-MOTIVO " CARGO:"
               ALS-CARGONOVO " POR " ALS-SOLICITANTE
           DISPLAY "       " ALS-JUSTIFICATIVA
       END-IF.
       PERFORM LE-PROXIMA-ALTERACAO.

      *----------------------------------------------------------------*
      * Approval or rejection. The session operator must hold
      * supervisor level in OPERADOR.DAT and must not be the one who
      * filed the request. An approval journals the new rate to
      * VALORHORA.HIS under the motivo and rewrites CAD-VALORHORA
      * (and CAD-CARGO for a promocao) under the exclusive lock the
      * cadastro maintenance takes.
      *----------------------------------------------------------------*
       DECIDE-ALTERACAO.
       PERFORM CONFERE-SUPERVISOR.
       IF wsesupervisor NOT EQUAL "S"
           DISPLAY "Operador da sessao nao tem nivel supervisor -"
               " decisao recusada."
       ELSE
           PERFORM LISTA-PENDENTES
           IF wsqtdpend GREATER THAN ZERO
               PERFORM PEDE-DECISAO
           END-IF
       END-IF.

       PEDE-DECISAO.
       DISPLAY "Numero da solicitacao (0 = nenhuma): "
           WITH NO ADVANCING.
       ACCEPT wsnumero.
       IF wsnumero EQUAL ZERO
           DISPLAY "Nada decidido."
       ELSE
           OPEN I-O ALTSAL
           MOVE wsnumero TO ALS-NUMERO
           READ ALTSAL
               INVALID KEY
                   MOVE "N" TO wsachouals
               NOT INVALID KEY
                   MOVE "S" TO wsachouals
           END-READ
           IF wsachouals EQUAL "N"
               DISPLAY "Solicitacao nao encontrada."
           ELSE
               IF NOT ALS-PENDENTE
                   DISPLAY "Solicitacao nao esta pendente (status "
                       ALS-STATUS ") - nada feito."
               ELSE
                   IF ALS-SOLICITANTE EQUAL wsoperses
                       DISPLAY "Quem solicitou nao aprova a propria"
                           " solicitacao."
                   ELSE
                       PERFORM REGISTRA-DECISAO
                   END-IF
               END-IF
           END-IF
           CLOSE ALTSAL
       END-IF.

       REGISTRA-DECISAO.
       DISPLAY "A aprova / R rejeita / ENTER nada: " WITH NO ADVANCING.
       MOVE SPACE TO wsresposta.
       ACCEPT wsresposta.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       IF wsresposta EQUAL "R" OR wsresposta EQUAL "r"
           MOVE "R" TO ALS-STATUS
           MOVE wsoperses TO ALS-APROVADOR
           MOVE wsdatatxt TO ALS-DTDECISAO
           REWRITE ALS-REGISTRO
           MOVE "REGISTRA-DECISAO" TO wserr-para
           PERFORM TESTA-FS-ALS
           MOVE ALS-PRONTUARIO TO wsprontuario
           MOVE "ALTSAL-REJEITADA" TO wsauditcampo
           MOVE ALS-NUMERO TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Solicitacao " ALS-NUMERO " rejeitada."
       ELSE
           IF wsresposta EQUAL "A" OR wsresposta EQUAL "a"
               PERFORM APLICA-APROVACAO
           ELSE
               DISPLAY "Nada decidido."
           END-IF
       END-IF.

       APLICA-APROVACAO.
       PERFORM OBTEM-TRAVA.
       IF wstravaobtida EQUAL "S"
           MOVE ALS-PRONTUARIO TO wsprontuario
           OPEN I-O CADASTRO
           MOVE wsprontuario TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   MOVE "N" TO wsachoucad
               NOT INVALID KEY
                   MOVE "S" TO wsachoucad
           END-READ
           IF wsachoucad EQUAL "N"
               DISPLAY "Prontuario nao esta mais no cadastro -"
                   " nada aprovado."
           ELSE
               IF CAD-VALORHORA NOT EQUAL ALS-VHANTES
                   DISPLAY "ATENCAO: o valor hora mudou desde a"
                       " solicitacao."
               END-IF
               MOVE ALS-VHNOVO TO CAD-VALORHORA
               IF ALS-CARGONOVO NOT EQUAL SPACES
                   MOVE ALS-CARGONOVO TO CAD-CARGO
               END-IF
               REWRITE CAD-REGISTRO
               MOVE "APLICA-APROVACAO" TO wserr-para
               PERFORM TESTA-FS-CAD
               PERFORM GRAVA-HISTORICO-VHR
               MOVE "A" TO ALS-STATUS
               MOVE wsoperses TO ALS-APROVADOR
               MOVE wsdatatxt TO ALS-DTDECISAO
               REWRITE ALS-REGISTRO
               MOVE "APLICA-APROVACAO" TO wserr-para
               PERFORM TESTA-FS-ALS
               MOVE "ALTSAL-APROVADA" TO wsauditcampo
               MOVE ALS-NUMERO TO wsauditvalor
               PERFORM GRAVA-AUDITORIA
               DISPLAY "Solicitacao " ALS-NUMERO " aprovada e"
                   " aplicada ao cadastro."
           END-IF
           CLOSE CADASTRO
           PERFORM SOLTA-TRAVA
       END-IF.

      *The motivo becomes the origem on the rate timeline TP28VHR
      *shows; the vigencia goes in as AAAAMMDD like TP07CAD writes.
       GRAVA-HISTORICO-VHR.
       MOVE SPACES TO wsorigem.
       IF ALS-MERITO
           MOVE "MERITO" TO wsorigem
       END-IF.
       IF ALS-PROMOCAO
           MOVE "PROMOCAO" TO wsorigem
       END-IF.
       IF ALS-ENQUADRAMENTO
           MOVE "ENQUADRAM." TO wsorigem
       END-IF.
       IF ALS-EQUIPARACAO
           MOVE "EQUIPARAC." TO wsorigem
       END-IF.
       OPEN I-O HISTVHR.
       IF wsfs-vhr EQUAL "35"
           OPEN OUTPUT HISTVHR
           CLOSE HISTVHR
           OPEN I-O HISTVHR
       END-IF.
       MOVE ALS-PRONTUARIO TO VHR-PRONTUARIO.
       MOVE SPACES TO VHR-VIGENCIA.
       STRING ALS-VIGENCIA(7:4) ALS-VIGENCIA(4:2) ALS-VIGENCIA(1:2)
           DELIMITED BY SIZE INTO VHR-VIGENCIA.
       MOVE ALS-VHNOVO TO VHR-VALOR.
       MOVE wsorigem TO VHR-ORIGEM.
       MOVE wsdatatxt TO VHR-DATAREG.
       WRITE VHR-REGISTRO
           INVALID KEY
               REWRITE VHR-REGISTRO
       END-WRITE.
       MOVE "GRAVA-HISTORICO-VHR" TO wserr-para.
       MOVE wsfs-vhr TO wserr-fs.
       MOVE "VALORHORA.HIS" TO wserr-arq.
       PERFORM VERIFICA-FS.
       CLOSE HISTVHR.

       OBTEM-TRAVA.
       MOVE "N" TO wstravaobtida.
       MOVE "O" TO TRV-ACAO.
       MOVE "**" TO TRV-EMPRESA.
       MOVE "*******" TO TRV-COMPET.
       MOVE wsoperses TO TRV-OPERADOR.
       CALL "TPTRAVA" USING TRAVA-PARM.
       IF TRV-RC NOT EQUAL ZERO
           DISPLAY "Cadastro em uso por operador " TRV-DONO
               " desde " TRV-DESDE " - aprovacao adiada."
       ELSE
           MOVE "S" TO wstravaobtida
       END-IF.

       SOLTA-TRAVA.
       MOVE "S" TO TRV-ACAO.
       MOVE "**" TO TRV-EMPRESA.
       MOVE "*******" TO TRV-COMPET.
       CALL "TPTRAVA" USING TRAVA-PARM.
       MOVE "N" TO wstravaobtida.

      *----------------------------------------------------------------*
      * The approver is whoever TPMENU signed on (OPERSESS.DAT) and
      * must hold supervisor level in OPERADOR.DAT.
      *----------------------------------------------------------------*
       CONFERE-SUPERVISOR.
       PERFORM LE-OPERADOR-SESSAO.
       MOVE "N" TO wsesupervisor.
       IF wsoperses EQUAL SPACES
           CONTINUE
       ELSE
           OPEN INPUT OPERADORES
           IF wsfs-ope EQUAL "35"
               CONTINUE
           ELSE
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
      * Monthly report for RH: the changes approved or rejected in
      * the typed competencia plus everything still pendente, one
      * line each, then the counts and the monthly raise (valor-hora
      * difference times the horas of the cadastro) per depto.
      *----------------------------------------------------------------*
       RELATORIO-MENSAL.
       DISPLAY "Competencia (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       OPEN INPUT ALTSAL.
       IF wsfs-als EQUAL "35"
           DISPLAY "ALTSAL.DAT ainda nao existe."
       ELSE
           OPEN INPUT CADASTRO
           OPEN OUTPUT RELATORIO
           MOVE "RELATORIO-MENSAL" TO wserr-para
           PERFORM TESTA-FS-REL
           MOVE ZERO TO wsqtdaprov
           MOVE ZERO TO wsqtdrejeit
           MOVE ZERO TO wsqtdpendrel
           MOVE ZERO TO wsqtddeptos
           MOVE SPACES TO REL-LINHA
           STRING "TP54SAL - ALTERACOES SALARIAIS INDIVIDUAIS - "
               DELIMITED BY SIZE
               "COMPETENCIA " DELIMITED BY SIZE
               wscompetencia DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE "NUMERO PRONTUARIO DEPTO  ANTES   NOVO   VAR% VIGENCIA"
               TO REL-LINHA
           MOVE "  M CARGO  STATUS    SOLICIT. APROVADOR DECISAO"
               TO REL-LINHA(55:48)
           WRITE REL-LINHA
           MOVE "N" TO wsfimals
           PERFORM LE-PROXIMA-ALTERACAO
           PERFORM RELATA-ALTERACAO UNTIL wsfimals EQUAL "S"
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "RESUMO POR DEPTO  APROVADAS REJEITADAS PENDENTES"
               TO REL-LINHA
           MOVE "ACRESCIMO MENSAL" TO REL-LINHA(51:16)
           WRITE REL-LINHA
           MOVE 1 TO wsdix
           PERFORM IMPRIME-DEPTO UNTIL wsdix GREATER THAN
               wsqtddeptos
           MOVE SPACES TO REL-LINHA
           STRING "APROVADAS: " DELIMITED BY SIZE
               wsqtdaprov DELIMITED BY SIZE
               "  REJEITADAS: " DELIMITED BY SIZE
               wsqtdrejeit DELIMITED BY SIZE
               "  PENDENTES: " DELIMITED BY SIZE
               wsqtdpendrel DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE "RELATORIO-MENSAL" TO wserr-para
           PERFORM TESTA-FS-REL
           CLOSE RELATORIO
           IF wsfs-cad NOT EQUAL "35"
               CLOSE CADASTRO
           END-IF
           CLOSE ALTSAL
           DISPLAY "Aprovadas: " wsqtdaprov " rejeitadas: "
               wsqtdrejeit " pendentes: " wsqtdpendrel
               " - relatorio em TP54SAL.REL"
       END-IF.

       RELATA-ALTERACAO.
       MOVE "N" TO wsimprime.
       IF ALS-PENDENTE
           MOVE "S" TO wsimprime
           MOVE "PENDENTE" TO wsstatustxt
       ELSE
           IF ALS-DTDECISAO(4:7) EQUAL wscompetencia
               MOVE "S" TO wsimprime
               IF ALS-APROVADA
                   MOVE "APROVADA" TO wsstatustxt
               ELSE
                   MOVE "REJEITADA" TO wsstatustxt
               END-IF
           END-IF
       END-IF.
       IF wsimprime EQUAL "S"
           PERFORM IMPRIME-ALTERACAO
           PERFORM ACUMULA-DEPTO
       END-IF.
       PERFORM LE-PROXIMA-ALTERACAO.

       IMPRIME-ALTERACAO.
       MOVE ZERO TO wspercent.
       IF ALS-VHANTES GREATER THAN ZERO
           COMPUTE wspercent ROUNDED = ((ALS-VHNOVO - ALS-VHANTES)
               * 100) / ALS-VHANTES
       END-IF.
       MOVE ALS-VHANTES TO wsmascvh.
       MOVE ALS-VHNOVO TO wsmascnovo.
       MOVE wspercent TO wsmascpct.
       MOVE SPACES TO REL-LINHA.
       STRING ALS-NUMERO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ALS-PRONTUARIO DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           ALS-DEPTO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascvh DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascnovo DELIMITED BY SIZE
           wsmascpct DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ALS-VIGENCIA DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           ALS-MOTIVO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ALS-CARGONOVO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsstatustxt DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ALS-SOLICITANTE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ALS-APROVADOR DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           ALS-DTDECISAO DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE "IMPRIME-ALTERACAO" TO wserr-para.
       PERFORM TESTA-FS-REL.

       ACUMULA-DEPTO.
       MOVE "N" TO wsachoudepto.
       MOVE 1 TO wsdix.
       PERFORM PROCURA-DEPTO
           UNTIL wsdix GREATER THAN wsqtddeptos OR wsachoudepto
           EQUAL "S".
       IF wsachoudepto EQUAL "N" AND wsqtddeptos LESS THAN 30
           ADD 1 TO wsqtddeptos
           MOVE wsqtddeptos TO wsdix
           MOVE ALS-DEPTO TO DEP-CODIGO(wsdix)
           MOVE ZERO TO DEP-APROV(wsdix)
           MOVE ZERO TO DEP-REJEIT(wsdix)
           MOVE ZERO TO DEP-PEND(wsdix)
           MOVE ZERO TO DEP-ACRESC(wsdix)
           MOVE "S" TO wsachoudepto
       END-IF.
       IF wsachoudepto EQUAL "S"
           IF ALS-PENDENTE
               ADD 1 TO DEP-PEND(wsdix)
               ADD 1 TO wsqtdpendrel
           END-IF
           IF ALS-REJEITADA
               ADD 1 TO DEP-REJEIT(wsdix)
               ADD 1 TO wsqtdrejeit
           END-IF
           IF ALS-APROVADA
               ADD 1 TO DEP-APROV(wsdix)
               ADD 1 TO wsqtdaprov
               PERFORM SOMA-ACRESCIMO
           END-IF
       END-IF.

       PROCURA-DEPTO.
       IF DEP-CODIGO(wsdix) EQUAL ALS-DEPTO
           MOVE "S" TO wsachoudepto
       ELSE
           ADD 1 TO wsdix
       END-IF.

       SOMA-ACRESCIMO.
       IF wsfs-cad NOT EQUAL "35" AND ALS-VHNOVO GREATER THAN
           ALS-VHANTES
           MOVE ALS-PRONTUARIO TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE DEP-ACRESC(wsdix) = DEP-ACRESC(wsdix) +
                       ((ALS-VHNOVO - ALS-VHANTES) * CAD-QTHORAS)
           END-READ
       END-IF.

       IMPRIME-DEPTO.
       MOVE DEP-ACRESC(wsdix) TO wsmascacr.
       MOVE SPACES TO REL-LINHA.
       STRING DEP-CODIGO(wsdix) DELIMITED BY SIZE
           "              " DELIMITED BY SIZE
           DEP-APROV(wsdix) DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           DEP-REJEIT(wsdix) DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           DEP-PEND(wsdix) DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           wsmascacr DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       ADD 1 TO wsdix.

       LE-CADASTRO.
       MOVE "N" TO wsachoucad.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           MOVE wsprontuario TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   DISPLAY "Prontuario nao cadastrado."
               NOT INVALID KEY
                   MOVE "S" TO wsachoucad
           END-READ
           CLOSE CADASTRO
       END-IF.

       PEDE-PRONTUARIO.
       DISPLAY "Digite o prontuario: " WITH NO ADVANCING.
       ACCEPT wsprontuario.

      *----------------------------------------------------------------*
      * Appends every request and decision to the shared
      * AUDITORIA.LOG, the same trail the other programs leave.
      *----------------------------------------------------------------*
       GRAVA-AUDITORIA.
       PERFORM LE-OPERADOR-SESSAO.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       OPEN EXTEND AUDITORIA.
       IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
           OPEN OUTPUT AUDITORIA
       END-IF.
       MOVE SPACES TO AUD-LINHA.
       STRING wsdatatxt DELIMITED BY SIZE
           " TP54SAL " DELIMITED BY SIZE
           "PRONTUARIO:" DELIMITED BY SIZE
           wsprontuario DELIMITED BY SIZE
           " CAMPO:" DELIMITED BY SIZE
           wsauditcampo DELIMITED BY SIZE
           " VALOR:" DELIMITED BY SIZE
           wsauditvalor DELIMITED BY SIZE
           " OPER:" DELIMITED BY SIZE
           wsoperses DELIMITED BY SIZE
           INTO AUD-LINHA.
       WRITE AUD-LINHA.
       MOVE "GRAVA-AUDITORIA" TO wserr-para.
       PERFORM TESTA-FS-AUD.
       CLOSE AUDITORIA.

       TESTA-FS-ALS.
       MOVE wsfs-als TO wserr-fs.
       MOVE "ALTSAL.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-CAD.
       MOVE wsfs-cad TO wserr-fs.
       MOVE "CADASTRO.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP54SAL.REL" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-AUD.
       MOVE wsfs-aud TO wserr-fs.
       MOVE "AUDITORIA.LOG" TO wserr-arq.
       PERFORM VERIFICA-FS.

       VERIFICA-FS.
       IF wserr-fs EQUAL "00" OR wserr-fs EQUAL "02"
           CONTINUE
       ELSE
           PERFORM GRAVA-ERRO
       END-IF.

       GRAVA-ERRO.
       ACCEPT wserr-dthoje FROM DATE YYYYMMDD.
       OPEN EXTEND ERRLOG.
       IF wsfs-err EQUAL "05" OR wsfs-err EQUAL "35"
           OPEN OUTPUT ERRLOG
       END-IF.
       MOVE SPACES TO ERR-LINHA.
       STRING wserr-dia "/" wserr-mes "/" wserr-ano
           DELIMITED BY SIZE
           " TP54SAL PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP54SAL - VER ERROS.LOG".
       IF wstravaobtida EQUAL "S"
           PERFORM SOLTA-TRAVA
       END-IF.
       MOVE 8 TO RETURN-CODE.
       GOBACK.

      *----------------------------------------------------------------*
      * Reads the operator id TPMENU left in OPERSESS.DAT at sign-on.
      *----------------------------------------------------------------*
       LE-OPERADOR-SESSAO.
       MOVE SPACES TO wsoperses.
       OPEN INPUT OPERSESS.
       IF wsfs-oper EQUAL "35"
           CONTINUE
       ELSE
           READ OPERSESS
               AT END
                   MOVE SPACES TO wsoperses
               NOT AT END
                   MOVE OPSS-LINHA TO wsoperses
           END-READ
           CLOSE OPERSESS
       END-IF.
      *----------------------------------------------------------------*
