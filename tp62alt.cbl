      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP62ALT COBOL - supervisor decision on the sensitive
      *          cadastro changes TP07CAD leaves pending in ALTCAD.DAT
      *          (new bank data, new valor-hora). Lists what is open
      *          and walks the pending changes one by one: a change
      *          is approved or rejected by a supervisor other than
      *          the operator who typed it. An approved change is
      *          only applied if the cadastro still holds the old
      *          value it was typed against; a new rate is then
      *          journaled to VALORHORA.HIS with its vigencia/origem
      *          and a new account stamps CAD-DTCONTA. Every decision
      *          goes to AUDITORIA.LOG. Holds the exclusive "**" lock
      *          like TP07CAD, since it rewrites the cadastro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP62ALT.
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
           SELECT ALTCAD ASSIGN TO "ALTCAD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALC-CHAVE
           FILE STATUS IS wsfs-alc.
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
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD CADASTRO.
       COPY CADASTRO.

       FD ALTCAD.
       COPY ALTCAD.

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

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-cad PIC XX.
       77 wsfs-alc PIC XX.
       77 wsfs-vhr PIC XX.
       77 wsfs-ope PIC XX.
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
       77 wsesupervisor PIC X VALUE "N".
       77 wsopcao PIC 9 VALUE ZERO.
       77 wsresposta PIC X VALUE SPACE.
       77 wsfimalc PIC X VALUE "N".
       77 wsqtdpend PIC 9(5) VALUE ZERO.
       77 wsqtdaprov PIC 9(5) VALUE ZERO.
       77 wsqtdrejeit PIC 9(5) VALUE ZERO.
       77 wsqtdproprias PIC 9(5) VALUE ZERO.
       77 wsaplicada PIC X VALUE "N".
       77 wsvlhr-ant PIC ZZZ,99.
       77 wsvlhr-nov PIC ZZZ,99.
       77 wshoraagora PIC X(8) VALUE SPACES.
       01 wshorahoje.
           05 wshr-hh PIC 9(2).
           05 wshr-mm PIC 9(2).
           05 wshr-ss PIC 9(2).
           05 wshr-cc PIC 9(2).
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).
      *Trava exclusiva de sessao (TPTRAVA/TRAVAS.DAT)
       77 wstravaobtida PIC X VALUE "N".
       COPY TRAVAPARM.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       IF wstravaobtida EQUAL "N"
           PERFORM CONFERE-SUPERVISOR
           IF wsesupervisor NOT EQUAL "S"
               DISPLAY "Operador da sessao nao tem nivel supervisor -"
                   " aprovacao recusada."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "O" TO TRV-ACAO
           MOVE "**" TO TRV-EMPRESA
           MOVE "*******" TO TRV-COMPET
           MOVE wsoperses TO TRV-OPERADOR
           CALL "TPTRAVA" USING TRAVA-PARM
           IF TRV-RC NOT EQUAL ZERO
               DISPLAY "Arquivo em uso por operador " TRV-DONO
                   " desde " TRV-DESDE " - aprovacao recusada."
               GOBACK
           END-IF
           MOVE "S" TO wstravaobtida
       END-IF.
       DISPLAY " ".
       DISPLAY "TP62ALT - APROVACAO DE ALTERACOES DO CADASTRO".
       DISPLAY "1 - Listar alteracoes pendentes".
       DISPLAY "2 - Aprovar/rejeitar alteracoes pendentes".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           MOVE "S" TO TRV-ACAO
           MOVE "**" TO TRV-EMPRESA
           MOVE "*******" TO TRV-COMPET
           CALL "TPTRAVA" USING TRAVA-PARM
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM LISTA-PENDENTES
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM REVISA-PENDENTES
       END-IF.
       IF wsopcao GREATER THAN 2
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * The approver is whoever TPMENU signed on (OPERSESS.DAT) and
      * must hold supervisor level in OPERADOR.DAT, as in TP34APR.
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
      * One line per pending change, in key order (prontuario, tipo,
      * when it was typed).
      *----------------------------------------------------------------*
       LISTA-PENDENTES.
       OPEN INPUT ALTCAD.
       IF wsfs-alc EQUAL "35"
           DISPLAY "ALTCAD.DAT ainda nao existe - nenhuma alteracao"
               " pendente."
       ELSE
           MOVE ZERO TO wsqtdpend
           PERFORM POSICIONA-ALTCAD
           PERFORM LISTA-UMA-PENDENTE UNTIL wsfimalc EQUAL "S"
           DISPLAY "Alteracoes pendentes: " wsqtdpend
           CLOSE ALTCAD
       END-IF.

       POSICIONA-ALTCAD.
       MOVE "N" TO wsfimalc.
       MOVE LOW-VALUES TO ALC-CHAVE.
       START ALTCAD KEY NOT LESS THAN ALC-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimalc
       END-START.
       PERFORM LE-PROXIMA-ALTERACAO.

       LE-PROXIMA-ALTERACAO.
       IF wsfimalc EQUAL "N"
           READ ALTCAD NEXT RECORD
               AT END
                   MOVE "S" TO wsfimalc
           END-READ
       END-IF.

       LISTA-UMA-PENDENTE.
       IF ALC-PENDENTE
           ADD 1 TO wsqtdpend
           PERFORM MOSTRA-ALTERACAO
       END-IF.
       PERFORM LE-PROXIMA-ALTERACAO.

       MOSTRA-ALTERACAO.
       IF ALC-VALORHORA
           MOVE ALC-ANT-VALORHORA TO wsvlhr-ant
           MOVE ALC-NOV-VALORHORA TO wsvlhr-nov
           DISPLAY ALC-PRONTUARIO " VALOR-HORA DE " wsvlhr-ant
               " PARA " wsvlhr-nov " VIGENCIA " ALC-VIGENCIA
               " " ALC-ORIGEM
       ELSE
           DISPLAY ALC-PRONTUARIO " CONTA DE " ALC-ANT-BANCO "/"
               ALC-ANT-AGENCIA "-" ALC-ANT-AGDV "/" ALC-ANT-CONTA
               "-" ALC-ANT-CTDV " PARA " ALC-NOV-BANCO "/"
               ALC-NOV-AGENCIA "-" ALC-NOV-AGDV "/" ALC-NOV-CONTA
               "-" ALC-NOV-CTDV
       END-IF.
       DISPLAY "          DIGITADA POR " ALC-OPERADOR " EM " ALC-DATA
           " " ALC-HORA.

      *----------------------------------------------------------------*
      * Walks every pending change and asks for a decision. A change
      * typed by the operator now signed on is skipped: the second
      * pair of eyes has to be somebody else's.
      *----------------------------------------------------------------*
       REVISA-PENDENTES.
       OPEN I-O ALTCAD.
       IF wsfs-alc EQUAL "35"
           DISPLAY "ALTCAD.DAT ainda nao existe - nenhuma alteracao"
               " pendente."
       ELSE
           MOVE ZERO TO wsqtdpend
           MOVE ZERO TO wsqtdaprov
           MOVE ZERO TO wsqtdrejeit
           MOVE ZERO TO wsqtdproprias
           PERFORM POSICIONA-ALTCAD
           PERFORM REVISA-UMA-PENDENTE UNTIL wsfimalc EQUAL "S"
           CLOSE ALTCAD
           DISPLAY "Pendentes vistas: " wsqtdpend
               " aprovadas: " wsqtdaprov
               " rejeitadas: " wsqtdrejeit
           IF wsqtdproprias GREATER THAN ZERO
               DISPLAY "Digitadas por " wsoperses " (aguardam outro"
                   " supervisor): " wsqtdproprias
           END-IF
       END-IF.

       REVISA-UMA-PENDENTE.
       IF ALC-PENDENTE
           ADD 1 TO wsqtdpend
           IF ALC-OPERADOR EQUAL wsoperses
               ADD 1 TO wsqtdproprias
           ELSE
               DISPLAY " "
               PERFORM MOSTRA-ALTERACAO
               DISPLAY "A - aprovar  R - rejeitar  ENTER - deixar"
                   " pendente: " WITH NO ADVANCING
               MOVE SPACE TO wsresposta
               ACCEPT wsresposta
               IF wsresposta EQUAL "A" OR wsresposta EQUAL "a"
                   PERFORM APROVA-ALTERACAO
               END-IF
               IF wsresposta EQUAL "R" OR wsresposta EQUAL "r"
                   PERFORM REJEITA-ALTERACAO
               END-IF
           END-IF
       END-IF.
       PERFORM LE-PROXIMA-ALTERACAO.

      *----------------------------------------------------------------*
      * Applies the approved change to the cadastro - but only when
      * the record still holds the old value the change was typed
      * against; otherwise the change stays pending for a look.
      *----------------------------------------------------------------*
       APROVA-ALTERACAO.
       PERFORM MONTA-DATA-HORA.
       MOVE "N" TO wsaplicada.
       OPEN I-O CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           MOVE ALC-PRONTUARIO TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   DISPLAY "Prontuario nao encontrado no cadastro -"
                       " alteracao mantida pendente."
               NOT INVALID KEY
                   IF ALC-VALORHORA
                       PERFORM APLICA-VALORHORA
                   ELSE
                       PERFORM APLICA-CONTA
                   END-IF
           END-READ
           CLOSE CADASTRO
       END-IF.
       IF wsaplicada EQUAL "S"
           MOVE "A" TO ALC-SITUACAO
           PERFORM GRAVA-DECISAO
           ADD 1 TO wsqtdaprov
           IF ALC-VALORHORA
               PERFORM GRAVA-HISTORICO-VHR
               MOVE "ALT-APROVADA-VLHR" TO wsauditcampo
               MOVE ALC-NOV-VALORHORA TO wsvlhr-nov
               MOVE wsvlhr-nov TO wsauditvalor
           ELSE
               MOVE "ALT-APROVADA-BANCO" TO wsauditcampo
               MOVE SPACES TO wsauditvalor
               STRING ALC-NOV-BANCO ALC-NOV-AGENCIA ALC-NOV-CONTA
                   DELIMITED BY SIZE INTO wsauditvalor
           END-IF
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Alteracao aprovada e aplicada ao cadastro."
       END-IF.

       APLICA-VALORHORA.
       IF CAD-VALORHORA NOT EQUAL ALC-ANT-VALORHORA
           MOVE CAD-VALORHORA TO wsvlhr-ant
           DISPLAY "Valor-hora do cadastro (" wsvlhr-ant ") nao e"
               " mais o da digitacao - alteracao mantida pendente."
       ELSE
           MOVE ALC-NOV-VALORHORA TO CAD-VALORHORA
           REWRITE CAD-REGISTRO
           MOVE "APLICA-VALORHORA" TO wserr-para
           PERFORM TESTA-FS-CAD
           MOVE "S" TO wsaplicada
       END-IF.

       APLICA-CONTA.
       IF CAD-BANCO NOT EQUAL ALC-ANT-BANCO OR
           CAD-AGENCIA NOT EQUAL ALC-ANT-AGENCIA OR
           CAD-AGDV NOT EQUAL ALC-ANT-AGDV OR
           CAD-CONTA NOT EQUAL ALC-ANT-CONTA OR
           CAD-CTDV NOT EQUAL ALC-ANT-CTDV
           DISPLAY "Conta do cadastro nao e mais a da digitacao -"
               " alteracao mantida pendente."
       ELSE
           MOVE ALC-NOV-BANCO TO CAD-BANCO
           MOVE ALC-NOV-AGENCIA TO CAD-AGENCIA
           MOVE ALC-NOV-AGDV TO CAD-AGDV
           MOVE ALC-NOV-CONTA TO CAD-CONTA
           MOVE ALC-NOV-CTDV TO CAD-CTDV
           MOVE wsdatatxt TO CAD-DTCONTA
           REWRITE CAD-REGISTRO
           MOVE "APLICA-CONTA" TO wserr-para
           PERFORM TESTA-FS-CAD
           MOVE "S" TO wsaplicada
       END-IF.

       REJEITA-ALTERACAO.
       PERFORM MONTA-DATA-HORA.
       MOVE "R" TO ALC-SITUACAO.
       PERFORM GRAVA-DECISAO.
       ADD 1 TO wsqtdrejeit.
       IF ALC-VALORHORA
           MOVE "ALT-REJEITADA-VLHR" TO wsauditcampo
           MOVE ALC-NOV-VALORHORA TO wsvlhr-nov
           MOVE wsvlhr-nov TO wsauditvalor
       ELSE
           MOVE "ALT-REJEITADA-BANCO" TO wsauditcampo
           MOVE SPACES TO wsauditvalor
           STRING ALC-NOV-BANCO ALC-NOV-AGENCIA ALC-NOV-CONTA
               DELIMITED BY SIZE INTO wsauditvalor
       END-IF.
       PERFORM GRAVA-AUDITORIA.
       DISPLAY "Alteracao rejeitada - cadastro mantido.".

       GRAVA-DECISAO.
       MOVE wsoperses TO ALC-APROVADOR.
       MOVE wsdatatxt TO ALC-DTDECISAO.
       MOVE wshoraagora TO ALC-HRDECISAO.
       REWRITE ALC-REGISTRO.
       MOVE "GRAVA-DECISAO" TO wserr-para.
       MOVE wsfs-alc TO wserr-fs.
       MOVE "ALTCAD.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

      *----------------------------------------------------------------*
      * Journals the approved valor-hora to VALORHORA.HIS with the
      * vigencia and origem typed with the change in TP07CAD.
      *----------------------------------------------------------------*
       GRAVA-HISTORICO-VHR.
       OPEN I-O HISTVHR.
       IF wsfs-vhr EQUAL "35"
           OPEN OUTPUT HISTVHR
           CLOSE HISTVHR
           OPEN I-O HISTVHR
       END-IF.
       MOVE ALC-PRONTUARIO TO VHR-PRONTUARIO.
       STRING ALC-VIGENCIA(7:4) ALC-VIGENCIA(4:2) ALC-VIGENCIA(1:2)
           DELIMITED BY SIZE INTO VHR-VIGENCIA.
       MOVE ALC-NOV-VALORHORA TO VHR-VALOR.
       MOVE ALC-ORIGEM TO VHR-ORIGEM.
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

       MONTA-DATA-HORA.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       ACCEPT wshorahoje FROM TIME.
       MOVE SPACES TO wshoraagora.
       STRING wshr-hh ":" wshr-mm ":" wshr-ss
           DELIMITED BY SIZE INTO wshoraagora.

      *----------------------------------------------------------------*
      * Appends the decision to the shared AUDITORIA.LOG.
      *----------------------------------------------------------------*
       GRAVA-AUDITORIA.
       OPEN EXTEND AUDITORIA.
       IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
           OPEN OUTPUT AUDITORIA
       END-IF.
       MOVE SPACES TO AUD-LINHA.
       STRING wsdatatxt DELIMITED BY SIZE
           " TP62ALT " DELIMITED BY SIZE
           "PRONTUARIO:" DELIMITED BY SIZE
           ALC-PRONTUARIO DELIMITED BY SIZE
           " CAMPO:" DELIMITED BY SIZE
           wsauditcampo DELIMITED BY SIZE
           " VALOR:" DELIMITED BY SIZE
           wsauditvalor DELIMITED BY SIZE
           " OPER:" DELIMITED BY SIZE
           wsoperses DELIMITED BY SIZE
           INTO AUD-LINHA.
       WRITE AUD-LINHA.
       MOVE "GRAVA-AUDITORIA" TO wserr-para.
       MOVE wsfs-aud TO wserr-fs.
       MOVE "AUDITORIA.LOG" TO wserr-arq.
       PERFORM VERIFICA-FS.
       CLOSE AUDITORIA.

       TESTA-FS-CAD.
       MOVE wsfs-cad TO wserr-fs.
       MOVE "CADASTRO.DAT" TO wserr-arq.
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
           " TP62ALT PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP62ALT - VER ERROS.LOG".
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
