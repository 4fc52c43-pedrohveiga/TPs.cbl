      *              (MERITO ou CORRECAO), read back by TP28VHR and
      *              TP15RETRO - the old rate is no longer simply
      *              overwritten and forgotten.
      * 15/10/2026 - The cargo (CAD-CARGO) is kept on the cadastro and
      *              maintained here, validated against the cargos
      *              master CARGOS.DAT that TP53CRG maintains; ENTER
      *              keeps it and "*" clears it.
      * 15/10/2026 - A change of banco, agencia or conta stamps the
      *              date on the cadastro (CAD-DTCONTA) and leaves
      *              its own CONTA-BANCARIA line in AUDITORIA.LOG, so
      *              TP61FRD can flag pay going to a fresh account.
      * 15/10/2026 - Dual control: a new valor-hora or new bank data
      *              is no longer written to the cadastro here. The
      *              change goes to ALTCAD.DAT as pending (old value,
      *              new value, operator, timestamp, and the vigencia/
      *              origem of a new rate) and the record keeps the
      *              old value until a different supervisor approves
      *              it in TP62ALT, which then journals VALORHORA.HIS
      *              and stamps CAD-DTCONTA. Only one pending change
      *              per prontuario and tipo at a time.
      * 15/10/2026 - The sindicato (CAD-SINDICATO) is kept on the
      *              cadastro and maintained here, validated against
      *              SINDICATOS.DAT that TP73SND maintains; ENTER
      *              keeps it and "*" clears it.
      * 15/10/2026 - A desligamento date inside an estabilidade
      *              provisoria on ESTABILIDADE.DAT (TPESTAB) is
      *              refused and the old date kept, unless a
      *              supervisor releases it with a motivo written to
      *              AUDITORIA.LOG.
      * 15/10/2026 - The contract type (indeterminado, experiencia,
      *              prazo determinado, estagio) and the end date of
      *              a contract with a term are kept on the cadastro
      *              and maintained here; a change is audited.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP07CAD.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT ALTCAD ASSIGN TO "ALTCAD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALC-CHAVE
           FILE STATUS IS wsfs-alc.
           SELECT MOVIMENTO ASSIGN TO "MOVIMENTO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-mov.
           SELECT CARGOS ASSIGN TO "CARGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRG-CODIGO
           FILE STATUS IS wsfs-crg.
           SELECT SINDICATOS ASSIGN TO "SINDICATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SND-CODIGO
           FILE STATUS IS wsfs-snd.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-ID
           FILE STATUS IS wsfs-ope.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
       FD CADASTRO.
       COPY CADASTRO.

       FD ALTCAD.
       COPY ALTCAD.

       FD MOVIMENTO.
       01 MOV-LINHA                 PIC X(70).

       FD CARGOS.
       COPY CARGOS.

       FD SINDICATOS.
       COPY SINDICATO.

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
       77 wsvalorhora-reais PIC 999.
       77 wsvalorhora-centavos PIC 99.
       77 wsvlhr-ed PIC ZZZ,99.
      *Alteracoes sensiveis (valor-hora, dados bancarios) aguardando
      *a aprovacao de um supervisor em ALTCAD.DAT (TP62ALT)
       77 wsfs-alc PIC XX.
       77 wsvlhrantes PIC 999V99 VALUE ZERO.
       77 wsvigencia PIC X(10) VALUE SPACES.
       77 wsorigem PIC X(10) VALUE SPACES.
       77 wsalctipo PIC X(1) VALUE SPACE.
       77 wsjapendente PIC X VALUE "N".
       77 wsfimalc PIC X VALUE "N".
       01 wshorahoje.
           05 wshr-hh PIC 9(2).
           05 wshr-mm PIC 9(2).
           05 wshr-ss PIC 9(2).
           05 wshr-cc PIC 9(2).
       77 wshoraagora PIC X(8) VALUE SPACES.
      *Validacao modulo 11 do DV de agencia e conta
       77 wsdvsoma PIC 9(5) VALUE ZERO.
       77 wsdvresto PIC 9(2) VALUE ZERO.
       77 wsfs-mov PIC XX.
       77 wstipomov PIC X(1) VALUE SPACE.
       77 wssalmov PIC 9(7)V99 VALUE ZERO.
      *Cargo do empregado, validado contra CARGOS.DAT (TP53CRG)
       77 wsfs-crg PIC XX.
       77 wscargo PIC X(6) VALUE SPACES.
      *Sindicato do empregado, validado contra SINDICATOS.DAT (TP73SND)
       77 wsfs-snd PIC XX.
       77 wssindicato PIC X(3) VALUE SPACES.
       77 wssindok PIC X VALUE "N".
      *Estabilidade provisoria (TPESTAB) na data de desligamento
       77 wsfs-ope PIC XX.
       77 wsesupervisor PIC X VALUE "N".
       77 wsestabok PIC X VALUE "S".
       77 wsmotivoestab PIC X(15) VALUE SPACES.
       77 wsfimestab PIC X(10) VALUE SPACES.
       COPY ESTABPARM.
      *Tipo e fim do contrato (experiencia, prazo, estagio)
       77 wstipocontrato PIC X(1) VALUE SPACE.
       77 wscontratook PIC X VALUE "N".
       77 wscontratoantes PIC X(11) VALUE SPACES.
      *Dados bancarios antes da alteracao, para detectar a troca
       01 wscontaantes.
           05 wsbcoantes PIC X(3).
           05 wsagantes PIC X(4).
           05 wsagdvantes PIC X(1).
           05 wsctantes PIC X(8).
           05 wsctdvantes PIC X(1).
       77 wscontamudou PIC X VALUE "N".
       77 wscargook PIC X VALUE "N".
      *Trava exclusiva de sessao (TPTRAVA/TRAVAS.DAT)
       77 wstravaobtida PIC X VALUE "N".
       COPY TRAVAPARM.
       IF CAD-EMPREGADO-INATIVO
           DISPLAY CAD-PRONTUARIO " " CAD-NOME " " CAD-SOBRENOME
               " VLHR:" wsvlhr-ed " DEP:" CAD-QTDEPENDENTES
               " DEPTO:" CAD-DEPTO " CARGO:" CAD-CARGO " INATIVO"
       ELSE
           DISPLAY CAD-PRONTUARIO " " CAD-NOME " " CAD-SOBRENOME
               " VLHR:" wsvlhr-ed " DEP:" CAD-QTDEPENDENTES
               " DEPTO:" CAD-DEPTO " CARGO:" CAD-CARGO " ATIVO"
       END-IF.
       ADD 1 TO wsqtdlistados.
       PERFORM LE-PROXIMO-CADASTRO.
                   DISPLAY "Codigo da empresa (2 pos): "
                       WITH NO ADVANCING
                   ACCEPT CAD-EMPRESA
                   PERFORM ACEITA-CARGO
                   PERFORM ACEITA-SINDICATO
                   PERFORM GUARDA-CONTA-ANTES
                   PERFORM ACEITA-DADOS-BANCARIOS
                   PERFORM DETECTA-TROCA-CONTA
                   DISPLAY "Admissao (DD/MM/AAAA, ENTER = mantem "
                       CAD-ADMISSAO "): " WITH NO ADVANCING
                   MOVE SPACES TO wsdataaux
                   IF wsdataaux(1:1) EQUAL "*"
                       MOVE SPACES TO CAD-DESLIGAMENTO
                   ELSE
                       IF wsdataaux NOT EQUAL SPACES AND
                           wsdataaux NOT EQUAL CAD-DESLIGAMENTO
                           PERFORM CONFERE-ESTABILIDADE
                           IF wsestabok EQUAL "S"
                               MOVE wsdataaux TO CAD-DESLIGAMENTO
                           ELSE
                               DISPLAY "Desligamento mantido em "
                                   CAD-DESLIGAMENTO "."
                           END-IF
                       END-IF
                   END-IF
                   PERFORM ACEITA-CONTRATO
                   IF CAD-VALORHORA NOT EQUAL wsvlhrantes
                       PERFORM PENDENCIA-VALORHORA
                   END-IF
                   IF wscontamudou EQUAL "S"
                       PERFORM PENDENCIA-CONTA
                   END-IF
                   REWRITE CAD-REGISTRO
                   MOVE "ALTERA-CADASTRO" TO wserr-para
                   PERFORM TESTA-FS-CAD
                   MOVE "ALTERACAO" TO wsauditcampo
                   MOVE CAD-NOME TO wsauditvalor
                   PERFORM GRAVA-AUDITORIA
       DISPLAY "Digite o prontuario: " WITH NO ADVANCING.
       ACCEPT wsprontuario.

      *----------------------------------------------------------------*
      * The desligamento typed (DD/MM/AAAA in wsdataaux) against the
      * estabilidades provisorias of the prontuario - gestante, CIPA,
      * the year after an acidente de trabalho. Inside one it is
      * refused; a supervisor signed on may release it with a motivo,
      * audited with the tipo of the estabilidade.
      *----------------------------------------------------------------*
       CONFERE-ESTABILIDADE.
       MOVE "S" TO wsestabok.
       MOVE wsprontuario TO ESP-PRONTUARIO.
       MOVE SPACES TO ESP-DATA.
       STRING wsdataaux(7:4) wsdataaux(4:2) wsdataaux(1:2)
           DELIMITED BY SIZE INTO ESP-DATA.
       CALL "TPESTAB" USING ESTAB-PARM.
       IF ESP-RC NOT EQUAL ZERO
           IF ESP-FIM EQUAL SPACES
               MOVE "A INFORMAR" TO wsfimestab
           ELSE
               MOVE SPACES TO wsfimestab
               STRING ESP-FIM(7:2) "/" ESP-FIM(5:2) "/" ESP-FIM(1:4)
                   DELIMITED BY SIZE INTO wsfimestab
           END-IF
           DISPLAY "Estabilidade provisoria tipo " ESP-TIPO " ate "
               wsfimestab " - desligamento recusado."
           PERFORM CONFERE-SUPERVISOR
           IF wsesupervisor EQUAL "S"
               PERFORM LIBERA-ESTABILIDADE
           ELSE
               DISPLAY "So um supervisor pode liberar."
               MOVE "N" TO wsestabok
           END-IF
           MOVE SPACES TO wsauditcampo
           IF wsestabok EQUAL "S"
               STRING "ESTAB-LIBERADA-" ESP-TIPO
                   DELIMITED BY SIZE INTO wsauditcampo
               MOVE wsmotivoestab TO wsauditvalor
           ELSE
               STRING "ESTAB-RECUSA-" ESP-TIPO
                   DELIMITED BY SIZE INTO wsauditcampo
               MOVE wsdataaux TO wsauditvalor
           END-IF
           PERFORM GRAVA-AUDITORIA
       END-IF.

       LIBERA-ESTABILIDADE.
       DISPLAY "Liberar o desligamento como supervisor (S/N): "
           WITH NO ADVANCING.
       MOVE "N" TO wsresposta.
       ACCEPT wsresposta.
       MOVE SPACES TO wsmotivoestab.
       IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
           DISPLAY "Motivo: " WITH NO ADVANCING
           ACCEPT wsmotivoestab
       END-IF.
       IF wsmotivoestab EQUAL SPACES
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
      * One line per movimentacao (A admissao, D desligamento, R
      * reativacao) with the salary of the moment - the feed the
       CLOSE MOVIMENTO.

      *----------------------------------------------------------------*
      * Dual control on the fields money follows. A new valor-hora or
      * new bank data is written to ALTCAD.DAT as pending and the
      * cadastro keeps the old value; TP62ALT applies it when a
      * supervisor other than the one who typed it approves. The
      * vigencia and origem of a new rate travel with the pending
      * change, for the VALORHORA.HIS journal written on approval.
      *----------------------------------------------------------------*
       PENDENCIA-VALORHORA.
       MOVE "V" TO wsalctipo.
       PERFORM PROCURA-PENDENTE.
       IF wsjapendente EQUAL "S"
           DISPLAY "Ja existe valor-hora pendente de aprovacao para o"
               " prontuario - valor-hora mantido."
       ELSE
           DISPLAY "Vigencia do novo valor (DD/MM/AAAA, ENTER=hoje): "
               WITH NO ADVANCING
           MOVE SPACES TO wsvigencia
           ACCEPT wsvigencia
           PERFORM MONTA-DATA-HORA
           IF wsvigencia EQUAL SPACES
               MOVE wsdatatxt TO wsvigencia
           END-IF
           DISPLAY "Origem (MERITO/CORRECAO, ENTER=CORRECAO): "
               WITH NO ADVANCING
           MOVE SPACES TO wsorigem
           ACCEPT wsorigem
           IF wsorigem EQUAL SPACES
               MOVE "CORRECAO" TO wsorigem
           END-IF
           PERFORM MONTA-PENDENTE
           MOVE wsvlhrantes TO ALC-ANT-VALORHORA
           MOVE CAD-VALORHORA TO ALC-NOV-VALORHORA
           MOVE wsvigencia TO ALC-VIGENCIA
           MOVE wsorigem TO ALC-ORIGEM
           PERFORM GRAVA-PENDENTE
           MOVE "PENDENTE-VLHORA" TO wsauditcampo
           MOVE CAD-VALORHORA TO wsvlhr-ed
           MOVE wsvlhr-ed TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Novo valor-hora aguardando aprovacao do"
               " supervisor (TP62ALT)."
       END-IF.
       MOVE wsvlhrantes TO CAD-VALORHORA.

       PENDENCIA-CONTA.
       MOVE "B" TO wsalctipo.
       PERFORM PROCURA-PENDENTE.
       IF wsjapendente EQUAL "S"
           DISPLAY "Ja existe conta bancaria pendente de aprovacao"
               " para o prontuario - dados bancarios mantidos."
       ELSE
           PERFORM MONTA-DATA-HORA
           PERFORM MONTA-PENDENTE
           MOVE wsbcoantes TO ALC-ANT-BANCO
           MOVE wsagantes TO ALC-ANT-AGENCIA
           MOVE wsagdvantes TO ALC-ANT-AGDV
           MOVE wsctantes TO ALC-ANT-CONTA
           MOVE wsctdvantes TO ALC-ANT-CTDV
           MOVE CAD-BANCO TO ALC-NOV-BANCO
           MOVE CAD-AGENCIA TO ALC-NOV-AGENCIA
           MOVE CAD-AGDV TO ALC-NOV-AGDV
           MOVE CAD-CONTA TO ALC-NOV-CONTA
           MOVE CAD-CTDV TO ALC-NOV-CTDV
           PERFORM GRAVA-PENDENTE
           MOVE "PENDENTE-BANCO" TO wsauditcampo
           MOVE SPACES TO wsauditvalor
           STRING CAD-BANCO CAD-AGENCIA CAD-CONTA
               DELIMITED BY SIZE INTO wsauditvalor
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Nova conta bancaria aguardando aprovacao do"
               " supervisor (TP62ALT)."
       END-IF.
       MOVE wsbcoantes TO CAD-BANCO.
       MOVE wsagantes TO CAD-AGENCIA.
       MOVE wsagdvantes TO CAD-AGDV.
       MOVE wsctantes TO CAD-CONTA.
       MOVE wsctdvantes TO CAD-CTDV.

      *A chave comeca por prontuario + tipo: as alteracoes do mesmo
      *campo do prontuario ficam juntas, da mais antiga para a nova
       PROCURA-PENDENTE.
       MOVE "N" TO wsjapendente.
       OPEN INPUT ALTCAD.
       IF wsfs-alc NOT EQUAL "35"
           MOVE "N" TO wsfimalc
           MOVE wsprontuario TO ALC-PRONTUARIO
           MOVE wsalctipo TO ALC-TIPO
           MOVE LOW-VALUES TO ALC-DATAHORA
           START ALTCAD KEY NOT LESS THAN ALC-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimalc
           END-START
           PERFORM LE-PROXIMA-ALTERACAO
           PERFORM CONFERE-PENDENTE UNTIL wsfimalc EQUAL "S"
           CLOSE ALTCAD
       END-IF.

       LE-PROXIMA-ALTERACAO.
       IF wsfimalc EQUAL "N"
           READ ALTCAD NEXT RECORD
               AT END
                   MOVE "S" TO wsfimalc
           END-READ
       END-IF.

       CONFERE-PENDENTE.
       IF ALC-PRONTUARIO NOT EQUAL wsprontuario OR
           ALC-TIPO NOT EQUAL wsalctipo
           MOVE "S" TO wsfimalc
       ELSE
           IF ALC-PENDENTE
               MOVE "S" TO wsjapendente
           END-IF
           PERFORM LE-PROXIMA-ALTERACAO
       END-IF.

       MONTA-DATA-HORA.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       ACCEPT wshorahoje FROM TIME.
       MOVE SPACES TO wshoraagora.
       STRING wshr-hh ":" wshr-mm ":" wshr-ss
           DELIMITED BY SIZE INTO wshoraagora.

       MONTA-PENDENTE.
       PERFORM LE-OPERADOR-SESSAO.
       MOVE SPACES TO ALC-REGISTRO.
       MOVE wsprontuario TO ALC-PRONTUARIO.
       MOVE wsalctipo TO ALC-TIPO.
       STRING wsdatahoje wshr-hh wshr-mm wshr-ss
           DELIMITED BY SIZE INTO ALC-DATAHORA.
       MOVE wsoperses TO ALC-OPERADOR.
       MOVE wsdatatxt TO ALC-DATA.
       MOVE wshoraagora TO ALC-HORA.
       MOVE "P" TO ALC-SITUACAO.

       GRAVA-PENDENTE.
       OPEN I-O ALTCAD.
       IF wsfs-alc EQUAL "35"
           OPEN OUTPUT ALTCAD
           CLOSE ALTCAD
           OPEN I-O ALTCAD
       END-IF.
       WRITE ALC-REGISTRO.
       MOVE "GRAVA-PENDENTE" TO wserr-para.
       MOVE wsfs-alc TO wserr-fs.
       MOVE "ALTCAD.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.
       CLOSE ALTCAD.

       MOSTRA-CADASTRO.
       MOVE CAD-VALORHORA TO wsvlhr-ed.
       DISPLAY "Depto/centro de custo: " CAD-DEPTO.
       DISPLAY "Vale-transporte: " CAD-OPTVT
           "  Vale-refeicao: " CAD-OPTVR.
       DISPLAY "Empresa: " CAD-EMPRESA "  Cargo: " CAD-CARGO
           "  Sindicato: " CAD-SINDICATO.
       DISPLAY "Banco: " CAD-BANCO "  Agencia: " CAD-AGENCIA
           "-" CAD-AGDV "  Conta: " CAD-CONTA "-" CAD-CTDV.
       DISPLAY "Admissao: " CAD-ADMISSAO "  Desligamento: "
           CAD-DESLIGAMENTO.
       DISPLAY "Contrato: " CAD-TIPOCONTRATO "  Fim do contrato: "
           CAD-FIMCONTRATO.

      *----------------------------------------------------------------*
      * The cargo code must exist on CARGOS.DAT - an unknown code
      * re-prompts, since TP47MOV and TP48RAIS take the CBO from it.
      * ENTER keeps the current cargo, "*" leaves the employee
      * without one.
      *----------------------------------------------------------------*
       ACEITA-CARGO.
       MOVE "N" TO wscargook.
       PERFORM PEDE-CARGO UNTIL wscargook EQUAL "S".

       PEDE-CARGO.
       DISPLAY "Cargo (6 pos, ENTER = mantem " CAD-CARGO
           ", * = limpa): " WITH NO ADVANCING.
       MOVE SPACES TO wscargo.
       ACCEPT wscargo.
       IF wscargo EQUAL SPACES
           MOVE "S" TO wscargook
       ELSE
           IF wscargo(1:1) EQUAL "*"
               MOVE SPACES TO CAD-CARGO
               MOVE "S" TO wscargook
           ELSE
               PERFORM VALIDA-CARGO
           END-IF
       END-IF.

       VALIDA-CARGO.
       OPEN INPUT CARGOS.
       IF wsfs-crg EQUAL "35"
           DISPLAY "CARGOS.DAT ainda nao existe - cadastre os"
               " cargos no TP53CRG."
           MOVE "S" TO wscargook
       ELSE
           MOVE wscargo TO CRG-CODIGO
           READ CARGOS
               INVALID KEY
                   DISPLAY "Cargo nao cadastrado - redigite."
               NOT INVALID KEY
                   MOVE wscargo TO CAD-CARGO
                   MOVE "S" TO wscargook
                   DISPLAY "Cargo: " CRG-DESCRICAO " CBO " CRG-CBO
           END-READ
           CLOSE CARGOS
       END-IF.

      *----------------------------------------------------------------*
      * The sindicato decides the contribuicao TP04 deducts, so the
      * code must exist on SINDICATOS.DAT - an unknown code
      * re-prompts. ENTER keeps the current one, "*" leaves the
      * employee without sindicato.
      *----------------------------------------------------------------*
       ACEITA-SINDICATO.
       MOVE "N" TO wssindok.
       PERFORM PEDE-SINDICATO UNTIL wssindok EQUAL "S".

       PEDE-SINDICATO.
       DISPLAY "Sindicato (3 pos, ENTER = mantem " CAD-SINDICATO
           ", * = limpa): " WITH NO ADVANCING.
       MOVE SPACES TO wssindicato.
       ACCEPT wssindicato.
       IF wssindicato EQUAL SPACES
           MOVE "S" TO wssindok
       ELSE
           IF wssindicato(1:1) EQUAL "*"
               MOVE SPACES TO CAD-SINDICATO
               MOVE "S" TO wssindok
           ELSE
               PERFORM VALIDA-SINDICATO
           END-IF
       END-IF.

       VALIDA-SINDICATO.
       OPEN INPUT SINDICATOS.
       IF wsfs-snd EQUAL "35"
           DISPLAY "SINDICATOS.DAT ainda nao existe - cadastre os"
               " sindicatos no TP73SND."
           MOVE "S" TO wssindok
       ELSE
           MOVE wssindicato TO SND-CODIGO
           READ SINDICATOS
               INVALID KEY
                   DISPLAY "Sindicato nao cadastrado - redigite."
               NOT INVALID KEY
                   MOVE wssindicato TO CAD-SINDICATO
                   MOVE "S" TO wssindok
                   DISPLAY "Sindicato: " SND-NOME
           END-READ
           CLOSE SINDICATOS
       END-IF.

      *----------------------------------------------------------------*
      * Contract type: I indeterminado, E experiencia (45+45 days at
      * most), D prazo determinado, S estagio. A contract with a term
      * asks its end date - retyped on a prorrogacao - and an
      * indeterminado one has it cleared. ENTER keeps both.
      *----------------------------------------------------------------*
       ACEITA-CONTRATO.
       MOVE SPACES TO wscontratoantes.
       STRING CAD-TIPOCONTRATO CAD-FIMCONTRATO
           DELIMITED BY SIZE INTO wscontratoantes.
       MOVE "N" TO wscontratook.
       PERFORM PEDE-CONTRATO UNTIL wscontratook EQUAL "S".
       IF CAD-CONTRATO-INDETERMINADO
           MOVE SPACES TO CAD-FIMCONTRATO
       ELSE
           DISPLAY "Fim do contrato (DD/MM/AAAA, ENTER = mantem "
               CAD-FIMCONTRATO "): " WITH NO ADVANCING
           MOVE SPACES TO wsdataaux
           ACCEPT wsdataaux
           IF wsdataaux NOT EQUAL SPACES
               MOVE wsdataaux TO CAD-FIMCONTRATO
           END-IF
           IF CAD-FIMCONTRATO EQUAL SPACES
               DISPLAY "Contrato sem data de fim - nao entra no"
                   " alerta do TP78CTR."
           END-IF
       END-IF.
       IF CAD-TIPOCONTRATO NOT EQUAL wscontratoantes(1:1) OR
           CAD-FIMCONTRATO NOT EQUAL wscontratoantes(2:10)
           MOVE "CONTRATO" TO wsauditcampo
           MOVE SPACES TO wsauditvalor
           STRING CAD-TIPOCONTRATO " " CAD-FIMCONTRATO
               DELIMITED BY SIZE INTO wsauditvalor
           PERFORM GRAVA-AUDITORIA
       END-IF.

       PEDE-CONTRATO.
       DISPLAY "Contrato (I indet., E experiencia, D prazo, S estagio;"
           " ENTER = mantem " CAD-TIPOCONTRATO "): "
           WITH NO ADVANCING.
       MOVE SPACES TO wstipocontrato.
       ACCEPT wstipocontrato.
       IF wstipocontrato EQUAL SPACES
           MOVE "S" TO wscontratook
       ELSE
           MOVE wstipocontrato TO CAD-TIPOCONTRATO
           IF CAD-CONTRATO-VALIDO
               MOVE "S" TO wscontratook
           ELSE
               MOVE wscontratoantes(1:1) TO CAD-TIPOCONTRATO
               DISPLAY "Tipo invalido - redigite."
           END-IF
       END-IF.

      *----------------------------------------------------------------*
      * Bank data for the CNAB detail: the agencia and conta check
           PERFORM ACEITA-CONTA
       END-IF.

      *----------------------------------------------------------------*
      * The bank data as it was before the edit, and whether any of
      * it actually changed (the change then waits in ALTCAD.DAT).
      *----------------------------------------------------------------*
       GUARDA-CONTA-ANTES.
       MOVE CAD-BANCO TO wsbcoantes.
       MOVE CAD-AGENCIA TO wsagantes.
       MOVE CAD-AGDV TO wsagdvantes.
       MOVE CAD-CONTA TO wsctantes.
       MOVE CAD-CTDV TO wsctdvantes.
       MOVE "N" TO wscontamudou.

       DETECTA-TROCA-CONTA.
       IF CAD-BANCO NOT EQUAL wsbcoantes OR
           CAD-AGENCIA NOT EQUAL wsagantes OR
           CAD-AGDV NOT EQUAL wsagdvantes OR
           CAD-CONTA NOT EQUAL wsctantes OR
           CAD-CTDV NOT EQUAL wsctdvantes
           MOVE "S" TO wscontamudou
       END-IF.

       ACEITA-AGENCIA.
       MOVE "N" TO wsdvok.
       PERFORM PEDE-AGENCIA UNTIL wsdvok EQUAL "S".
