      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP77ETB COBOL - estabilidade provisoria. Maintains
      *          the register ESTABILIDADE.DAT (prontuario, tipo,
      *          start and end of the protected period): the gestante
      *          and CIPA periods are typed here, the acidente de
      *          trabalho ones come from TP30AFA when the leave ends.
      *          TP04 and TP07CAD consult it through TPESTAB and
      *          refuse a rescisao or desligamento inside a period.
      *          Prints TP77ETB.REL, the monthly list of the
      *          estabilidades starting and ending in a competencia,
      *          so RH sees who becomes protected and who is released.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP77ETB.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTABILIDADE ASSIGN TO "ESTABILIDADE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESB-CHAVE
           FILE STATUS IS wsfs-esb.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT RELATORIO ASSIGN TO "TP77ETB.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
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
       FD ESTABILIDADE.
       COPY ESTABILIDADE.

       FD CADASTRO.
       COPY CADASTRO.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(100).

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
       77 wsfs-esb PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-rel PIC XX.
       77 wsfs-aud PIC XX.
       77 wsfs-oper PIC XX.
       77 wsfs-ope PIC XX.
       77 wsesupervisor PIC X VALUE "N".
       77 wsfs-err PIC XX.
       77 wserr-fs PIC XX.
       77 wserr-para PIC X(20).
       77 wserr-arq PIC X(16).
       01 wserr-dthoje.
           05 wserr-ano PIC 9(4).
           05 wserr-mes PIC 9(2).
           05 wserr-dia PIC 9(2).
       77 wsoperses PIC X(8) VALUE SPACES.
       77 wsauditchave PIC X(12).
       77 wsauditcampo PIC X(20).
       77 wsauditvalor PIC X(15).
       77 wsopcao PIC 9 VALUE ZERO.
       77 wsresposta PIC X VALUE "N".
       77 wsachouesb PIC X VALUE "N".
       77 wsfimesb PIC X VALUE "N".
       77 wsqtdlistados PIC 9(5) VALUE ZERO.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Estabilidade digitada (datas DD/MM/AAAA, gravadas em AAAAMMDD)
       77 wsprontuario PIC X(9) VALUE SPACES.
       77 wsnomeemp PIC X(30) VALUE SPACES.
       77 wsdataini PIC X(10) VALUE SPACES.
       77 wsdatafim PIC X(10) VALUE SPACES.
       77 wsdatadig PIC X(10) VALUE SPACES.
       77 wsdataok PIC X VALUE "N".
       77 wsini PIC X(8) VALUE SPACES.
       77 wsfim PIC X(8) VALUE SPACES.
       77 wstipo PIC X(1) VALUE SPACE.
           88 wstipovalido VALUE "G" "C".
       77 wsobs PIC X(20) VALUE SPACES.
       77 wsdesctipo PIC X(10) VALUE SPACES.
       77 wsdescini PIC X(10) VALUE SPACES.
       77 wsdescfim PIC X(10) VALUE SPACES.

      *Competencia do relatorio mensal, em AAAAMM para comparar
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wscompok PIC X VALUE "N".
       77 wsalvo PIC X(6) VALUE SPACES.
       77 wsqtdinicios PIC 9(5) VALUE ZERO.
       77 wsqtdterminos PIC 9(5) VALUE ZERO.
       77 wsmascqtd PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP77ETB - ESTABILIDADE PROVISORIA".
       DISPLAY "1 - Listar estabilidades de um prontuario".
       DISPLAY "2 - Incluir/alterar estabilidade (gestante/CIPA)".
       DISPLAY "3 - Excluir estabilidade".
       DISPLAY "4 - Relatorio mensal de inicios e terminos".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM LISTA-ESTABILIDADES
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM INCLUI-ALTERA-ESTABILIDADE
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM EXCLUI-ESTABILIDADE
       END-IF.
       IF wsopcao EQUAL 4
           PERFORM RELATORIO-MENSAL
       END-IF.
       IF wsopcao GREATER THAN 4
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * Every estabilidade of one prontuario, in start order.
      *----------------------------------------------------------------*
       LISTA-ESTABILIDADES.
       PERFORM PEDE-PRONTUARIO.
       OPEN INPUT ESTABILIDADE.
       IF wsfs-esb EQUAL "35"
           DISPLAY "ESTABILIDADE.DAT ainda nao existe."
       ELSE
           PERFORM BUSCA-EMPREGADO
           DISPLAY "Empregado: " wsnomeemp
           MOVE ZERO TO wsqtdlistados
           PERFORM POSICIONA-PRONTUARIO
           PERFORM LISTA-UMA-ESTABILIDADE UNTIL wsfimesb EQUAL "S"
           DISPLAY "Estabilidades listadas: " wsqtdlistados
           CLOSE ESTABILIDADE
       END-IF.

       LISTA-UMA-ESTABILIDADE.
       PERFORM DESCREVE-ESTABILIDADE.
       DISPLAY ESB-PRONTUARIO " " wsdesctipo " DE " wsdescini
           " ATE " wsdescfim " " ESB-OBS.
       ADD 1 TO wsqtdlistados.
       PERFORM LE-PROXIMA-PRONTUARIO.

      *Primeira estabilidade do prontuario wsprontuario, pela chave
       POSICIONA-PRONTUARIO.
       MOVE "N" TO wsfimesb.
       MOVE wsprontuario TO ESB-PRONTUARIO.
       MOVE LOW-VALUES TO ESB-INI.
       START ESTABILIDADE KEY NOT LESS THAN ESB-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimesb
       END-START.
       PERFORM LE-PROXIMA-PRONTUARIO.

       LE-PROXIMA-PRONTUARIO.
       IF wsfimesb EQUAL "N"
           READ ESTABILIDADE NEXT RECORD
               AT END
                   MOVE "S" TO wsfimesb
           END-READ
           IF wsfimesb EQUAL "N" AND ESB-PRONTUARIO NOT EQUAL
              wsprontuario
               MOVE "S" TO wsfimesb
           END-IF
       END-IF.

       DESCREVE-ESTABILIDADE.
       MOVE "ACIDENTE" TO wsdesctipo.
       IF ESB-GESTANTE
           MOVE "GESTANTE" TO wsdesctipo
       END-IF.
       IF ESB-CIPA
           MOVE "CIPA" TO wsdesctipo
       END-IF.
       MOVE SPACES TO wsdescini.
       STRING ESB-INI(7:2) "/" ESB-INI(5:2) "/" ESB-INI(1:4)
           DELIMITED BY SIZE INTO wsdescini.
       IF ESB-FIM EQUAL SPACES
           MOVE "A INFORMAR" TO wsdescfim
       ELSE
           MOVE SPACES TO wsdescfim
           STRING ESB-FIM(7:2) "/" ESB-FIM(5:2) "/" ESB-FIM(1:4)
               DELIMITED BY SIZE INTO wsdescfim
       END-IF.

      *----------------------------------------------------------------*
      * Gestante (from the confirmacao da gravidez to five months
      * after the parto) and CIPA (from the registro da candidatura
      * to one year after the mandato) are typed here. A gestante
      * may be entered with the end blank and completed once the
      * parto is known. The acidente ones belong to TP30AFA and are
      * not retyped here.
      *----------------------------------------------------------------*
       INCLUI-ALTERA-ESTABILIDADE.
       PERFORM PEDE-PRONTUARIO.
       DISPLAY "Inicio da estabilidade (DD/MM/AAAA): "
           WITH NO ADVANCING.
       MOVE SPACES TO wsdataini.
       ACCEPT wsdataini.
       MOVE wsdataini TO wsdatadig.
       PERFORM VALIDA-DATA.
       IF wsdataok EQUAL "N"
           DISPLAY "Data invalida - nada gravado."
       ELSE
           MOVE SPACES TO wsini
           STRING wsdataini(7:4) wsdataini(4:2) wsdataini(1:2)
               DELIMITED BY SIZE INTO wsini
           OPEN I-O ESTABILIDADE
           IF wsfs-esb EQUAL "35"
               OPEN OUTPUT ESTABILIDADE
               CLOSE ESTABILIDADE
               OPEN I-O ESTABILIDADE
           END-IF
           MOVE wsprontuario TO ESB-PRONTUARIO
           MOVE wsini TO ESB-INI
           READ ESTABILIDADE
               INVALID KEY
                   MOVE "N" TO wsachouesb
               NOT INVALID KEY
                   MOVE "S" TO wsachouesb
           END-READ
           IF wsachouesb EQUAL "S" AND ESB-AUTOMATICA
               DISPLAY "Estabilidade de acidente - altere o"
                   " afastamento no TP30AFA."
           ELSE
               MOVE "S" TO wsesupervisor
               IF wsachouesb EQUAL "S"
                   PERFORM CONFERE-SUPERVISOR
               END-IF
               IF wsesupervisor NOT EQUAL "S"
                   DISPLAY "Alterar estabilidade existente exige"
                       " nivel supervisor."
               ELSE
                   PERFORM ACEITA-DADOS-ESTABILIDADE
               END-IF
           END-IF
           CLOSE ESTABILIDADE
       END-IF.

       ACEITA-DADOS-ESTABILIDADE.
       IF wsachouesb EQUAL "S"
           PERFORM DESCREVE-ESTABILIDADE
           DISPLAY "Atual: " wsdesctipo " DE " wsdescini " ATE "
               wsdescfim " " ESB-OBS
       END-IF.
       MOVE SPACES TO wstipo.
       PERFORM PEDE-TIPO UNTIL wstipovalido.
       DISPLAY "Fim da estabilidade (DD/MM/AAAA, ENTER = a informar): "
           WITH NO ADVANCING.
       MOVE SPACES TO wsdatafim.
       ACCEPT wsdatafim.
       MOVE "S" TO wsdataok.
       MOVE SPACES TO wsfim.
       IF wsdatafim NOT EQUAL SPACES
           MOVE wsdatafim TO wsdatadig
           PERFORM VALIDA-DATA
           STRING wsdatafim(7:4) wsdatafim(4:2) wsdatafim(1:2)
               DELIMITED BY SIZE INTO wsfim
       END-IF.
       IF wsdataok EQUAL "N"
           DISPLAY "Data invalida - nada gravado."
       ELSE
           IF wsfim NOT EQUAL SPACES AND wsfim LESS THAN wsini
               DISPLAY "Fim anterior ao inicio - nada gravado."
           ELSE
               DISPLAY "Observacao (ex. data do parto, mandato): "
                   WITH NO ADVANCING
               MOVE SPACES TO wsobs
               ACCEPT wsobs
               PERFORM GRAVA-ESTABILIDADE
           END-IF
       END-IF.

       PEDE-TIPO.
       DISPLAY "Tipo - G gestante, C membro da CIPA: "
           WITH NO ADVANCING.
       ACCEPT wstipo.
       IF wstipo EQUAL "g"
           MOVE "G" TO wstipo
       END-IF.
       IF wstipo EQUAL "c"
           MOVE "C" TO wstipo
       END-IF.
       IF NOT wstipovalido
           DISPLAY "Tipo invalido - redigite."
       END-IF.

       GRAVA-ESTABILIDADE.
       PERFORM LE-OPERADOR-SESSAO.
       PERFORM MONTA-DATA-HOJE.
       MOVE SPACES TO ESB-REGISTRO.
       MOVE wsprontuario TO ESB-PRONTUARIO.
       MOVE wsini TO ESB-INI.
       MOVE wsfim TO ESB-FIM.
       MOVE wstipo TO ESB-TIPO.
       MOVE "M" TO ESB-ORIGEM.
       MOVE wsobs TO ESB-OBS.
       MOVE wsdatatxt TO ESB-DATA.
       MOVE wsoperses TO ESB-OPERADOR.
       IF wsachouesb EQUAL "S"
           REWRITE ESB-REGISTRO
           DISPLAY "Estabilidade alterada."
       ELSE
           WRITE ESB-REGISTRO
           DISPLAY "Estabilidade incluida."
       END-IF.
       MOVE "GRAVA-ESTABILIDADE" TO wserr-para.
       PERFORM TESTA-FS-ESB.
       MOVE wsprontuario TO wsauditchave.
       MOVE SPACES TO wsauditcampo.
       STRING "ESTABILIDADE-" wstipo
           DELIMITED BY SIZE INTO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       STRING wsini "-" wsfim(1:6)
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
      * Removes a period typed by mistake. An acidente period goes
      * with its leave in TP30AFA, not here. Removing or changing a
      * period lifts the protection TPESTAB gives, the same one only
      * a supervisor may override in TP07CAD, so both ask for the
      * supervisor level of the session operator.
      *----------------------------------------------------------------*
       EXCLUI-ESTABILIDADE.
       PERFORM PEDE-PRONTUARIO.
       DISPLAY "Inicio da estabilidade (DD/MM/AAAA): "
           WITH NO ADVANCING.
       MOVE SPACES TO wsdataini.
       ACCEPT wsdataini.
       OPEN I-O ESTABILIDADE.
       IF wsfs-esb EQUAL "35"
           DISPLAY "ESTABILIDADE.DAT ainda nao existe."
       ELSE
           MOVE wsprontuario TO ESB-PRONTUARIO
           MOVE SPACES TO ESB-INI
           STRING wsdataini(7:4) wsdataini(4:2) wsdataini(1:2)
               DELIMITED BY SIZE INTO ESB-INI
           READ ESTABILIDADE
               INVALID KEY
                   DISPLAY "Estabilidade nao encontrada."
               NOT INVALID KEY
                   PERFORM CONFIRMA-EXCLUSAO
           END-READ
           CLOSE ESTABILIDADE
       END-IF.

       CONFIRMA-EXCLUSAO.
       PERFORM DESCREVE-ESTABILIDADE.
       DISPLAY wsdesctipo " DE " wsdescini " ATE " wsdescfim " "
           ESB-OBS.
       PERFORM CONFERE-SUPERVISOR.
       IF ESB-AUTOMATICA
           DISPLAY "Estabilidade de acidente - exclua ou altere o"
               " afastamento no TP30AFA."
       ELSE
           IF wsesupervisor NOT EQUAL "S"
               DISPLAY "Excluir estabilidade exige nivel supervisor."
           ELSE
               PERFORM EXCLUI-CONFIRMADA
           END-IF
       END-IF.

       EXCLUI-CONFIRMADA.
       DISPLAY "Confirma a exclusao (S/N): " WITH NO ADVANCING.
       ACCEPT wsresposta.
       IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
           DELETE ESTABILIDADE RECORD
           MOVE "EXCLUI-ESTABILIDADE" TO wserr-para
           PERFORM TESTA-FS-ESB
           MOVE wsprontuario TO wsauditchave
           MOVE SPACES TO wsauditcampo
           STRING "ESTAB-EXCLUSAO-" ESB-TIPO
               DELIMITED BY SIZE INTO wsauditcampo
           MOVE ESB-INI TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Estabilidade excluida."
       END-IF.

      *----------------------------------------------------------------*
      * Level of the session operator in OPERADOR.DAT - the same
      * check TP62ALT makes before approving.
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
      * TP77ETB.REL for a competencia: the estabilidades that start in
      * the month (newly protected - no desligamento from now on) and
      * those that end in it (free again from the day after), each
      * with its counts.
      *----------------------------------------------------------------*
       RELATORIO-MENSAL.
       DISPLAY "Competencia (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       PERFORM VALIDA-COMPETENCIA.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - nada gerado."
       ELSE
           OPEN INPUT ESTABILIDADE
           IF wsfs-esb EQUAL "35"
               DISPLAY "ESTABILIDADE.DAT ainda nao existe."
           ELSE
               PERFORM GERA-RELATORIO
               CLOSE ESTABILIDADE
           END-IF
       END-IF.

       GERA-RELATORIO.
       PERFORM MONTA-DATA-HOJE.
       MOVE SPACES TO wsalvo.
       STRING wscompetencia(4:4) wscompetencia(1:2)
           DELIMITED BY SIZE INTO wsalvo.
       MOVE ZERO TO wsqtdinicios.
       MOVE ZERO TO wsqtdterminos.
       OPEN INPUT CADASTRO.
       OPEN OUTPUT RELATORIO.
       MOVE "GERA-RELATORIO" TO wserr-para.
       PERFORM TESTA-FS-REL.
       MOVE SPACES TO REL-LINHA.
       STRING "TP77ETB - ESTABILIDADE PROVISORIA - COMPETENCIA "
           DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           "  DATA: " DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "ESTABILIDADES QUE COMECAM NA COMPETENCIA" TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       PERFORM POSICIONA-INICIO.
       PERFORM CONFERE-INICIO UNTIL wsfimesb EQUAL "S".
       MOVE wsqtdinicios TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "  INICIOS: " wsmascqtd
           DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "ESTABILIDADES QUE TERMINAM NA COMPETENCIA" TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       PERFORM POSICIONA-INICIO.
       PERFORM CONFERE-TERMINO UNTIL wsfimesb EQUAL "S".
       MOVE wsqtdterminos TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "  TERMINOS: " wsmascqtd
           DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       CLOSE RELATORIO.
       IF wsfs-cad NOT EQUAL "35"
           CLOSE CADASTRO
       END-IF.
       DISPLAY "Relatorio em TP77ETB.REL - " wsqtdinicios
           " inicio(s), " wsqtdterminos " termino(s).".
       MOVE wscompetencia TO wsauditchave.
       MOVE "RELATORIO-ESTAB" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       POSICIONA-INICIO.
       MOVE "N" TO wsfimesb.
       MOVE LOW-VALUES TO ESB-CHAVE.
       START ESTABILIDADE KEY NOT LESS THAN ESB-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimesb
       END-START.
       PERFORM LE-PROXIMA-ESTABILIDADE.

       LE-PROXIMA-ESTABILIDADE.
       IF wsfimesb EQUAL "N"
           READ ESTABILIDADE NEXT RECORD
               AT END
                   MOVE "S" TO wsfimesb
           END-READ
       END-IF.

       CONFERE-INICIO.
       IF ESB-INI(1:6) EQUAL wsalvo
           ADD 1 TO wsqtdinicios
           PERFORM IMPRIME-ESTABILIDADE
       END-IF.
       PERFORM LE-PROXIMA-ESTABILIDADE.

       CONFERE-TERMINO.
       IF ESB-FIM(1:6) EQUAL wsalvo
           ADD 1 TO wsqtdterminos
           PERFORM IMPRIME-ESTABILIDADE
       END-IF.
       PERFORM LE-PROXIMA-ESTABILIDADE.

       IMPRIME-ESTABILIDADE.
       MOVE ESB-PRONTUARIO TO wsprontuario.
       PERFORM LE-EMPREGADO.
       PERFORM DESCREVE-ESTABILIDADE.
       MOVE SPACES TO REL-LINHA.
       STRING "    " ESB-PRONTUARIO " " wsnomeemp " " wsdesctipo
           " DE " wsdescini " ATE " wsdescfim
           DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.

       GRAVA-LINHA-REL.
       WRITE REL-LINHA.
       MOVE "GRAVA-LINHA-REL" TO wserr-para.
       PERFORM TESTA-FS-REL.

      *----------------------------------------------------------------*
      * Helpers: prontuario typed, employee's name, dates and
      * competencia validated, today's date.
      *----------------------------------------------------------------*
       PEDE-PRONTUARIO.
       DISPLAY "Digite o prontuario: " WITH NO ADVANCING.
       MOVE SPACES TO wsprontuario.
       ACCEPT wsprontuario.

      *Com o cadastro fechado: abre, le e fecha
       BUSCA-EMPREGADO.
       OPEN INPUT CADASTRO.
       PERFORM LE-EMPREGADO.
       IF wsfs-cad NOT EQUAL "35"
           CLOSE CADASTRO
       END-IF.

      *Com o cadastro ja aberto
       LE-EMPREGADO.
       MOVE "(FORA DO CADASTRO)" TO wsnomeemp.
       IF wsfs-cad NOT EQUAL "35"
           MOVE wsprontuario TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO wsnomeemp
                   STRING CAD-NOME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       CAD-SOBRENOME DELIMITED BY "  "
                       INTO wsnomeemp
           END-READ
       END-IF.

       VALIDA-DATA.
       MOVE "N" TO wsdataok.
       IF wsdatadig(3:1) EQUAL "/" AND wsdatadig(6:1) EQUAL "/" AND
           wsdatadig(1:2) IS NUMERIC AND
           wsdatadig(4:2) IS NUMERIC AND
           wsdatadig(7:4) IS NUMERIC
           IF wsdatadig(1:2) GREATER THAN "00" AND
               wsdatadig(1:2) LESS THAN "32" AND
               wsdatadig(4:2) GREATER THAN "00" AND
               wsdatadig(4:2) LESS THAN "13"
               MOVE "S" TO wsdataok
           END-IF
       END-IF.

       VALIDA-COMPETENCIA.
       MOVE "N" TO wscompok.
       IF wscompetencia(3:1) EQUAL "/" AND
           wscompetencia(1:2) IS NUMERIC AND
           wscompetencia(4:4) IS NUMERIC
           IF wscompetencia(1:2) GREATER THAN "00" AND
               wscompetencia(1:2) LESS THAN "13"
               MOVE "S" TO wscompok
           END-IF
       END-IF.

       MONTA-DATA-HOJE.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.

      *----------------------------------------------------------------*
      * Appends every maintenance action and report to the shared
      * AUDITORIA.LOG, the same trail the other programs leave.
      *----------------------------------------------------------------*
       GRAVA-AUDITORIA.
       PERFORM LE-OPERADOR-SESSAO.
       PERFORM MONTA-DATA-HOJE.
       OPEN EXTEND AUDITORIA.
       IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
           OPEN OUTPUT AUDITORIA
       END-IF.
       MOVE SPACES TO AUD-LINHA.
       STRING wsdatatxt DELIMITED BY SIZE
           " TP77ETB " DELIMITED BY SIZE
           "CHAVE:" DELIMITED BY SIZE
           wsauditchave DELIMITED BY SIZE
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

       TESTA-FS-ESB.
       MOVE wsfs-esb TO wserr-fs.
       MOVE "ESTABILIDADE.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP77ETB.REL" TO wserr-arq.
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
           " TP77ETB PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP77ETB - VER ERROS.LOG".
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
