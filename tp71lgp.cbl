      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP71LGP COBOL - LGPD duties over the payroll masters.
      *          The titular's report gathers, for one prontuario,
      *          every record the house keeps on the person into
      *          TP71LGP.REL: the cadastro, the documents (CPF, PIS,
      *          CTPS), dependents, pensao recipients, consignado
      *          loan, leaves, depto moves, valor-hora history, the
      *          bank and valor-hora changes of ALTCAD.DAT, the
      *          health plan beneficiaries, previdencia privada,
      *          estabilidades, insalubridade/periculosidade, the
      *          self-service PIN status (never the PIN), the fichas
      *          of TP04HISTIDX.DAT and the lines of AUDITORIA.LOG,
      *          ERROS.LOG and MOVIMENTO.LOG that mention the
      *          prontuario.
      *          The anonymization run takes the former employees
      *          desligados longer ago than a typed number of years
      *          and replaces with a token the names, the bank data
      *          (the cadastro's and the old and new ones of every
      *          ALTCAD.DAT change), CPF, PIS and CTPS, and the names
      *          of dependents, pensao recipients and health plan
      *          beneficiaries. Amounts stay as they are, so totals,
      *          declarations and the fichas still add up.
      *          Both runs land in AUDITORIA.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP71LGP.
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
           SELECT DEPENDENTES ASSIGN TO "DEPENDENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPD-CHAVE
           FILE STATUS IS wsfs-dpd.
           SELECT PENSAO ASSIGN TO "PENSAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-CHAVE
           FILE STATUS IS wsfs-pen.
           SELECT EMPRESTIMO ASSIGN TO "EMPRESTIMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-PRONTUARIO
           FILE STATUS IS wsfs-emp.
           SELECT AFASTAMENTOS ASSIGN TO "AFASTAMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFA-CHAVE
           FILE STATUS IS wsfs-afa.
           SELECT TRANSFER ASSIGN TO "TRANSFER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRF-CHAVE
           FILE STATUS IS wsfs-trf.
           SELECT HISTVHR ASSIGN TO "VALORHORA.HIS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VHR-CHAVE
           FILE STATUS IS wsfs-vhr.
           SELECT HISTIDX ASSIGN TO "TP04HISTIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-CHAVE
           FILE STATUS IS wsfs-hidx.
           SELECT DOCUMENTOS ASSIGN TO "DOCUMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-PRONTUARIO
           FILE STATUS IS wsfs-doc.
           SELECT ALTCAD ASSIGN TO "ALTCAD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALC-CHAVE
           FILE STATUS IS wsfs-alc.
           SELECT ADESAOSAUDE ASSIGN TO "ADESAOSAUDE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADS-CHAVE
           FILE STATUS IS wsfs-ads.
           SELECT PREVIDENCIA ASSIGN TO "PREVIDENCIA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRV-PRONTUARIO
           FILE STATUS IS wsfs-prv.
           SELECT ESTABILIDADE ASSIGN TO "ESTABILIDADE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESB-CHAVE
           FILE STATUS IS wsfs-esb.
           SELECT RISCO ASSIGN TO "RISCO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIS-PRONTUARIO
           FILE STATUS IS wsfs-ris.
           SELECT PINFUNC ASSIGN TO "PINFUNC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PIN-PRONTUARIO
           FILE STATUS IS wsfs-pin.
           SELECT MOVIMENTO ASSIGN TO "MOVIMENTO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-mov.
           SELECT IMPRESSO ASSIGN TO "TP71LGP.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-imp.
           COPY AUDITSEL.
           COPY ERROSEL.
           COPY OPERSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD CADASTRO.
       COPY CADASTRO.

       FD DEPENDENTES.
       COPY DEPENDENTES.

       FD PENSAO.
       COPY PENSAO.

       FD EMPRESTIMO.
       COPY EMPRESTIMO.

       FD AFASTAMENTOS.
       COPY AFASTAMENTOS.

       FD TRANSFER.
       COPY TRANSFER.

       FD HISTVHR.
       COPY VALORHORA.

       FD HISTIDX.
       COPY HISTIDX.

       FD DOCUMENTOS.
       COPY DOCUMENTOS.

       FD ALTCAD.
       COPY ALTCAD.

       FD ADESAOSAUDE.
       COPY ADESAOSAUDE.

       FD PREVIDENCIA.
       COPY PREVIDENCIA.

       FD ESTABILIDADE.
       COPY ESTABILIDADE.

       FD RISCO.
       COPY RISCO.

       FD PINFUNC.
       COPY PINFUNC.

       FD MOVIMENTO.
       01 MOV-LINHA                 PIC X(70).

       FD IMPRESSO.
       01 IMP-LINHA                 PIC X(110).

       COPY AUDITFD.

       COPY ERROFD.

       COPY OPERFD.

       WORKING-STORAGE SECTION.
       77 wsfs-cad PIC XX.
       77 wsfs-dpd PIC XX.
       77 wsfs-pen PIC XX.
       77 wsfs-emp PIC XX.
       77 wsfs-afa PIC XX.
       77 wsfs-trf PIC XX.
       77 wsfs-vhr PIC XX.
       77 wsfs-hidx PIC XX.
       77 wsfs-doc PIC XX.
       77 wsfs-alc PIC XX.
       77 wsfs-ads PIC XX.
       77 wsfs-prv PIC XX.
       77 wsfs-esb PIC XX.
       77 wsfs-ris PIC XX.
       77 wsfs-pin PIC XX.
       77 wsfs-mov PIC XX.
       77 wsfs-imp PIC XX.
       77 wsfs-aud PIC XX.
       77 wsfs-err PIC XX.
       77 wsfs-oper PIC XX.
       77 wserr-fs PIC XX.
       77 wserr-para PIC X(20).
       77 wserr-arq PIC X(16).
       01 wserr-dthoje.
           05 wserr-ano PIC 9(4).
           05 wserr-mes PIC 9(2).
           05 wserr-dia PIC 9(2).
       77 wsoperses PIC X(8) VALUE SPACES.
       77 wsopcao PIC 9 VALUE ZERO.
       77 wsresposta PIC X VALUE "N".
       77 wsprontuario PIC X(9) VALUE SPACES.
       77 wsfimarq PIC X VALUE "N".
       77 wsfimcadastro PIC X VALUE "N".
       77 wsqtdsecao PIC 9(5) VALUE ZERO.
       77 wsevento PIC X(16) VALUE SPACES.
       77 wscomplemento PIC X(30) VALUE SPACES.
       77 wsmascvl PIC ZZZZZZ9,99.
       77 wsmascvl2 PIC ZZZZZZ9,99.
       77 wsmascvl3 PIC ZZZZZZ9,99.
       77 wsmascvl4 PIC ZZZZZZ9,99.
       77 wsmascvlhr PIC ZZ9,99.
       77 wsmascperc PIC Z9,99.
       77 wsmascqtd PIC ZZ9.

      *O token que substitui nome e dados bancarios de quem saiu
       77 wstoken PIC X(11) VALUE "ANONIMIZADO".

      *Procura do prontuario nas linhas dos logs: o trecho tem de
      *estar entre separadores, senao o prontuario 12 acharia 123
       77 wslinhalog PIC X(100) VALUE SPACES.
       77 wstamanho PIC 9(2) VALUE ZERO.
       77 wspos PIC 9(3) VALUE ZERO.
       77 wsposmax PIC 9(3) VALUE ZERO.
       77 wsposviz PIC 9(3) VALUE ZERO.
       77 wsmenciona PIC X VALUE "N".
       77 wsvizinho PIC X VALUE SPACE.
           88 wsvizinho-separa VALUE " " ":" "=" "," ";" "(" ")".
       77 wsantesok PIC X VALUE "N".
       77 wsdepoisok PIC X VALUE "N".

      *Anonimizacao: desligados antes da data de corte (AAAAMMDD)
       77 wsanos PIC 9(2) VALUE ZERO.
       77 wscorte PIC 9(8) VALUE ZERO.
       77 wsdtdeslig PIC X(8) VALUE SPACES.
       77 wsqtdanonim PIC 9(5) VALUE ZERO.
       77 wsqtdregs PIC 9(5) VALUE ZERO.
       77 wsmascanonim PIC ZZZZ9.
       77 wsmascregs PIC ZZZZ9.

      *Trava exclusiva de sessao (TPTRAVA/TRAVAS.DAT)
       COPY TRAVAPARM.

       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       DISPLAY " ".
       DISPLAY "TP71LGP - LGPD: DADOS DO TITULAR E ANONIMIZACAO".
       DISPLAY "1 - Relatorio do titular (um prontuario)".
       DISPLAY "2 - Anonimizar desligados ha mais de N anos".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM RELATORIO-TITULAR
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM ANONIMIZA-DESLIGADOS
       END-IF.
       IF wsopcao GREATER THAN 2
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * The titular's report: one section per file, in the order the
      * request of the titular is usually answered. A prontuario that
      * left the cadastro still has its history reported.
      *----------------------------------------------------------------*
       RELATORIO-TITULAR.
       DISPLAY "Prontuario do titular: " WITH NO ADVANCING.
       MOVE SPACES TO wsprontuario.
       ACCEPT wsprontuario.
       IF wsprontuario EQUAL SPACES
           DISPLAY "Prontuario nao informado."
       ELSE
           OPEN OUTPUT IMPRESSO
           MOVE wsfs-imp TO wserr-fs
           MOVE "RELATORIO-TITULAR" TO wserr-para
           MOVE "TP71LGP.REL" TO wserr-arq
           PERFORM VERIFICA-FS
           MOVE SPACES TO IMP-LINHA
           STRING "TP71LGP - DADOS PESSOAIS MANTIDOS PELA FOLHA (LGPD)"
               DELIMITED BY SIZE
               "   EMITIDO EM " DELIMITED BY SIZE
               wsdatatxt DELIMITED BY SIZE
               INTO IMP-LINHA
           WRITE IMP-LINHA
           MOVE SPACES TO IMP-LINHA
           STRING "PRONTUARIO: " wsprontuario
               DELIMITED BY SIZE INTO IMP-LINHA
           WRITE IMP-LINHA
           PERFORM RELATA-CADASTRO
           PERFORM RELATA-DOCUMENTOS
           PERFORM RELATA-DEPENDENTES
           PERFORM RELATA-PENSAO
           PERFORM RELATA-EMPRESTIMO
           PERFORM RELATA-AFASTAMENTOS
           PERFORM RELATA-TRANSFER
           PERFORM RELATA-VALORHORA
           PERFORM RELATA-ALTCAD
           PERFORM RELATA-SAUDE
           PERFORM RELATA-PREVIDENCIA
           PERFORM RELATA-ESTABILIDADE
           PERFORM RELATA-RISCO
           PERFORM RELATA-PIN
           PERFORM RELATA-FICHAS
           PERFORM CALCULA-TAMANHO
           PERFORM RELATA-AUDITORIA
           PERFORM RELATA-ERROS
           PERFORM RELATA-MOVIMENTO
           CLOSE IMPRESSO
           MOVE "LGPD-RELATORIO" TO wsevento
           MOVE SPACES TO wscomplemento
           PERFORM GRAVA-AUDITORIA-LGPD
           DISPLAY "Relatorio do prontuario " wsprontuario
               " gerado em TP71LGP.REL."
       END-IF.

       TITULO-SECAO.
       MOVE SPACES TO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE ZERO TO wsqtdsecao.

       FECHA-SECAO.
       IF wsqtdsecao EQUAL ZERO
           MOVE "  (nenhum registro)" TO IMP-LINHA
           WRITE IMP-LINHA
       END-IF.

       RELATA-CADASTRO.
       PERFORM TITULO-SECAO.
       MOVE "== CADASTRO.DAT - cadastro mestre" TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT CADASTRO.
       IF wsfs-cad NOT EQUAL "35"
           MOVE wsprontuario TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM IMPRIME-CADASTRO
           END-READ
           CLOSE CADASTRO
       END-IF.
       PERFORM FECHA-SECAO.

       IMPRIME-CADASTRO.
       ADD 1 TO wsqtdsecao.
       MOVE SPACES TO IMP-LINHA.
       STRING "  NOME: " CAD-NOME " " CAD-SOBRENOME
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE SPACES TO IMP-LINHA.
       STRING "  EMPRESA: " CAD-EMPRESA "  DEPTO: " CAD-DEPTO
           "  CARGO: " CAD-CARGO "  SITUACAO: " CAD-ATIVO
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE SPACES TO IMP-LINHA.
       STRING "  ADMISSAO: " CAD-ADMISSAO
           "  DESLIGAMENTO: " CAD-DESLIGAMENTO
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE CAD-VALORHORA TO wsmascvlhr.
       MOVE CAD-QTHORAS TO wsmascqtd.
       MOVE CAD-BRUTO TO wsmascvl.
       MOVE CAD-LIQUIDO TO wsmascvl2.
       MOVE SPACES TO IMP-LINHA.
       STRING "  VALOR-HORA: " wsmascvlhr "  HORAS: " wsmascqtd
           "  BRUTO: " wsmascvl "  LIQUIDO: " wsmascvl2
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE CAD-QTDEPENDENTES TO wsmascqtd.
       MOVE SPACES TO IMP-LINHA.
       STRING "  DEPENDENTES: " wsmascqtd "  VT: " CAD-OPTVT
           "  VR: " CAD-OPTVR
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE SPACES TO IMP-LINHA.
       STRING "  BANCO: " CAD-BANCO "  AGENCIA: " CAD-AGENCIA "-"
           CAD-AGDV "  CONTA: " CAD-CONTA "-" CAD-CTDV
           "  ALTERADA EM: " CAD-DTCONTA
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.

       RELATA-DOCUMENTOS.
       PERFORM TITULO-SECAO.
       MOVE "== DOCUMENTOS.DAT - CPF, PIS e CTPS" TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT DOCUMENTOS.
       IF wsfs-doc NOT EQUAL "35"
           MOVE wsprontuario TO DOC-PRONTUARIO
           READ DOCUMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO wsqtdsecao
                   MOVE SPACES TO IMP-LINHA
                   STRING "  CPF: " DOC-CPF "  PIS: " DOC-PIS
                       "  CTPS: " DOC-CTPSNUM " SERIE " DOC-CTPSSERIE
                       " UF " DOC-CTPSUF "  REGISTRADO EM: " DOC-DATA
                       DELIMITED BY SIZE INTO IMP-LINHA
                   WRITE IMP-LINHA
           END-READ
           CLOSE DOCUMENTOS
       END-IF.
       PERFORM FECHA-SECAO.

       RELATA-DEPENDENTES.
       PERFORM TITULO-SECAO.
       MOVE "== DEPENDENTES.DAT - dependentes" TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT DEPENDENTES.
       IF wsfs-dpd NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE wsprontuario TO DPD-PRONTUARIO
           MOVE ZERO TO DPD-SEQ
           START DEPENDENTES KEY NOT LESS THAN DPD-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-PROXIMO-DEPENDENTE
           PERFORM IMPRIME-DEPENDENTE UNTIL wsfimarq EQUAL "S"
           CLOSE DEPENDENTES
       END-IF.
       PERFORM FECHA-SECAO.

       LE-PROXIMO-DEPENDENTE.
       IF wsfimarq EQUAL "N"
           READ DEPENDENTES NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
           IF wsfimarq EQUAL "N" AND
              DPD-PRONTUARIO NOT EQUAL wsprontuario
               MOVE "S" TO wsfimarq
           END-IF
       END-IF.

       IMPRIME-DEPENDENTE.
       ADD 1 TO wsqtdsecao.
       MOVE SPACES TO IMP-LINHA.
       STRING "  SEQ " DPD-SEQ "  " DPD-NOME
           "  NASC: " DPD-NASCIMENTO "  " DPD-PARENTESCO
           "  DEDUZ IRRF: " DPD-IRRF
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       PERFORM LE-PROXIMO-DEPENDENTE.

       RELATA-PENSAO.
       PERFORM TITULO-SECAO.
       MOVE "== PENSAO.DAT - beneficiarios de pensao alimenticia"
           TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT PENSAO.
       IF wsfs-pen NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE wsprontuario TO PEN-PRONTUARIO
           MOVE ZERO TO PEN-SEQ
           START PENSAO KEY NOT LESS THAN PEN-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-PROXIMA-PENSAO
           PERFORM IMPRIME-PENSAO UNTIL wsfimarq EQUAL "S"
           CLOSE PENSAO
       END-IF.
       PERFORM FECHA-SECAO.

       LE-PROXIMA-PENSAO.
       IF wsfimarq EQUAL "N"
           READ PENSAO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
           IF wsfimarq EQUAL "N" AND
              PEN-PRONTUARIO NOT EQUAL wsprontuario
               MOVE "S" TO wsfimarq
           END-IF
       END-IF.

       IMPRIME-PENSAO.
       ADD 1 TO wsqtdsecao.
       MOVE PEN-PERC TO wsmascperc.
       MOVE PEN-VALOR TO wsmascvl.
       MOVE SPACES TO IMP-LINHA.
       STRING "  SEQ " PEN-SEQ "  " PEN-NOME "  REGRA: " PEN-REGRA
           "  PERC: " wsmascperc "  VALOR: " wsmascvl
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE SPACES TO IMP-LINHA.
       STRING "         BANCO: " PEN-BANCO "  AGENCIA: " PEN-AGENCIA
           "  CONTA: " PEN-CONTA
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       PERFORM LE-PROXIMA-PENSAO.

       RELATA-EMPRESTIMO.
       PERFORM TITULO-SECAO.
       MOVE "== EMPRESTIMO.DAT - emprestimo consignado" TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT EMPRESTIMO.
       IF wsfs-emp NOT EQUAL "35"
           MOVE wsprontuario TO EMP-PRONTUARIO
           READ EMPRESTIMO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM IMPRIME-EMPRESTIMO
           END-READ
           CLOSE EMPRESTIMO
       END-IF.
       PERFORM FECHA-SECAO.

       IMPRIME-EMPRESTIMO.
       ADD 1 TO wsqtdsecao.
       MOVE EMP-TOTAL TO wsmascvl.
       MOVE EMP-PARCELA TO wsmascvl2.
       MOVE EMP-RESTANTES TO wsmascqtd.
       MOVE SPACES TO IMP-LINHA.
       STRING "  TOTAL: " wsmascvl "  PARCELA: " wsmascvl2
           "  RESTANTES: " wsmascqtd "  ULTIMA COMPETENCIA: "
           EMP-ULTCOMP
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE SPACES TO IMP-LINHA.
       STRING "  CREDOR: " EMP-CREDOR "  CONTRATO: " EMP-CONTRATO
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.

       RELATA-AFASTAMENTOS.
       PERFORM TITULO-SECAO.
       MOVE "== AFASTAMENTOS.DAT - afastamentos" TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT AFASTAMENTOS.
       IF wsfs-afa NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE wsprontuario TO AFA-PRONTUARIO
           MOVE LOW-VALUES TO AFA-INI
           START AFASTAMENTOS KEY NOT LESS THAN AFA-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-PROXIMO-AFASTAMENTO
           PERFORM IMPRIME-AFASTAMENTO UNTIL wsfimarq EQUAL "S"
           CLOSE AFASTAMENTOS
       END-IF.
       PERFORM FECHA-SECAO.

       LE-PROXIMO-AFASTAMENTO.
       IF wsfimarq EQUAL "N"
           READ AFASTAMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
           IF wsfimarq EQUAL "N" AND
              AFA-PRONTUARIO NOT EQUAL wsprontuario
               MOVE "S" TO wsfimarq
           END-IF
       END-IF.

       IMPRIME-AFASTAMENTO.
       ADD 1 TO wsqtdsecao.
       MOVE SPACES TO IMP-LINHA.
       STRING "  INICIO: " AFA-INI(7:2) "/" AFA-INI(5:2) "/"
           AFA-INI(1:4) "  FIM: " AFA-FIM(7:2) "/" AFA-FIM(5:2) "/"
           AFA-FIM(1:4) "  TIPO: " AFA-TIPO "  ONUS: " AFA-ONUS
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       PERFORM LE-PROXIMO-AFASTAMENTO.

       RELATA-TRANSFER.
       PERFORM TITULO-SECAO.
       MOVE "== TRANSFER.DAT - transferencias de depto" TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT TRANSFER.
       IF wsfs-trf NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE wsprontuario TO TRF-PRONTUARIO
           MOVE LOW-VALUES TO TRF-VIGENCIA
           START TRANSFER KEY NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-PROXIMA-TRANSFER
           PERFORM IMPRIME-TRANSFER UNTIL wsfimarq EQUAL "S"
           CLOSE TRANSFER
       END-IF.
       PERFORM FECHA-SECAO.

       LE-PROXIMA-TRANSFER.
       IF wsfimarq EQUAL "N"
           READ TRANSFER NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
           IF wsfimarq EQUAL "N" AND
              TRF-PRONTUARIO NOT EQUAL wsprontuario
               MOVE "S" TO wsfimarq
           END-IF
       END-IF.

       IMPRIME-TRANSFER.
       ADD 1 TO wsqtdsecao.
       MOVE SPACES TO IMP-LINHA.
       STRING "  VIGENCIA: " TRF-VIGENCIA(7:2) "/" TRF-VIGENCIA(5:2)
           "/" TRF-VIGENCIA(1:4) "  DE EMP " TRF-EMPANT " DEPTO "
           TRF-DEPTOANT "  PARA EMP " TRF-EMPNOVA " DEPTO "
           TRF-DEPTONOVO
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       PERFORM LE-PROXIMA-TRANSFER.

       RELATA-VALORHORA.
       PERFORM TITULO-SECAO.
       MOVE "== VALORHORA.HIS - historico do valor-hora" TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT HISTVHR.
       IF wsfs-vhr NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE wsprontuario TO VHR-PRONTUARIO
           MOVE LOW-VALUES TO VHR-VIGENCIA
           START HISTVHR KEY NOT LESS THAN VHR-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-PROXIMO-VALORHORA
           PERFORM IMPRIME-VALORHORA UNTIL wsfimarq EQUAL "S"
           CLOSE HISTVHR
       END-IF.
       PERFORM FECHA-SECAO.

       LE-PROXIMO-VALORHORA.
       IF wsfimarq EQUAL "N"
           READ HISTVHR NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
           IF wsfimarq EQUAL "N" AND
              VHR-PRONTUARIO NOT EQUAL wsprontuario
               MOVE "S" TO wsfimarq
           END-IF
       END-IF.

       IMPRIME-VALORHORA.
       ADD 1 TO wsqtdsecao.
       MOVE VHR-VALOR TO wsmascvlhr.
       MOVE SPACES TO IMP-LINHA.
       STRING "  VIGENCIA: " VHR-VIGENCIA(7:2) "/" VHR-VIGENCIA(5:2)
           "/" VHR-VIGENCIA(1:4) "  VALOR-HORA: " wsmascvlhr
           "  ORIGEM: " VHR-ORIGEM "  REGISTRADO EM: " VHR-DATAREG
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       PERFORM LE-PROXIMO-VALORHORA.

       RELATA-ALTCAD.
       PERFORM TITULO-SECAO.
       MOVE "== ALTCAD.DAT - alteracoes de banco e valor-hora"
           TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT ALTCAD.
       IF wsfs-alc NOT EQUAL "35"
           PERFORM POSICIONA-ALTCAD
           PERFORM IMPRIME-ALTCAD UNTIL wsfimarq EQUAL "S"
           CLOSE ALTCAD
       END-IF.
       PERFORM FECHA-SECAO.

       POSICIONA-ALTCAD.
       MOVE "N" TO wsfimarq.
       MOVE wsprontuario TO ALC-PRONTUARIO.
       MOVE LOW-VALUES TO ALC-TIPO.
       MOVE LOW-VALUES TO ALC-DATAHORA.
       START ALTCAD KEY NOT LESS THAN ALC-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimarq
       END-START.
       PERFORM LE-PROXIMA-ALTCAD.

       LE-PROXIMA-ALTCAD.
       IF wsfimarq EQUAL "N"
           READ ALTCAD NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
           IF wsfimarq EQUAL "N" AND
              ALC-PRONTUARIO NOT EQUAL wsprontuario
               MOVE "S" TO wsfimarq
           END-IF
       END-IF.

       IMPRIME-ALTCAD.
       ADD 1 TO wsqtdsecao.
       MOVE SPACES TO IMP-LINHA.
       IF ALC-BANCARIO
           STRING "  BANCO EM " ALC-DATA "  DE " ALC-ANT-BANCO "/"
               ALC-ANT-AGENCIA "-" ALC-ANT-AGDV "/" ALC-ANT-CONTA "-"
               ALC-ANT-CTDV "  PARA " ALC-NOV-BANCO "/"
               ALC-NOV-AGENCIA "-" ALC-NOV-AGDV "/" ALC-NOV-CONTA "-"
               ALC-NOV-CTDV "  SITUACAO: " ALC-SITUACAO
               DELIMITED BY SIZE INTO IMP-LINHA
       ELSE
           MOVE ALC-ANT-VALORHORA TO wsmascvlhr
           MOVE ALC-NOV-VALORHORA TO wsmascvl
           STRING "  VALOR-HORA EM " ALC-DATA "  DE " wsmascvlhr
               "  PARA " wsmascvl "  VIGENCIA: " ALC-VIGENCIA
               "  SITUACAO: " ALC-SITUACAO
               DELIMITED BY SIZE INTO IMP-LINHA
       END-IF.
       WRITE IMP-LINHA.
       PERFORM LE-PROXIMA-ALTCAD.

       RELATA-SAUDE.
       PERFORM TITULO-SECAO.
       MOVE "== ADESAOSAUDE.DAT - plano de saude (beneficiarios)"
           TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT ADESAOSAUDE.
       IF wsfs-ads NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE wsprontuario TO ADS-PRONTUARIO
           MOVE ZERO TO ADS-SEQ
           START ADESAOSAUDE KEY NOT LESS THAN ADS-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-PROXIMA-ADESAO
           PERFORM IMPRIME-ADESAO UNTIL wsfimarq EQUAL "S"
           CLOSE ADESAOSAUDE
       END-IF.
       PERFORM FECHA-SECAO.

       LE-PROXIMA-ADESAO.
       IF wsfimarq EQUAL "N"
           READ ADESAOSAUDE NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
           IF wsfimarq EQUAL "N" AND
              ADS-PRONTUARIO NOT EQUAL wsprontuario
               MOVE "S" TO wsfimarq
           END-IF
       END-IF.

       IMPRIME-ADESAO.
       ADD 1 TO wsqtdsecao.
       MOVE SPACES TO IMP-LINHA.
       STRING "  SEQ " ADS-SEQ "  " ADS-NOME "  NASC: "
           ADS-NASCIMENTO "  PLANO: " ADS-PLANO "  CARTEIRA: "
           ADS-CARTEIRA "  " ADS-COMPINI "-" ADS-COMPFIM
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       PERFORM LE-PROXIMA-ADESAO.

       RELATA-PREVIDENCIA.
       PERFORM TITULO-SECAO.
       MOVE "== PREVIDENCIA.DAT - previdencia privada" TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT PREVIDENCIA.
       IF wsfs-prv NOT EQUAL "35"
           MOVE wsprontuario TO PRV-PRONTUARIO
           READ PREVIDENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO wsqtdsecao
                   MOVE PRV-PERCFUNC TO wsmascperc
                   MOVE PRV-PERCEMP TO wsmascvlhr
                   MOVE SPACES TO IMP-LINHA
                   STRING "  CERTIFICADO: " PRV-CERTIFICADO
                       "  PERC. EMPREGADO: " wsmascperc
                       "  PERC. EMPRESA: " wsmascvlhr "  DE "
                       PRV-COMPINI " ATE " PRV-COMPFIM
                       DELIMITED BY SIZE INTO IMP-LINHA
                   WRITE IMP-LINHA
           END-READ
           CLOSE PREVIDENCIA
       END-IF.
       PERFORM FECHA-SECAO.

       RELATA-ESTABILIDADE.
       PERFORM TITULO-SECAO.
       MOVE "== ESTABILIDADE.DAT - estabilidade provisoria"
           TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT ESTABILIDADE.
       IF wsfs-esb NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE wsprontuario TO ESB-PRONTUARIO
           MOVE LOW-VALUES TO ESB-INI
           START ESTABILIDADE KEY NOT LESS THAN ESB-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-PROXIMA-ESTABILIDADE
           PERFORM IMPRIME-ESTABILIDADE UNTIL wsfimarq EQUAL "S"
           CLOSE ESTABILIDADE
       END-IF.
       PERFORM FECHA-SECAO.

       LE-PROXIMA-ESTABILIDADE.
       IF wsfimarq EQUAL "N"
           READ ESTABILIDADE NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
           IF wsfimarq EQUAL "N" AND
              ESB-PRONTUARIO NOT EQUAL wsprontuario
               MOVE "S" TO wsfimarq
           END-IF
       END-IF.

       IMPRIME-ESTABILIDADE.
       ADD 1 TO wsqtdsecao.
       MOVE SPACES TO IMP-LINHA.
       STRING "  TIPO: " ESB-TIPO "  INICIO: " ESB-INI(7:2) "/"
           ESB-INI(5:2) "/" ESB-INI(1:4) "  FIM: " ESB-FIM(7:2) "/"
           ESB-FIM(5:2) "/" ESB-FIM(1:4) "  ORIGEM: " ESB-ORIGEM
           "  " ESB-OBS
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       PERFORM LE-PROXIMA-ESTABILIDADE.

       RELATA-RISCO.
       PERFORM TITULO-SECAO.
       MOVE "== RISCO.DAT - insalubridade e periculosidade"
           TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT RISCO.
       IF wsfs-ris NOT EQUAL "35"
           MOVE wsprontuario TO RIS-PRONTUARIO
           READ RISCO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO wsqtdsecao
                   MOVE SPACES TO IMP-LINHA
                   STRING "  TIPO: " RIS-TIPO "  GRAU: " RIS-GRAU
                       "  LAUDO: " RIS-LAUDO "  REGISTRADO EM: "
                       RIS-DATA
                       DELIMITED BY SIZE INTO IMP-LINHA
                   WRITE IMP-LINHA
           END-READ
           CLOSE RISCO
       END-IF.
       PERFORM FECHA-SECAO.

      *Do PIN do autoatendimento so a situacao - o PIN nunca sai
       RELATA-PIN.
       PERFORM TITULO-SECAO.
       MOVE "== PINFUNC.DAT - PIN do autoatendimento" TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT PINFUNC.
       IF wsfs-pin NOT EQUAL "35"
           MOVE wsprontuario TO PIN-PRONTUARIO
           READ PINFUNC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO wsqtdsecao
                   MOVE SPACES TO IMP-LINHA
                   STRING "  PIN EMITIDO POR: " PIN-EMISSOR
                       "  TROCADO EM: " PIN-DTPIN
                       "  ULTIMO ACESSO: " PIN-ULTACESSO
                       "  FALHAS: " PIN-FALHAS
                       DELIMITED BY SIZE INTO IMP-LINHA
                   WRITE IMP-LINHA
           END-READ
           CLOSE PINFUNC
       END-IF.
       PERFORM FECHA-SECAO.

       RELATA-FICHAS.
       PERFORM TITULO-SECAO.
       MOVE "== TP04HISTIDX.DAT - fichas financeiras" TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT HISTIDX.
       IF wsfs-hidx NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE wsprontuario TO HIDX-PRONTUARIO
           MOVE LOW-VALUES TO HIDX-COMPET
           MOVE LOW-VALUES TO HIDX-MODO
           START HISTIDX KEY NOT LESS THAN HIDX-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-PROXIMA-FICHA
           PERFORM IMPRIME-FICHA UNTIL wsfimarq EQUAL "S"
           CLOSE HISTIDX
       END-IF.
       PERFORM FECHA-SECAO.

       LE-PROXIMA-FICHA.
       IF wsfimarq EQUAL "N"
           READ HISTIDX NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
           IF wsfimarq EQUAL "N" AND
              HIDX-PRONTUARIO NOT EQUAL wsprontuario
               MOVE "S" TO wsfimarq
           END-IF
       END-IF.

       IMPRIME-FICHA.
       ADD 1 TO wsqtdsecao.
       MOVE SPACES TO IMP-LINHA.
       STRING "  COMP: " HIDX-COMPET "  MODO: " HIDX-MODO
           "  CALCULADA EM: " HIDX-DATA "  EMP: " HIDX-EMPRESA
           "  NOME: " HIDX-NOME " " HIDX-SOBRENOME
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE HIDX-BRUTO TO wsmascvl.
       MOVE HIDX-INSS TO wsmascvl2.
       MOVE HIDX-IR TO wsmascvl3.
       MOVE HIDX-LIQ TO wsmascvl4.
       MOVE SPACES TO IMP-LINHA.
       STRING "         BRUTO: " wsmascvl "  INSS: " wsmascvl2
           "  IRRF: " wsmascvl3 "  LIQUIDO: " wsmascvl4
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE HIDX-FGTS TO wsmascvl.
       MOVE HIDX-PENS TO wsmascvl2.
       MOVE HIDX-VLEMP TO wsmascvl3.
       MOVE HIDX-VLSAUDE TO wsmascvl4.
       MOVE SPACES TO IMP-LINHA.
       STRING "         FGTS: " wsmascvl "  PENSAO: " wsmascvl2
           "  CONSIGNADO: " wsmascvl3 "  SAUDE: " wsmascvl4
           DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.
       PERFORM LE-PROXIMA-FICHA.

      *----------------------------------------------------------------*
      * The logs are scanned line by line for the prontuario. The
      * significant length of the prontuario is found once, so the
      * comparison ignores the spaces that pad it to nine places.
      *----------------------------------------------------------------*
       CALCULA-TAMANHO.
       MOVE 9 TO wstamanho.
       PERFORM REDUZ-TAMANHO
           UNTIL wsprontuario(wstamanho:1) NOT EQUAL SPACE.
       COMPUTE wsposmax = 101 - wstamanho.

       REDUZ-TAMANHO.
       SUBTRACT 1 FROM wstamanho.

       RELATA-AUDITORIA.
       PERFORM TITULO-SECAO.
       MOVE "== AUDITORIA.LOG - trilha de auditoria" TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT AUDITORIA.
       IF wsfs-aud NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           PERFORM LE-PROXIMA-AUDITORIA
           PERFORM CONFERE-AUDITORIA UNTIL wsfimarq EQUAL "S"
           CLOSE AUDITORIA
       END-IF.
       PERFORM FECHA-SECAO.

       LE-PROXIMA-AUDITORIA.
       READ AUDITORIA
           AT END
               MOVE "S" TO wsfimarq
       END-READ.

       CONFERE-AUDITORIA.
       MOVE AUD-LINHA TO wslinhalog.
       PERFORM PROCURA-PRONTUARIO.
       IF wsmenciona EQUAL "S"
           PERFORM IMPRIME-LINHA-LOG
       END-IF.
       PERFORM LE-PROXIMA-AUDITORIA.

       RELATA-ERROS.
       PERFORM TITULO-SECAO.
       MOVE "== ERROS.LOG - log de erros de E/S" TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT ERRLOG.
       IF wsfs-err NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           PERFORM LE-PROXIMO-ERRO
           PERFORM CONFERE-ERRO UNTIL wsfimarq EQUAL "S"
           CLOSE ERRLOG
       END-IF.
       PERFORM FECHA-SECAO.

       LE-PROXIMO-ERRO.
       READ ERRLOG
           AT END
               MOVE "S" TO wsfimarq
       END-READ.

       CONFERE-ERRO.
       MOVE ERR-LINHA TO wslinhalog.
       PERFORM PROCURA-PRONTUARIO.
       IF wsmenciona EQUAL "S"
           PERFORM IMPRIME-LINHA-LOG
       END-IF.
       PERFORM LE-PROXIMO-ERRO.

       RELATA-MOVIMENTO.
       PERFORM TITULO-SECAO.
       MOVE "== MOVIMENTO.LOG - admissoes e desligamentos" TO IMP-LINHA.
       WRITE IMP-LINHA.
       OPEN INPUT MOVIMENTO.
       IF wsfs-mov NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           PERFORM LE-PROXIMO-MOVIMENTO
           PERFORM CONFERE-MOVIMENTO UNTIL wsfimarq EQUAL "S"
           CLOSE MOVIMENTO
       END-IF.
       PERFORM FECHA-SECAO.

       LE-PROXIMO-MOVIMENTO.
       READ MOVIMENTO
           AT END
               MOVE "S" TO wsfimarq
       END-READ.

       CONFERE-MOVIMENTO.
       MOVE SPACES TO wslinhalog.
       MOVE MOV-LINHA TO wslinhalog.
       PERFORM PROCURA-PRONTUARIO.
       IF wsmenciona EQUAL "S"
           PERFORM IMPRIME-LINHA-LOG
       END-IF.
       PERFORM LE-PROXIMO-MOVIMENTO.

       IMPRIME-LINHA-LOG.
       ADD 1 TO wsqtdsecao.
       MOVE SPACES TO IMP-LINHA.
       STRING "  " wslinhalog DELIMITED BY SIZE INTO IMP-LINHA.
       WRITE IMP-LINHA.

       PROCURA-PRONTUARIO.
       MOVE "N" TO wsmenciona.
       MOVE 1 TO wspos.
       PERFORM CONFERE-POSICAO
           UNTIL wspos GREATER THAN wsposmax OR wsmenciona EQUAL "S".

      *Achado so vale com separador antes e depois do trecho
       CONFERE-POSICAO.
       IF wslinhalog(wspos:wstamanho) EQUAL wsprontuario(1:wstamanho)
           MOVE "S" TO wsantesok
           MOVE "S" TO wsdepoisok
           IF wspos GREATER THAN 1
               COMPUTE wsposviz = wspos - 1
               MOVE wslinhalog(wsposviz:1) TO wsvizinho
               IF NOT wsvizinho-separa
                   MOVE "N" TO wsantesok
               END-IF
           END-IF
           COMPUTE wsposviz = wspos + wstamanho
           IF wsposviz NOT GREATER THAN 100
               MOVE wslinhalog(wsposviz:1) TO wsvizinho
               IF NOT wsvizinho-separa
                   MOVE "N" TO wsdepoisok
               END-IF
           END-IF
           IF wsantesok EQUAL "S" AND wsdepoisok EQUAL "S"
               MOVE "S" TO wsmenciona
           END-IF
       END-IF.
       ADD 1 TO wspos.

      *----------------------------------------------------------------*
      * The anonymization run. Only inactive employees with a
      * desligamento date older than the cut-off are taken; one
      * already carrying the token is skipped, so the run can be
      * repeated. The cadastro is locked exclusively as TP07CAD does,
      * nobody keys a change into a record being anonymized.
      *----------------------------------------------------------------*
       ANONIMIZA-DESLIGADOS.
       DISPLAY "Anonimizar desligados ha mais de quantos anos: "
           WITH NO ADVANCING.
       MOVE ZERO TO wsanos.
       ACCEPT wsanos.
       IF wsanos EQUAL ZERO
           DISPLAY "Numero de anos invalido."
       ELSE
           COMPUTE wscorte = (wsdt-ano - wsanos) * 10000
               + wsdt-mes * 100 + wsdt-dia
           DISPLAY "Nomes e dados bancarios dos desligados antes de "
               wsdt-dia "/" wsdt-mes "/" wscorte(1:4)
               " serao substituidos por " wstoken "."
           DISPLAY "A operacao nao pode ser desfeita. Confirma (S/N): "
               WITH NO ADVANCING
           ACCEPT wsresposta
           IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
               PERFORM EXECUTA-ANONIMIZACAO
           ELSE
               DISPLAY "Nada anonimizado."
           END-IF
       END-IF.

       EXECUTA-ANONIMIZACAO.
       PERFORM LE-OPERADOR-SESSAO.
       MOVE "O" TO TRV-ACAO.
       MOVE "**" TO TRV-EMPRESA.
       MOVE "*******" TO TRV-COMPET.
       MOVE wsoperses TO TRV-OPERADOR.
       CALL "TPTRAVA" USING TRAVA-PARM.
       IF TRV-RC NOT EQUAL ZERO
           DISPLAY "Arquivo em uso por operador " TRV-DONO
               " desde " TRV-DESDE " - anonimizacao recusada."
       ELSE
           OPEN I-O CADASTRO
           IF wsfs-cad EQUAL "35"
               DISPLAY "CADASTRO.DAT ainda nao existe."
           ELSE
               MOVE ZERO TO wsqtdanonim
               MOVE "N" TO wsfimcadastro
               MOVE LOW-VALUES TO CAD-PRONTUARIO
               START CADASTRO KEY NOT LESS THAN CAD-PRONTUARIO
                   INVALID KEY
                       MOVE "S" TO wsfimcadastro
               END-START
               PERFORM LE-PROXIMO-CADASTRO
               PERFORM SELECIONA-DESLIGADO
                   UNTIL wsfimcadastro EQUAL "S"
               CLOSE CADASTRO
               MOVE wsqtdanonim TO wsmascanonim
               DISPLAY "TP71LGP - " wsmascanonim
                   " prontuario(s) anonimizado(s)."
           END-IF
           MOVE "S" TO TRV-ACAO
           MOVE "**" TO TRV-EMPRESA
           MOVE "*******" TO TRV-COMPET
           CALL "TPTRAVA" USING TRAVA-PARM
       END-IF.

       LE-PROXIMO-CADASTRO.
       IF wsfimcadastro EQUAL "N"
           READ CADASTRO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimcadastro
           END-READ
       END-IF.

       SELECIONA-DESLIGADO.
       IF CAD-EMPREGADO-INATIVO AND CAD-NOME NOT EQUAL wstoken
           AND CAD-DESLIGAMENTO NOT EQUAL SPACES
           MOVE SPACES TO wsdtdeslig
           STRING CAD-DESLIGAMENTO(7:4) CAD-DESLIGAMENTO(4:2)
               CAD-DESLIGAMENTO(1:2)
               DELIMITED BY SIZE INTO wsdtdeslig
           IF wsdtdeslig IS NUMERIC
               IF wsdtdeslig LESS THAN wscorte
                   PERFORM ANONIMIZA-PRONTUARIO
               END-IF
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-CADASTRO.

      *Os valores ficam; so nome, banco, documentos e nomes de
      *terceiros mudam
       ANONIMIZA-PRONTUARIO.
       MOVE CAD-PRONTUARIO TO wsprontuario.
       MOVE wstoken TO CAD-NOME.
       MOVE wstoken TO CAD-SOBRENOME.
       MOVE ALL "*" TO CAD-BANCO.
       MOVE ALL "*" TO CAD-AGENCIA.
       MOVE ALL "*" TO CAD-AGDV.
       MOVE ALL "*" TO CAD-CONTA.
       MOVE ALL "*" TO CAD-CTDV.
       REWRITE CAD-REGISTRO.
       MOVE wsfs-cad TO wserr-fs.
       MOVE "ANONIMIZA-PRONTUARIO" TO wserr-para.
       MOVE "CADASTRO.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.
       MOVE ZERO TO wsqtdregs.
       PERFORM ANONIMIZA-DEPENDENTES.
       PERFORM ANONIMIZA-PENSAO.
       PERFORM ANONIMIZA-DOCUMENTOS.
       PERFORM ANONIMIZA-ALTCAD.
       PERFORM ANONIMIZA-SAUDE.
       PERFORM ANONIMIZA-FICHAS.
       ADD 1 TO wsqtdanonim.
       MOVE "LGPD-ANONIMIZADO" TO wsevento.
       MOVE wsqtdregs TO wsmascregs.
       MOVE SPACES TO wscomplemento.
       STRING " ANOS:" wsanos " REGISTROS:" wsmascregs
           DELIMITED BY SIZE INTO wscomplemento.
       PERFORM GRAVA-AUDITORIA-LGPD.

       ANONIMIZA-DEPENDENTES.
       OPEN I-O DEPENDENTES.
       IF wsfs-dpd NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE wsprontuario TO DPD-PRONTUARIO
           MOVE ZERO TO DPD-SEQ
           START DEPENDENTES KEY NOT LESS THAN DPD-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-PROXIMO-DEPENDENTE
           PERFORM TROCA-NOME-DEPENDENTE UNTIL wsfimarq EQUAL "S"
           CLOSE DEPENDENTES
       END-IF.

       TROCA-NOME-DEPENDENTE.
       MOVE wstoken TO DPD-NOME.
       REWRITE DPD-REGISTRO.
       MOVE wsfs-dpd TO wserr-fs.
       MOVE "TROCA-NOME-DEPEND" TO wserr-para.
       MOVE "DEPENDENTES.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.
       ADD 1 TO wsqtdregs.
       PERFORM LE-PROXIMO-DEPENDENTE.

       ANONIMIZA-DOCUMENTOS.
       OPEN I-O DOCUMENTOS.
       IF wsfs-doc NOT EQUAL "35"
           MOVE wsprontuario TO DOC-PRONTUARIO
           READ DOCUMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ALL "*" TO DOC-CPF
                   MOVE ALL "*" TO DOC-PIS
                   MOVE ALL "*" TO DOC-CTPS
                   REWRITE DOC-REGISTRO
                   MOVE wsfs-doc TO wserr-fs
                   MOVE "ANONIMIZA-DOCUMENTOS" TO wserr-para
                   MOVE "DOCUMENTOS.DAT" TO wserr-arq
                   PERFORM VERIFICA-FS
                   ADD 1 TO wsqtdregs
           END-READ
           CLOSE DOCUMENTOS
       END-IF.

      *Contas antiga e nova de cada troca bancaria; as trocas de
      *valor-hora sao valores e ficam
       ANONIMIZA-ALTCAD.
       OPEN I-O ALTCAD.
       IF wsfs-alc NOT EQUAL "35"
           PERFORM POSICIONA-ALTCAD
           PERFORM TROCA-DADOS-ALTCAD UNTIL wsfimarq EQUAL "S"
           CLOSE ALTCAD
       END-IF.

       TROCA-DADOS-ALTCAD.
       IF ALC-BANCARIO
           MOVE ALL "*" TO ALC-ANTIGO
           MOVE ALL "*" TO ALC-NOVO
           REWRITE ALC-REGISTRO
           MOVE wsfs-alc TO wserr-fs
           MOVE "TROCA-DADOS-ALTCAD" TO wserr-para
           MOVE "ALTCAD.DAT" TO wserr-arq
           PERFORM VERIFICA-FS
           ADD 1 TO wsqtdregs
       END-IF.
       PERFORM LE-PROXIMA-ALTCAD.

       ANONIMIZA-SAUDE.
       OPEN I-O ADESAOSAUDE.
       IF wsfs-ads NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE wsprontuario TO ADS-PRONTUARIO
           MOVE ZERO TO ADS-SEQ
           START ADESAOSAUDE KEY NOT LESS THAN ADS-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-PROXIMA-ADESAO
           PERFORM TROCA-NOME-ADESAO UNTIL wsfimarq EQUAL "S"
           CLOSE ADESAOSAUDE
       END-IF.

       TROCA-NOME-ADESAO.
       MOVE wstoken TO ADS-NOME.
       REWRITE ADS-REGISTRO.
       MOVE wsfs-ads TO wserr-fs.
       MOVE "TROCA-NOME-ADESAO" TO wserr-para.
       MOVE "ADESAOSAUDE.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.
       ADD 1 TO wsqtdregs.
       PERFORM LE-PROXIMA-ADESAO.

       ANONIMIZA-PENSAO.
       OPEN I-O PENSAO.
       IF wsfs-pen NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE wsprontuario TO PEN-PRONTUARIO
           MOVE ZERO TO PEN-SEQ
           START PENSAO KEY NOT LESS THAN PEN-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-PROXIMA-PENSAO
           PERFORM TROCA-DADOS-PENSAO UNTIL wsfimarq EQUAL "S"
           CLOSE PENSAO
       END-IF.

       TROCA-DADOS-PENSAO.
       MOVE wstoken TO PEN-NOME.
       MOVE ALL "*" TO PEN-BANCO.
       MOVE ALL "*" TO PEN-AGENCIA.
       MOVE ALL "*" TO PEN-CONTA.
       REWRITE PEN-REGISTRO.
       MOVE wsfs-pen TO wserr-fs.
       MOVE "TROCA-DADOS-PENSAO" TO wserr-para.
       MOVE "PENSAO.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.
       ADD 1 TO wsqtdregs.
       PERFORM LE-PROXIMA-PENSAO.

       ANONIMIZA-FICHAS.
       OPEN I-O HISTIDX.
       IF wsfs-hidx NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE wsprontuario TO HIDX-PRONTUARIO
           MOVE LOW-VALUES TO HIDX-COMPET
           MOVE LOW-VALUES TO HIDX-MODO
           START HISTIDX KEY NOT LESS THAN HIDX-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-PROXIMA-FICHA
           PERFORM TROCA-NOME-FICHA UNTIL wsfimarq EQUAL "S"
           CLOSE HISTIDX
       END-IF.

       TROCA-NOME-FICHA.
       MOVE wstoken TO HIDX-NOME.
       MOVE wstoken TO HIDX-SOBRENOME.
       REWRITE HIDX-REGISTRO.
       MOVE wsfs-hidx TO wserr-fs.
       MOVE "TROCA-NOME-FICHA" TO wserr-para.
       MOVE "TP04HISTIDX.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.
       ADD 1 TO wsqtdregs.
       PERFORM LE-PROXIMA-FICHA.

       GRAVA-AUDITORIA-LGPD.
           OPEN EXTEND AUDITORIA.
           IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           MOVE SPACES TO AUD-LINHA.
           STRING wsdatatxt DELIMITED BY SIZE
               " TP71LGP " DELIMITED BY SIZE
               wsevento DELIMITED BY SPACE
               " PRONTUARIO:" DELIMITED BY SIZE
               wsprontuario DELIMITED BY SPACE
               " OPER:" DELIMITED BY SIZE
               wsoperses DELIMITED BY SIZE
               wscomplemento DELIMITED BY SIZE
               INTO AUD-LINHA.
           WRITE AUD-LINHA.
           CLOSE AUDITORIA.

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
               " TP71LGP PARAGRAFO:" DELIMITED BY SIZE
               wserr-para DELIMITED BY SIZE
               " ARQUIVO:" DELIMITED BY SIZE
               wserr-arq DELIMITED BY SIZE
               " STATUS:" DELIMITED BY SIZE
               wserr-fs DELIMITED BY SIZE
               INTO ERR-LINHA.
           WRITE ERR-LINHA.
           CLOSE ERRLOG.
           DISPLAY "ERRO DE E/S EM TP71LGP - VER ERROS.LOG".
           MOVE 8 TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
