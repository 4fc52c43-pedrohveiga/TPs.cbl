      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP81AUTO COBOL - employee self-service inquiry. An
      *          operator opens it from TPMENU and leaves the terminal
      *          to the employees: each one signs on with prontuario
      *          and PIN (PINFUNC.DAT, issued by TP82PIN; three wrong
      *          PINs lock it, as in OPERADOR.DAT) and sees only what
      *          is theirs - the holerites TP16HOL split into
      *          HOL<prontuario>.<MMAAAA>, the year-to-date totals of
      *          TP04YTD.DAT, the consignado balance of EMPRESTIMO.DAT,
      *          the ferias balance of FERIAS.DAT and their informe in
      *          the last TP12INF.REL. Every file is read by the
      *          prontuario of the sign-on, never by one typed after
      *          it, and every sign-on, failure and inquiry lands in
      *          AUDITORIA.LOG, where TP71LGP finds it for the titular.
      *          Leaving the terminal needs the senha of the operator
      *          who opened it.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP81AUTO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PINFUNC ASSIGN TO "PINFUNC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PIN-PRONTUARIO
           FILE STATUS IS wsfs-pin.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT INDICE ASSIGN TO "TP16HOL.IDX"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-idx.
           SELECT DOCUMENTO ASSIGN TO DYNAMIC wsnomdoc
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-doc.
           SELECT YTD ASSIGN TO "TP04YTD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-PRONTUARIO
           FILE STATUS IS wsfs-ytd.
           SELECT EMPRESTIMO ASSIGN TO "EMPRESTIMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-PRONTUARIO
           FILE STATUS IS wsfs-emp.
           SELECT FERIAS ASSIGN TO "FERIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FER-PRONTUARIO
           FILE STATUS IS wsfs-fer.
           SELECT INFORME ASSIGN TO "TP12INF.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-inf.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-ID
           FILE STATUS IS wsfs-ope.
           COPY OPERSEL.
           COPY AUDITSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD PINFUNC.
       COPY PINFUNC.

       FD CADASTRO.
       COPY CADASTRO.

       FD INDICE.
       01 IDX-LINHA                 PIC X(100).

       FD DOCUMENTO.
       01 DOC-LINHA                 PIC X(100).

       FD YTD.
       01 YTD-REGISTRO.
           05 YTD-PRONTUARIO        PIC X(9).
           05 YTD-ANO               PIC 9(4).
           05 YTD-BRUTO             PIC 9(7)V99.
           05 YTD-INSS              PIC 9(7)V99.
           05 YTD-IR                PIC 9(7)V99.
           05 YTD-LIQ               PIC 9(7)V99.
           05 YTD-FGTS              PIC 9(7)V99.

       FD EMPRESTIMO.
       COPY EMPRESTIMO.

       FD FERIAS.
       COPY FERIAS.

       FD INFORME.
       01 INF-LINHA                 PIC X(100).

       FD OPERADORES.
       01 OPE-REGISTRO.
           05 OPE-ID               PIC X(8).
           05 OPE-SENHA            PIC X(8).
           05 OPE-NIVEL            PIC 9(1).
           05 OPE-NOME             PIC X(20).
           05 OPE-FALHAS           PIC 9(1).
           05 OPE-DTSENHA          PIC X(10).

       COPY OPERFD.

       COPY AUDITFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-pin PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-idx PIC XX.
       77 wsfs-doc PIC XX.
       77 wsfs-ytd PIC XX.
       77 wsfs-emp PIC XX.
       77 wsfs-fer PIC XX.
       77 wsfs-inf PIC XX.
       77 wsfs-ope PIC XX.
       77 wsfs-oper PIC XX.
       77 wsfs-aud PIC XX.
       77 wsfs-err PIC XX.
       77 wsoperses PIC X(8) VALUE SPACES.
       77 wsopcao PIC 9 VALUE ZERO.
       77 wsencerra PIC X VALUE "N".
       77 wssaida PIC X VALUE "N".
       77 wsresposta PIC X VALUE "N".

      *Sign-on do empregado: wsprontlog so e preenchido por um PIN
      *que confere e e o unico prontuario que o programa le
       77 wsprontdig PIC X(9) VALUE SPACES.
       77 wspindig PIC X(6) VALUE SPACES.
       77 wspinnovo PIC X(6) VALUE SPACES.
       77 wspinnovo2 PIC X(6) VALUE SPACES.
       77 wsprontlog PIC X(9) VALUE SPACES.
       77 wslogado PIC X VALUE "N".
       77 wsnomelog PIC X(20) VALUE SPACES.
       77 wssenhaope PIC X(8) VALUE SPACES.

      *Trilha de auditoria
       77 wsevento PIC X(12) VALUE SPACES.
       77 wsdetalhe PIC X(20) VALUE SPACES.

      *Holerites
       77 wsnomdoc PIC X(25) VALUE SPACES.
       77 wscompet PIC X(7) VALUE SPACES.
       77 wsfimarq PIC X VALUE "N".
       77 wsqtddocs PIC 9(3) VALUE ZERO.
       77 wsdocok PIC X VALUE "S".

      *Informe
       77 wscabinf PIC X(100) VALUE SPACES.
       77 wsesperanome PIC X VALUE "N".
       77 wsnoinforme PIC X VALUE "N".
       77 wsqtdinf PIC 9(3) VALUE ZERO.

       77 wssaldo PIC 9(9)V99 VALUE ZERO.
       77 wsdiassaldo PIC 9(2) VALUE ZERO.
       77 wsmascvalor PIC ZZZ.ZZZ.ZZ9,99.
       77 wsmascparc PIC ZZ.ZZ9,99.

       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).
       77 wserr-fs PIC XX.
       77 wserr-para PIC X(20).
       77 wserr-arq PIC X(16).
       01 wserr-dthoje.
           05 wserr-ano PIC 9(4).
           05 wserr-mes PIC 9(2).
           05 wserr-dia PIC 9(2).
       01 wshorahoje.
           05 wshr-hh PIC 9(2).
           05 wshr-mm PIC 9(2).
           05 wshr-ss PIC 9(2).
           05 wshr-cc PIC 9(2).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       PERFORM LE-OPERADOR-SESSAO.
       MOVE "N" TO wsencerra.
       PERFORM ATENDE-EMPREGADO UNTIL wsencerra EQUAL "S".
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
      * One employee at a time: the sign-on, the inquiry menu until
      * the employee leaves, and everything of that employee cleared
      * before the next one. An empty prontuario is the operator
      * taking the terminal back.
      *----------------------------------------------------------------*
       ATENDE-EMPREGADO.
       MOVE SPACES TO wsprontlog.
       MOVE SPACES TO wsnomelog.
       MOVE "N" TO wslogado.
       DISPLAY " ".
       DISPLAY "TP81AUTO - AUTOATENDIMENTO DO EMPREGADO".
       DISPLAY "Prontuario (ENTER = encerrar o terminal): "
           WITH NO ADVANCING.
       MOVE SPACES TO wsprontdig.
       ACCEPT wsprontdig.
       IF wsprontdig EQUAL SPACES
           PERFORM CONFERE-ENCERRAMENTO
       ELSE
           PERFORM ASSINA-EMPREGADO
           IF wslogado EQUAL "S"
               MOVE "N" TO wssaida
               PERFORM MENU-EMPREGADO UNTIL wssaida EQUAL "S"
               MOVE "SIGNOFF" TO wsevento
               MOVE SPACES TO wsdetalhe
               PERFORM GRAVA-AUDITORIA
           END-IF
       END-IF.
       MOVE SPACES TO wsprontlog.
       MOVE SPACES TO wsnomelog.
       MOVE "N" TO wslogado.

      *The terminal goes back to the operator who opened it only with
      *that operator's senha; run outside the menu, it just ends
       CONFERE-ENCERRAMENTO.
       IF wsoperses EQUAL SPACES
           MOVE "S" TO wsencerra
       ELSE
           DISPLAY "Senha do operador " wsoperses ": "
               WITH NO ADVANCING
           MOVE SPACES TO wssenhaope
           ACCEPT wssenhaope
           OPEN INPUT OPERADORES
           IF wsfs-ope NOT EQUAL "35"
               MOVE wsoperses TO OPE-ID
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPE-SENHA EQUAL wssenhaope
                           MOVE "S" TO wsencerra
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF
           IF wsencerra NOT EQUAL "S"
               DISPLAY "Senha nao confere - o terminal continua no"
                   " autoatendimento."
           END-IF
       END-IF.

      *----------------------------------------------------------------*
      * The PIN check: an unknown prontuario and a wrong PIN answer
      * the same, a wrong PIN counts on the record and the third one
      * locks it until TP82PIN; a PIN never changed since TP82PIN
      * issued it must be changed before anything is shown.
      *----------------------------------------------------------------*
       ASSINA-EMPREGADO.
       DISPLAY "PIN (6 digitos): " WITH NO ADVANCING.
       MOVE SPACES TO wspindig.
       ACCEPT wspindig.
       OPEN I-O PINFUNC.
       IF wsfs-pin EQUAL "35"
           DISPLAY "Autoatendimento sem PINs emitidos - procure o RH."
       ELSE
           MOVE wsprontdig TO PIN-PRONTUARIO
           READ PINFUNC
               INVALID KEY
                   DISPLAY "Prontuario ou PIN invalidos."
                   MOVE "FALHA" TO wsevento
                   MOVE SPACES TO wsdetalhe
                   PERFORM GRAVA-AUDITORIA
               NOT INVALID KEY
                   PERFORM AVALIA-PIN
           END-READ
           CLOSE PINFUNC
       END-IF.
       AVALIA-PIN.
       IF PIN-FALHAS NOT LESS THAN 3
           DISPLAY "PIN BLOQUEADO por tentativas - procure o RH."
           MOVE "BLOQUEADO" TO wsevento
           MOVE SPACES TO wsdetalhe
           PERFORM GRAVA-AUDITORIA
       ELSE
           IF PIN-SENHA EQUAL wspindig AND wspindig NOT EQUAL SPACES
               MOVE "S" TO wslogado
               MOVE PIN-PRONTUARIO TO wsprontlog
               MOVE ZERO TO PIN-FALHAS
               MOVE wsdatatxt TO PIN-ULTACESSO
               REWRITE PIN-REGISTRO
               MOVE "AVALIA-PIN" TO wserr-para
               PERFORM TESTA-FS-PIN
               MOVE "SIGNON" TO wsevento
               MOVE SPACES TO wsdetalhe
               PERFORM GRAVA-AUDITORIA
               PERFORM BUSCA-NOME
               DISPLAY "Bem-vindo(a), " wsnomelog
               IF PIN-DTPIN EQUAL SPACES
                   DISPLAY "Primeiro acesso - escolha o seu PIN."
                   PERFORM TROCA-PIN-OBRIGATORIA
               END-IF
           ELSE
               ADD 1 TO PIN-FALHAS
               REWRITE PIN-REGISTRO
               MOVE "AVALIA-PIN" TO wserr-para
               PERFORM TESTA-FS-PIN
               IF PIN-FALHAS NOT LESS THAN 3
                   DISPLAY "Terceira falha - PIN BLOQUEADO."
                   MOVE "BLOQUEIO" TO wsevento
               ELSE
                   DISPLAY "Prontuario ou PIN invalidos."
                   MOVE "FALHA" TO wsevento
               END-IF
               MOVE SPACES TO wsdetalhe
               PERFORM GRAVA-AUDITORIA
           END-IF
       END-IF.

       BUSCA-NOME.
       MOVE SPACES TO wsnomelog.
       OPEN INPUT CADASTRO.
       IF wsfs-cad NOT EQUAL "35"
           MOVE wsprontlog TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAD-NOME TO wsnomelog
           END-READ
           CLOSE CADASTRO
       END-IF.

      *PINFUNC.DAT is still open I-O on the record just read
       TROCA-PIN-OBRIGATORIA.
       PERFORM PEDE-PIN-NOVO.
       MOVE wspinnovo TO PIN-SENHA.
       MOVE wsdatatxt TO PIN-DTPIN.
       REWRITE PIN-REGISTRO.
       MOVE "TROCA-PIN-OBRIGATORIA" TO wserr-para.
       PERFORM TESTA-FS-PIN.
       DISPLAY "PIN trocado.".
       MOVE "TROCA-PIN" TO wsevento.
       MOVE SPACES TO wsdetalhe.
       PERFORM GRAVA-AUDITORIA.

       PEDE-PIN-NOVO.
       MOVE SPACES TO wspinnovo.
       MOVE "X" TO wspinnovo2.
       PERFORM LE-PIN-NOVO
           UNTIL wspinnovo EQUAL wspinnovo2 AND wspinnovo NUMERIC.

       LE-PIN-NOVO.
       DISPLAY "Novo PIN (6 digitos): " WITH NO ADVANCING.
       MOVE SPACES TO wspinnovo.
       ACCEPT wspinnovo.
       DISPLAY "Repita o novo PIN: " WITH NO ADVANCING.
       MOVE SPACES TO wspinnovo2.
       ACCEPT wspinnovo2.
       IF wspinnovo NOT EQUAL wspinnovo2 OR wspinnovo NOT NUMERIC
           DISPLAY "PINs nao conferem ou nao sao 6 digitos - de novo."
       END-IF.

      *----------------------------------------------------------------*
      * What the employee may see - all of it keyed by wsprontlog.
      *----------------------------------------------------------------*
       MENU-EMPREGADO.
       DISPLAY " ".
       DISPLAY "1 - Holerites".
       DISPLAY "2 - Acumulado do ano".
       DISPLAY "3 - Emprestimo consignado".
       DISPLAY "4 - Saldo de ferias".
       DISPLAY "5 - Informe de rendimentos".
       DISPLAY "6 - Trocar o PIN".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       MOVE ZERO TO wsopcao.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           MOVE "S" TO wssaida
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM CONSULTA-HOLERITE
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM CONSULTA-YTD
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM CONSULTA-EMPRESTIMO
       END-IF.
       IF wsopcao EQUAL 4
           PERFORM CONSULTA-FERIAS
       END-IF.
       IF wsopcao EQUAL 5
           PERFORM CONSULTA-INFORME
       END-IF.
       IF wsopcao EQUAL 6
           PERFORM TROCA-PIN-EMPREGADO
       END-IF.
       IF wsopcao GREATER THAN 6
           DISPLAY "Opcao invalida."
       END-IF.

      *----------------------------------------------------------------*
      * Holerites: the competencias TP16HOL last indexed for the
      * employee are listed, and the one asked for is read from the
      * document named after the signed-on prontuario. A document
      * with a PRONTUARIO line of anybody else is not shown.
      *----------------------------------------------------------------*
       CONSULTA-HOLERITE.
       MOVE ZERO TO wsqtddocs.
       OPEN INPUT INDICE.
       IF wsfs-idx NOT EQUAL "35"
           DISPLAY "Holerites disponiveis:"
           MOVE "N" TO wsfimarq
           PERFORM LE-PROXIMO-INDICE
           PERFORM LISTA-INDICE UNTIL wsfimarq EQUAL "S"
           CLOSE INDICE
       END-IF.
       IF wsqtddocs EQUAL ZERO
           DISPLAY "Nenhum holerite no ultimo indice do TP16HOL."
       END-IF.
       DISPLAY "Competencia (MM/AAAA, ENTER = voltar): "
           WITH NO ADVANCING.
       MOVE SPACES TO wscompet.
       ACCEPT wscompet.
       IF wscompet NOT EQUAL SPACES
           IF wscompet(3:1) EQUAL "/" AND wscompet(1:2) NUMERIC AND
               wscompet(4:4) NUMERIC
               PERFORM MOSTRA-HOLERITE
           ELSE
               DISPLAY "Competencia invalida."
           END-IF
       END-IF.

       LE-PROXIMO-INDICE.
       READ INDICE
           AT END
               MOVE "S" TO wsfimarq
       END-READ.

      *Linha do indice: PRONTUARIO: na col 1, o prontuario na 12 e a
      *competencia na 34 (DESCARREGA-DOCUMENTO do TP16HOL)
       LISTA-INDICE.
       IF IDX-LINHA(1:11) EQUAL "PRONTUARIO:" AND
           IDX-LINHA(12:9) EQUAL wsprontlog
           ADD 1 TO wsqtddocs
           DISPLAY "   " IDX-LINHA(34:7)
       END-IF.
       PERFORM LE-PROXIMO-INDICE.

       MOSTRA-HOLERITE.
       MOVE SPACES TO wsnomdoc.
       STRING "HOL" DELIMITED BY SIZE
           wsprontlog DELIMITED BY SPACE
           "." DELIMITED BY SIZE
           wscompet(1:2) DELIMITED BY SIZE
           wscompet(4:4) DELIMITED BY SIZE
           INTO wsnomdoc.
       MOVE "S" TO wsdocok.
       OPEN INPUT DOCUMENTO.
       IF wsfs-doc EQUAL "35"
           DISPLAY "Holerite de " wscompet " nao disponivel."
       ELSE
           MOVE "N" TO wsfimarq
           PERFORM LE-LINHA-DOC
           PERFORM CONFERE-LINHA-DOC UNTIL wsfimarq EQUAL "S"
           CLOSE DOCUMENTO
           IF wsdocok EQUAL "S"
               OPEN INPUT DOCUMENTO
               MOVE "N" TO wsfimarq
               PERFORM LE-LINHA-DOC
               PERFORM MOSTRA-LINHA-DOC UNTIL wsfimarq EQUAL "S"
               CLOSE DOCUMENTO
               MOVE "HOLERITE" TO wsevento
               MOVE wscompet TO wsdetalhe
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Documento nao pode ser exibido - procure o RH."
               MOVE "DOC-DIVERGE" TO wsevento
               MOVE wscompet TO wsdetalhe
               PERFORM GRAVA-AUDITORIA
           END-IF
       END-IF.

       LE-LINHA-DOC.
       READ DOCUMENTO
           AT END
               MOVE "S" TO wsfimarq
       END-READ.

       CONFERE-LINHA-DOC.
       IF DOC-LINHA(1:12) EQUAL "PRONTUARIO: " AND
           DOC-LINHA(13:9) NOT EQUAL wsprontlog
           MOVE "N" TO wsdocok
       END-IF.
       PERFORM LE-LINHA-DOC.

       MOSTRA-LINHA-DOC.
       DISPLAY DOC-LINHA.
       PERFORM LE-LINHA-DOC.

      *----------------------------------------------------------------*
      * The year-to-date totals as TP04YTD.DAT holds them today.
      *----------------------------------------------------------------*
       CONSULTA-YTD.
       OPEN INPUT YTD.
       IF wsfs-ytd EQUAL "35"
           DISPLAY "Nenhum acumulado disponivel."
       ELSE
           MOVE wsprontlog TO YTD-PRONTUARIO
           READ YTD
               INVALID KEY
                   DISPLAY "Nenhum acumulado disponivel."
               NOT INVALID KEY
                   DISPLAY "ACUMULADO DO ANO " YTD-ANO
                   MOVE YTD-BRUTO TO wsmascvalor
                   DISPLAY "  BRUTO:   " wsmascvalor
                   MOVE YTD-INSS TO wsmascvalor
                   DISPLAY "  INSS:    " wsmascvalor
                   MOVE YTD-IR TO wsmascvalor
                   DISPLAY "  IRRF:    " wsmascvalor
                   MOVE YTD-LIQ TO wsmascvalor
                   DISPLAY "  LIQUIDO: " wsmascvalor
                   MOVE YTD-FGTS TO wsmascvalor
                   DISPLAY "  FGTS:    " wsmascvalor
           END-READ
           CLOSE YTD
       END-IF.
       MOVE "YTD" TO wsevento.
       MOVE SPACES TO wsdetalhe.
       PERFORM GRAVA-AUDITORIA.

       CONSULTA-EMPRESTIMO.
       OPEN INPUT EMPRESTIMO.
       IF wsfs-emp EQUAL "35"
           DISPLAY "Nenhum emprestimo consignado."
       ELSE
           MOVE wsprontlog TO EMP-PRONTUARIO
           READ EMPRESTIMO
               INVALID KEY
                   DISPLAY "Nenhum emprestimo consignado."
               NOT INVALID KEY
                   PERFORM MOSTRA-EMPRESTIMO
           END-READ
           CLOSE EMPRESTIMO
       END-IF.
       MOVE "EMPRESTIMO" TO wsevento.
       MOVE SPACES TO wsdetalhe.
       PERFORM GRAVA-AUDITORIA.

       MOSTRA-EMPRESTIMO.
       DISPLAY "CREDOR: " EMP-CREDOR "  CONTRATO: " EMP-CONTRATO.
       IF EMP-RESTANTES EQUAL ZERO
           DISPLAY "Emprestimo quitado."
       ELSE
           COMPUTE wssaldo = EMP-PARCELA * EMP-RESTANTES
           MOVE EMP-PARCELA TO wsmascparc
           MOVE wssaldo TO wsmascvalor
           DISPLAY "  PARCELA:            " wsmascparc
           DISPLAY "  PARCELAS RESTANTES: " EMP-RESTANTES
           DISPLAY "  SALDO DEVEDOR:      " wsmascvalor
           DISPLAY "  ULTIMO DESCONTO:    " EMP-ULTCOMP
       END-IF.

       CONSULTA-FERIAS.
       OPEN INPUT FERIAS.
       IF wsfs-fer EQUAL "35"
           DISPLAY "Nenhum periodo de ferias registrado."
       ELSE
           MOVE wsprontlog TO FER-PRONTUARIO
           READ FERIAS
               INVALID KEY
                   DISPLAY "Nenhum periodo de ferias registrado."
               NOT INVALID KEY
                   COMPUTE wsdiassaldo = 30 - FER-DIASGOZADOS
                   DISPLAY "PERIODO AQUISITIVO: " FER-INI " A " FER-FIM
                   DISPLAY "  DIAS GOZADOS: " FER-DIASGOZADOS
                   DISPLAY "  SALDO:        " wsdiassaldo " DIAS"
           END-READ
           CLOSE FERIAS
       END-IF.
       MOVE "FERIAS" TO wsevento.
       MOVE SPACES TO wsdetalhe.
       PERFORM GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
      * The informe: TP12INF.REL holds the last run, one block per
      * employee opened by the "INFORME DE RENDIMENTOS" line; the
      * NOME line right after it carries the prontuario at column 71
      * (name and sobrenome are fixed width). Only the block of the
      * signed-on prontuario is shown, up to the next block.
      *----------------------------------------------------------------*
       CONSULTA-INFORME.
       MOVE ZERO TO wsqtdinf.
       MOVE "N" TO wsesperanome.
       MOVE "N" TO wsnoinforme.
       OPEN INPUT INFORME.
       IF wsfs-inf NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           PERFORM LE-LINHA-INFORME
           PERFORM TRATA-LINHA-INFORME UNTIL wsfimarq EQUAL "S"
           CLOSE INFORME
       END-IF.
       IF wsqtdinf EQUAL ZERO
           DISPLAY "Informe ainda nao emitido - procure o RH."
       END-IF.
       MOVE "INFORME" TO wsevento.
       MOVE SPACES TO wsdetalhe.
       PERFORM GRAVA-AUDITORIA.

       LE-LINHA-INFORME.
       READ INFORME
           AT END
               MOVE "S" TO wsfimarq
       END-READ.

       TRATA-LINHA-INFORME.
       IF INF-LINHA(1:34) EQUAL "INFORME DE RENDIMENTOS - ANO-BASE "
           MOVE "N" TO wsnoinforme
           MOVE INF-LINHA TO wscabinf
           MOVE "S" TO wsesperanome
       ELSE
           IF wsesperanome EQUAL "S"
               MOVE "N" TO wsesperanome
               IF INF-LINHA(59:12) EQUAL "PRONTUARIO: " AND
                   INF-LINHA(71:9) EQUAL wsprontlog
                   MOVE "S" TO wsnoinforme
                   ADD 1 TO wsqtdinf
                   DISPLAY wscabinf
                   DISPLAY INF-LINHA
               END-IF
           ELSE
               IF INF-LINHA(1:26) EQUAL "TOTAL DE INFORMES EMITIDOS"
                   MOVE "N" TO wsnoinforme
               END-IF
               IF wsnoinforme EQUAL "S"
                   DISPLAY INF-LINHA
               END-IF
           END-IF
       END-IF.
       PERFORM LE-LINHA-INFORME.

      *The employee's own change: the current PIN first
       TROCA-PIN-EMPREGADO.
       DISPLAY "PIN atual: " WITH NO ADVANCING.
       MOVE SPACES TO wspindig.
       ACCEPT wspindig.
       OPEN I-O PINFUNC.
       IF wsfs-pin NOT EQUAL "35"
           MOVE wsprontlog TO PIN-PRONTUARIO
           READ PINFUNC
               INVALID KEY
                   DISPLAY "PIN nao encontrado - procure o RH."
               NOT INVALID KEY
                   IF PIN-SENHA EQUAL wspindig
                       PERFORM TROCA-PIN-OBRIGATORIA
                   ELSE
                       DISPLAY "PIN atual nao confere."
                   END-IF
           END-READ
           CLOSE PINFUNC
       END-IF.

      *----------------------------------------------------------------*
      * Every sign-on, failure and inquiry goes to AUDITORIA.LOG with
      * the prontuario - TP71LGP lists them in the titular's report.
      *----------------------------------------------------------------*
       GRAVA-AUDITORIA.
       ACCEPT wshorahoje FROM TIME.
       OPEN EXTEND AUDITORIA.
       IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
           OPEN OUTPUT AUDITORIA
       END-IF.
       MOVE SPACES TO AUD-LINHA.
       STRING wsdatatxt DELIMITED BY SIZE
           " TP81AUTO " DELIMITED BY SIZE
           wsevento DELIMITED BY SPACE
           " PRONTUARIO:" DELIMITED BY SIZE
           wsprontdig DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           wsdetalhe DELIMITED BY SPACE
           " HORA:" DELIMITED BY SIZE
           wshr-hh ":" wshr-mm ":" wshr-ss DELIMITED BY SIZE
           " OPER:" DELIMITED BY SIZE
           wsoperses DELIMITED BY SIZE
           INTO AUD-LINHA.
       WRITE AUD-LINHA.
       MOVE wsfs-aud TO wserr-fs.
       MOVE "GRAVA-AUDITORIA" TO wserr-para.
       MOVE "AUDITORIA.LOG" TO wserr-arq.
       PERFORM VERIFICA-FS.
       CLOSE AUDITORIA.

       TESTA-FS-PIN.
       MOVE wsfs-pin TO wserr-fs.
       MOVE "PINFUNC.DAT" TO wserr-arq.
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
           " TP81AUTO PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP81AUTO - VER ERROS.LOG".
       MOVE 8 TO RETURN-CODE.
       GOBACK.
      *----------------------------------------------------------------*
