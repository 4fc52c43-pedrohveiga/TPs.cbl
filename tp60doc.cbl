      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP60DOC COBOL - documentos do empregado. Maintains
      *          the documents master DOCUMENTOS.DAT (CPF, PIS and
      *          CTPS per prontuario) the declarations and the
      *          informe identify the worker by. CPF and PIS are
      *          refused when a check digit does not match or when
      *          another prontuario already holds them. The pendencias
      *          report TP60DOC.REL lists every active employee with
      *          a document missing or invalid, to be cleared before
      *          any declaration is generated.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP60DOC.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTOS ASSIGN TO "DOCUMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-PRONTUARIO
           FILE STATUS IS wsfs-doc.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT RELATORIO ASSIGN TO "TP60DOC.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD DOCUMENTOS.
       COPY DOCUMENTOS.

       FD CADASTRO.
       COPY CADASTRO.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(110).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-doc PIC XX.
       77 wsfs-cad PIC XX.
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
       77 wsauditchave PIC X(12).
       77 wsauditcampo PIC X(20).
       77 wsauditvalor PIC X(15).
       77 wsopcao PIC 9 VALUE ZERO.
       77 wsresposta PIC X VALUE "N".
       77 wsachou PIC X VALUE "N".
       77 wsfimdoc PIC X VALUE "N".
       77 wsfimcad PIC X VALUE "N".
       77 wsqtdlistados PIC 9(5) VALUE ZERO.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Documentos digitados
       77 wspront PIC X(9) VALUE SPACES.
       77 wsnome PIC X(30) VALUE SPACES.
       77 wsprontok PIC X VALUE "N".
       77 wscpf PIC X(11) VALUE SPACES.
       77 wspis PIC X(11) VALUE SPACES.
       77 wsctpsnum PIC X(7) VALUE SPACES.
       77 wsctpsserie PIC X(5) VALUE SPACES.
       77 wsctpsuf PIC X(2) VALUE SPACES.
       77 wsdonocpf PIC X(9) VALUE SPACES.
       77 wsdonopis PIC X(9) VALUE SPACES.

      *Digitos verificadores: o numero em teste visto digito a digito,
      *os pesos do PIS e o resultado da conferencia
       01 wsnumteste PIC X(11) VALUE SPACES.
       01 FILLER REDEFINES wsnumteste.
           05 wsdig PIC 9 OCCURS 11 TIMES.
       01 tabela-pesos-pis.
           05 FILLER PIC X(10) VALUE "3298765432".
       01 FILLER REDEFINES tabela-pesos-pis.
           05 PESO-PIS PIC 9 OCCURS 10 TIMES.
       77 wsix PIC 9(2) VALUE ZERO.
       77 wssoma PIC 9(4) VALUE ZERO.
       77 wsquoc PIC 9(4) VALUE ZERO.
       77 wsresto PIC 9(2) VALUE ZERO.
       77 wsdv PIC 9(2) VALUE ZERO.
       77 wsdigok PIC X VALUE "N".
       77 wsiguais PIC X VALUE "N".
       77 wscpfok PIC X VALUE "N".
       77 wspisok PIC X VALUE "N".

      *Relatorio de pendencias
       77 wsqtdativos PIC 9(5) VALUE ZERO.
       77 wsqtdpendentes PIC 9(5) VALUE ZERO.
       77 wspendencia PIC X(60) VALUE SPACES.
       77 wspendptr PIC 9(3) VALUE 1.
       77 wsmascqtd PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP60DOC - DOCUMENTOS DO EMPREGADO".
       DISPLAY "1 - Listar documentos".
       DISPLAY "2 - Incluir/alterar os documentos de um empregado".
       DISPLAY "3 - Excluir os documentos de um empregado".
       DISPLAY "4 - Relatorio de pendencias (antes das declaracoes)".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM LISTA-DOCUMENTOS
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM INCLUI-ALTERA-DOCUMENTOS
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM EXCLUI-DOCUMENTOS
       END-IF.
       IF wsopcao EQUAL 4
           PERFORM RELATORIO-PENDENCIAS
       END-IF.
       IF wsopcao GREATER THAN 4
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * One line per employee, in prontuario order.
      *----------------------------------------------------------------*
       LISTA-DOCUMENTOS.
       OPEN INPUT DOCUMENTOS.
       IF wsfs-doc EQUAL "35"
           DISPLAY "DOCUMENTOS.DAT ainda nao existe."
       ELSE
           MOVE ZERO TO wsqtdlistados
           MOVE "N" TO wsfimdoc
           PERFORM LE-PROXIMO-DOCUMENTO
           PERFORM LISTA-UM-DOCUMENTO UNTIL wsfimdoc EQUAL "S"
           DISPLAY "Total de empregados listados: " wsqtdlistados
           CLOSE DOCUMENTOS
       END-IF.

       LE-PROXIMO-DOCUMENTO.
       IF wsfimdoc EQUAL "N"
           READ DOCUMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO wsfimdoc
           END-READ
       END-IF.

       LISTA-UM-DOCUMENTO.
       DISPLAY DOC-PRONTUARIO " CPF:" DOC-CPF " PIS:" DOC-PIS
           " CTPS:" DOC-CTPSNUM "/" DOC-CTPSSERIE "-" DOC-CTPSUF.
       ADD 1 TO wsqtdlistados.
       PERFORM LE-PROXIMO-DOCUMENTO.

      *----------------------------------------------------------------*
      * Include or retype the documents of one employee. The
      * prontuario must be on the cadastro. The CPF is mandatory; the
      * PIS and the CTPS may wait for the first job, but a PIS typed
      * must be valid. Each check digit is verified, and a CPF or PIS
      * already on another prontuario is refused - nothing is written
      * unless every test passes.
      *----------------------------------------------------------------*
       INCLUI-ALTERA-DOCUMENTOS.
       DISPLAY "Prontuario do empregado: " WITH NO ADVANCING.
       MOVE SPACES TO wspront.
       ACCEPT wspront.
       PERFORM IDENTIFICA-EMPREGADO.
       IF wsprontok EQUAL "S"
           OPEN I-O DOCUMENTOS
           IF wsfs-doc EQUAL "35"
               OPEN OUTPUT DOCUMENTOS
               CLOSE DOCUMENTOS
               OPEN I-O DOCUMENTOS
           END-IF
           MOVE wspront TO DOC-PRONTUARIO
           READ DOCUMENTOS
               INVALID KEY
                   DISPLAY "Documentos novos: " wsnome
               NOT INVALID KEY
                   PERFORM MOSTRA-DOCUMENTOS
           END-READ
           PERFORM ACEITA-DOCUMENTOS
           PERFORM CONFERE-DOCUMENTOS
           CLOSE DOCUMENTOS
       END-IF.

       IDENTIFICA-EMPREGADO.
       MOVE "N" TO wsprontok.
       MOVE SPACES TO wsnome.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           MOVE wspront TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   DISPLAY "Prontuario nao cadastrado."
               NOT INVALID KEY
                   MOVE "S" TO wsprontok
                   STRING CAD-NOME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       CAD-SOBRENOME DELIMITED BY "  "
                       INTO wsnome
           END-READ
           CLOSE CADASTRO
       END-IF.

       ACEITA-DOCUMENTOS.
       DISPLAY "CPF (11 digitos, sem pontos): " WITH NO ADVANCING.
       MOVE SPACES TO wscpf.
       ACCEPT wscpf.
       DISPLAY "PIS/PASEP (11 digitos, ENTER = sem PIS): "
           WITH NO ADVANCING.
       MOVE SPACES TO wspis.
       ACCEPT wspis.
       DISPLAY "CTPS - numero: " WITH NO ADVANCING.
       MOVE SPACES TO wsctpsnum.
       ACCEPT wsctpsnum.
       DISPLAY "CTPS - serie: " WITH NO ADVANCING.
       MOVE SPACES TO wsctpsserie.
       ACCEPT wsctpsserie.
       DISPLAY "CTPS - UF: " WITH NO ADVANCING.
       MOVE SPACES TO wsctpsuf.
       ACCEPT wsctpsuf.

       CONFERE-DOCUMENTOS.
       MOVE wscpf TO wsnumteste.
       PERFORM VALIDA-CPF.
       MOVE "S" TO wspisok.
       IF wspis NOT EQUAL SPACES
           MOVE wspis TO wsnumteste
           PERFORM VALIDA-PIS
           MOVE wsdigok TO wspisok
       END-IF.
       IF wscpfok EQUAL "N"
           DISPLAY "CPF invalido - nada alterado."
       ELSE
           IF wspisok EQUAL "N"
               DISPLAY "PIS invalido - nada alterado."
           ELSE
               PERFORM PROCURA-DUPLICIDADE
               IF wsdonocpf NOT EQUAL SPACES
                   DISPLAY "CPF ja cadastrado no prontuario "
                       wsdonocpf " - nada alterado."
               ELSE
                   IF wsdonopis NOT EQUAL SPACES
                       DISPLAY "PIS ja cadastrado no prontuario "
                           wsdonopis " - nada alterado."
                   ELSE
                       PERFORM GRAVA-DOCUMENTOS
                   END-IF
               END-IF
           END-IF
       END-IF.

      *----------------------------------------------------------------*
      * The master is keyed by prontuario, so a CPF or PIS held by
      * somebody else is found by a pass over it.
      *----------------------------------------------------------------*
       PROCURA-DUPLICIDADE.
       MOVE SPACES TO wsdonocpf.
       MOVE SPACES TO wsdonopis.
       MOVE "N" TO wsfimdoc.
       MOVE LOW-VALUES TO DOC-PRONTUARIO.
       START DOCUMENTOS KEY NOT LESS THAN DOC-PRONTUARIO
           INVALID KEY
               MOVE "S" TO wsfimdoc
       END-START.
       PERFORM LE-PROXIMO-DOCUMENTO.
       PERFORM CONFERE-DUPLICIDADE UNTIL wsfimdoc EQUAL "S".

       CONFERE-DUPLICIDADE.
       IF DOC-PRONTUARIO NOT EQUAL wspront
           IF DOC-CPF EQUAL wscpf
               MOVE DOC-PRONTUARIO TO wsdonocpf
           END-IF
           IF wspis NOT EQUAL SPACES AND DOC-PIS EQUAL wspis
               MOVE DOC-PRONTUARIO TO wsdonopis
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-DOCUMENTO.

       GRAVA-DOCUMENTOS.
       PERFORM LE-OPERADOR-SESSAO.
       PERFORM MONTA-DATA-HOJE.
       MOVE wspront TO DOC-PRONTUARIO.
       READ DOCUMENTOS
           INVALID KEY
               MOVE "N" TO wsachou
           NOT INVALID KEY
               MOVE "S" TO wsachou
       END-READ.
       MOVE wspront TO DOC-PRONTUARIO.
       MOVE wscpf TO DOC-CPF.
       MOVE wspis TO DOC-PIS.
       MOVE wsctpsnum TO DOC-CTPSNUM.
       MOVE wsctpsserie TO DOC-CTPSSERIE.
       MOVE wsctpsuf TO DOC-CTPSUF.
       MOVE wsdatatxt TO DOC-DATA.
       MOVE wsoperses TO DOC-OPERADOR.
       IF wsachou EQUAL "S"
           REWRITE DOC-REGISTRO
           DISPLAY "Documentos alterados."
       ELSE
           WRITE DOC-REGISTRO
           DISPLAY "Documentos incluidos."
       END-IF.
       MOVE "GRAVA-DOCUMENTOS" TO wserr-para.
       PERFORM TESTA-FS-DOC.
       MOVE wspront TO wsauditchave.
       MOVE "DOCUMENTOS" TO wsauditcampo.
       MOVE wscpf TO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       MOSTRA-DOCUMENTOS.
       DISPLAY "CPF atual: " DOC-CPF "  PIS: " DOC-PIS.
       DISPLAY "CTPS: " DOC-CTPSNUM " serie " DOC-CTPSSERIE
           " UF " DOC-CTPSUF.
       DISPLAY "Ultima alteracao: " DOC-DATA " por " DOC-OPERADOR.

      *----------------------------------------------------------------*
      * Removing the documents of a prontuario typed by mistake; the
      * declarations then show the employee as pending again.
      *----------------------------------------------------------------*
       EXCLUI-DOCUMENTOS.
       DISPLAY "Prontuario do empregado: " WITH NO ADVANCING.
       MOVE SPACES TO wspront.
       ACCEPT wspront.
       OPEN I-O DOCUMENTOS.
       IF wsfs-doc EQUAL "35"
           DISPLAY "DOCUMENTOS.DAT ainda nao existe."
       ELSE
           MOVE wspront TO DOC-PRONTUARIO
           READ DOCUMENTOS
               INVALID KEY
                   DISPLAY "Prontuario sem documentos cadastrados."
               NOT INVALID KEY
                   PERFORM MOSTRA-DOCUMENTOS
                   PERFORM CONFIRMA-EXCLUSAO
           END-READ
           CLOSE DOCUMENTOS
       END-IF.

       CONFIRMA-EXCLUSAO.
       DISPLAY "Confirma a exclusao (S/N)? " WITH NO ADVANCING.
       ACCEPT wsresposta.
       IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
           DELETE DOCUMENTOS RECORD
           MOVE "EXCLUI-DOCUMENTOS" TO wserr-para
           PERFORM TESTA-FS-DOC
           DISPLAY "Documentos excluidos."
           MOVE wspront TO wsauditchave
           MOVE "DOCUMENTOS-EXCL" TO wsauditcampo
           MOVE DOC-CPF TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
       ELSE
           DISPLAY "Nada excluido."
       END-IF.

      *----------------------------------------------------------------*
      * Every active employee of the cadastro is looked up in the
      * documents master; no record, a CPF or PIS missing or failing
      * its check digit, or a CTPS not typed puts the employee on
      * TP60DOC.REL with everything that is pending.
      *----------------------------------------------------------------*
       RELATORIO-PENDENCIAS.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           OPEN INPUT DOCUMENTOS
           PERFORM GERA-RELATORIO-PENDENCIAS
           IF wsfs-doc NOT EQUAL "35"
               CLOSE DOCUMENTOS
           END-IF
           CLOSE CADASTRO
       END-IF.

       GERA-RELATORIO-PENDENCIAS.
       PERFORM MONTA-DATA-HOJE.
       MOVE ZERO TO wsqtdativos.
       MOVE ZERO TO wsqtdpendentes.
       OPEN OUTPUT RELATORIO.
       MOVE "GERA-RELATORIO" TO wserr-para.
       PERFORM TESTA-FS-REL.
       MOVE SPACES TO REL-LINHA.
       STRING "TP60DOC - EMPREGADOS ATIVOS COM DOCUMENTOS PENDENTES"
           DELIMITED BY SIZE
           "  DATA: " DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "N" TO wsfimcad.
       PERFORM LE-PROXIMO-CADASTRO.
       PERFORM CONFERE-UM-EMPREGADO UNTIL wsfimcad EQUAL "S".
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsqtdativos TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "EMPREGADOS ATIVOS: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsqtdpendentes TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "COM PENDENCIA: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       CLOSE RELATORIO.
       DISPLAY "Empregados ativos: " wsqtdativos
           "  com pendencia: " wsqtdpendentes " - ver TP60DOC.REL.".

       LE-PROXIMO-CADASTRO.
       READ CADASTRO NEXT RECORD
           AT END
               MOVE "S" TO wsfimcad
       END-READ.

       CONFERE-UM-EMPREGADO.
       IF CAD-EMPREGADO-ATIVO
           ADD 1 TO wsqtdativos
           MOVE SPACES TO wspendencia
           MOVE 1 TO wspendptr
           MOVE "N" TO wsachou
           IF wsfs-doc NOT EQUAL "35"
               MOVE CAD-PRONTUARIO TO DOC-PRONTUARIO
               READ DOCUMENTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO wsachou
               END-READ
           END-IF
           IF wsachou EQUAL "N"
               MOVE "SEM DOCUMENTOS CADASTRADOS" TO wspendencia
           ELSE
               PERFORM APONTA-PENDENCIAS
           END-IF
           IF wspendencia NOT EQUAL SPACES
               ADD 1 TO wsqtdpendentes
               MOVE SPACES TO REL-LINHA
               STRING CAD-PRONTUARIO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CAD-NOME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   wspendencia DELIMITED BY SIZE
                   INTO REL-LINHA
               PERFORM GRAVA-LINHA-REL
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-CADASTRO.

       APONTA-PENDENCIAS.
       IF DOC-CPF EQUAL SPACES
           STRING "CPF AUSENTE " DELIMITED BY SIZE
               INTO wspendencia WITH POINTER wspendptr
       ELSE
           MOVE DOC-CPF TO wsnumteste
           PERFORM VALIDA-CPF
           IF wscpfok EQUAL "N"
               STRING "CPF INVALIDO " DELIMITED BY SIZE
                   INTO wspendencia WITH POINTER wspendptr
           END-IF
       END-IF.
       IF DOC-PIS EQUAL SPACES
           STRING "PIS AUSENTE " DELIMITED BY SIZE
               INTO wspendencia WITH POINTER wspendptr
       ELSE
           MOVE DOC-PIS TO wsnumteste
           PERFORM VALIDA-PIS
           IF wsdigok EQUAL "N"
               STRING "PIS INVALIDO " DELIMITED BY SIZE
                   INTO wspendencia WITH POINTER wspendptr
           END-IF
       END-IF.
       IF DOC-CTPSNUM EQUAL SPACES
           STRING "CTPS AUSENTE " DELIMITED BY SIZE
               INTO wspendencia WITH POINTER wspendptr
       END-IF.

      *----------------------------------------------------------------*
      * CPF: eleven digits, not all the same, the tenth and eleventh
      * the modulo-11 check digits of the nine before them (weights
      * 10..2, then 11..2).
      *----------------------------------------------------------------*
       VALIDA-CPF.
       MOVE "N" TO wscpfok.
       MOVE "S" TO wsiguais.
       IF wsnumteste IS NUMERIC
           MOVE 2 TO wsix
           PERFORM COMPARA-DIGITO-CPF UNTIL wsix GREATER THAN 11
       END-IF.
       IF wsnumteste IS NUMERIC AND wsiguais EQUAL "N"
           MOVE ZERO TO wssoma
           MOVE 1 TO wsix
           PERFORM SOMA-CPF-DV1 UNTIL wsix GREATER THAN 9
           PERFORM CALCULA-DV-CPF
           IF wsdv EQUAL wsdig(10)
               MOVE ZERO TO wssoma
               MOVE 1 TO wsix
               PERFORM SOMA-CPF-DV2 UNTIL wsix GREATER THAN 10
               PERFORM CALCULA-DV-CPF
               IF wsdv EQUAL wsdig(11)
                   MOVE "S" TO wscpfok
               END-IF
           END-IF
       END-IF.

       COMPARA-DIGITO-CPF.
       IF wsdig(wsix) NOT EQUAL wsdig(1)
           MOVE "N" TO wsiguais
       END-IF.
       ADD 1 TO wsix.

       SOMA-CPF-DV1.
       COMPUTE wssoma = wssoma + (wsdig(wsix) * (11 - wsix)).
       ADD 1 TO wsix.

       SOMA-CPF-DV2.
       COMPUTE wssoma = wssoma + (wsdig(wsix) * (12 - wsix)).
       ADD 1 TO wsix.

       CALCULA-DV-CPF.
       DIVIDE wssoma BY 11 GIVING wsquoc REMAINDER wsresto.
       IF wsresto LESS THAN 2
           MOVE ZERO TO wsdv
       ELSE
           COMPUTE wsdv = 11 - wsresto
       END-IF.

      *----------------------------------------------------------------*
      * PIS/PASEP: eleven digits, the last the modulo-11 check digit
      * of the ten before it with weights 3,2,9,8,7,6,5,4,3,2; a
      * result of 10 or 11 makes the digit zero.
      *----------------------------------------------------------------*
       VALIDA-PIS.
       MOVE "N" TO wsdigok.
       IF wsnumteste IS NUMERIC AND wsnumteste NOT EQUAL ZEROS
           MOVE ZERO TO wssoma
           MOVE 1 TO wsix
           PERFORM SOMA-PIS UNTIL wsix GREATER THAN 10
           DIVIDE wssoma BY 11 GIVING wsquoc REMAINDER wsresto
           COMPUTE wsdv = 11 - wsresto
           IF wsdv GREATER THAN 9
               MOVE ZERO TO wsdv
           END-IF
           IF wsdv EQUAL wsdig(11)
               MOVE "S" TO wsdigok
           END-IF
       END-IF.

       SOMA-PIS.
       COMPUTE wssoma = wssoma + (wsdig(wsix) * PESO-PIS(wsix)).
       ADD 1 TO wsix.

      *----------------------------------------------------------------*
      * Helpers: today's date, report lines.
      *----------------------------------------------------------------*
       MONTA-DATA-HOJE.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.

       GRAVA-LINHA-REL.
       WRITE REL-LINHA.
       MOVE "GRAVA-LINHA-REL" TO wserr-para.
       PERFORM TESTA-FS-REL.

      *----------------------------------------------------------------*
      * Appends every maintenance action to the shared AUDITORIA.LOG,
      * the same trail the other maintenance programs leave.
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
           " TP60DOC " DELIMITED BY SIZE
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

       TESTA-FS-DOC.
       MOVE wsfs-doc TO wserr-fs.
       MOVE "DOCUMENTOS.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP60DOC.REL" TO wserr-arq.
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
           " TP60DOC PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP60DOC - VER ERROS.LOG".
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
