      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP82PIN COBOL - upkeep of the self-service PINs in
      *          PINFUNC.DAT. The RH supervisor issues (or reissues) a
      *          provisional PIN for a prontuario of CADASTRO.DAT,
      *          which TP81AUTO makes the employee change at the first
      *          access; unlocks a PIN blocked by three failures;
      *          removes it; and lists who holds one. The PIN itself
      *          is never listed. Every change goes to AUDITORIA.LOG.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP82PIN.
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

       COPY OPERFD.

       COPY AUDITFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-pin PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-oper PIC XX.
       77 wsfs-aud PIC XX.
       77 wsfs-err PIC XX.
       77 wsoperses PIC X(8) VALUE SPACES.
       77 wsopcao PIC 9 VALUE ZERO.
       77 wssaida PIC X VALUE "N".
       77 wsprontuario PIC X(9) VALUE SPACES.
       77 wsnome PIC X(20) VALUE SPACES.
       77 wsachou PIC X VALUE "N".
       77 wspinnovo PIC X(6) VALUE SPACES.
       77 wsconfirma PIC X VALUE "N".
       77 wsevento PIC X(12) VALUE SPACES.
       77 wsfimarq PIC X VALUE "N".
       77 wsqtdpins PIC 9(5) VALUE ZERO.
       77 wssituacao PIC X(9) VALUE SPACES.

       77 wserr-fs PIC XX.
       77 wserr-para PIC X(20).
       77 wserr-arq PIC X(16).
       01 wserr-dthoje.
           05 wserr-ano PIC 9(4).
           05 wserr-mes PIC 9(2).
           05 wserr-dia PIC 9(2).

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
       PERFORM LE-OPERADOR-SESSAO.
       PERFORM ABRE-PINFUNC.
       MOVE "N" TO wssaida.
       PERFORM MENU-PIN UNTIL wssaida EQUAL "S".
       CLOSE PINFUNC.
       GOBACK.

      *PINFUNC.DAT is created empty on the first run
       ABRE-PINFUNC.
       OPEN I-O PINFUNC.
       IF wsfs-pin EQUAL "35"
           OPEN OUTPUT PINFUNC
           CLOSE PINFUNC
           OPEN I-O PINFUNC
       END-IF.
       MOVE "ABRE-PINFUNC" TO wserr-para.
       PERFORM TESTA-FS-PIN.

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

       MENU-PIN.
       DISPLAY " ".
       DISPLAY "TP82PIN - PIN DO AUTOATENDIMENTO".
       DISPLAY "1 - Emitir / reemitir PIN".
       DISPLAY "2 - Desbloquear PIN".
       DISPLAY "3 - Excluir PIN".
       DISPLAY "4 - Listar PINs".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       MOVE ZERO TO wsopcao.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           MOVE "S" TO wssaida
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM EMITE-PIN
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM DESBLOQUEIA-PIN
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM EXCLUI-PIN
       END-IF.
       IF wsopcao EQUAL 4
           PERFORM LISTA-PINS
       END-IF.
       IF wsopcao GREATER THAN 4
           DISPLAY "Opcao invalida."
       END-IF.

      *----------------------------------------------------------------*
      * A provisional PIN: only for a prontuario on CADASTRO.DAT, with
      * the failures zeroed and no PIN date, so TP81AUTO asks for a
      * new one at the first access.
      *----------------------------------------------------------------*
       EMITE-PIN.
       PERFORM PEDE-PRONTUARIO.
       PERFORM BUSCA-CADASTRO.
       IF wsachou NOT EQUAL "S"
           DISPLAY "Prontuario nao cadastrado."
       ELSE
           DISPLAY "Empregado: " wsnome
           MOVE SPACES TO wspinnovo
           DISPLAY "PIN provisorio (6 digitos): " WITH NO ADVANCING
           ACCEPT wspinnovo
           IF wspinnovo NOT NUMERIC
               DISPLAY "O PIN deve ter 6 digitos."
           ELSE
               MOVE wsprontuario TO PIN-PRONTUARIO
               READ PINFUNC
                   INVALID KEY
                       PERFORM GRAVA-PIN-NOVO
                   NOT INVALID KEY
                       PERFORM REGRAVA-PIN-EMITIDO
               END-READ
           END-IF
       END-IF.

       GRAVA-PIN-NOVO.
       MOVE SPACES TO PIN-REGISTRO.
       MOVE wsprontuario TO PIN-PRONTUARIO.
       MOVE wspinnovo TO PIN-SENHA.
       MOVE ZERO TO PIN-FALHAS.
       MOVE SPACES TO PIN-DTPIN.
       MOVE SPACES TO PIN-ULTACESSO.
       MOVE wsoperses TO PIN-EMISSOR.
       WRITE PIN-REGISTRO.
       MOVE "GRAVA-PIN-NOVO" TO wserr-para.
       PERFORM TESTA-FS-PIN.
       DISPLAY "PIN emitido.".
       MOVE "EMISSAO" TO wsevento.
       PERFORM GRAVA-AUDITORIA.

       REGRAVA-PIN-EMITIDO.
       MOVE wspinnovo TO PIN-SENHA.
       MOVE ZERO TO PIN-FALHAS.
       MOVE SPACES TO PIN-DTPIN.
       MOVE wsoperses TO PIN-EMISSOR.
       REWRITE PIN-REGISTRO.
       MOVE "REGRAVA-PIN-EMITIDO" TO wserr-para.
       PERFORM TESTA-FS-PIN.
       DISPLAY "PIN reemitido.".
       MOVE "REEMISSAO" TO wsevento.
       PERFORM GRAVA-AUDITORIA.

       DESBLOQUEIA-PIN.
       PERFORM PEDE-PRONTUARIO.
       MOVE wsprontuario TO PIN-PRONTUARIO.
       READ PINFUNC
           INVALID KEY
               DISPLAY "Prontuario sem PIN emitido."
           NOT INVALID KEY
               IF PIN-FALHAS LESS THAN 3
                   DISPLAY "PIN nao esta bloqueado."
               ELSE
                   MOVE ZERO TO PIN-FALHAS
                   REWRITE PIN-REGISTRO
                   MOVE "DESBLOQUEIA-PIN" TO wserr-para
                   PERFORM TESTA-FS-PIN
                   DISPLAY "PIN desbloqueado."
                   MOVE "DESBLOQUEIO" TO wsevento
                   PERFORM GRAVA-AUDITORIA
               END-IF
       END-READ.

       EXCLUI-PIN.
       PERFORM PEDE-PRONTUARIO.
       MOVE wsprontuario TO PIN-PRONTUARIO.
       READ PINFUNC
           INVALID KEY
               DISPLAY "Prontuario sem PIN emitido."
           NOT INVALID KEY
               DISPLAY "Confirma a exclusao do PIN (S/N)? "
                   WITH NO ADVANCING
               MOVE "N" TO wsconfirma
               ACCEPT wsconfirma
               IF wsconfirma EQUAL "S" OR wsconfirma EQUAL "s"
                   DELETE PINFUNC
                   MOVE "EXCLUI-PIN" TO wserr-para
                   PERFORM TESTA-FS-PIN
                   DISPLAY "PIN excluido."
                   MOVE "EXCLUSAO" TO wsevento
                   PERFORM GRAVA-AUDITORIA
               END-IF
       END-READ.

       PEDE-PRONTUARIO.
       DISPLAY "Prontuario: " WITH NO ADVANCING.
       MOVE SPACES TO wsprontuario.
       ACCEPT wsprontuario.

       BUSCA-CADASTRO.
       MOVE "N" TO wsachou.
       MOVE SPACES TO wsnome.
       OPEN INPUT CADASTRO.
       IF wsfs-cad NOT EQUAL "35"
           MOVE wsprontuario TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO wsachou
                   MOVE CAD-NOME TO wsnome
           END-READ
           CLOSE CADASTRO
       END-IF.

      *----------------------------------------------------------------*
      * Who holds a PIN, whether it is blocked or still provisional,
      * and the last access - never the PIN.
      *----------------------------------------------------------------*
       LISTA-PINS.
       MOVE ZERO TO wsqtdpins.
       DISPLAY "PRONTUARIO SITUACAO  ULT.ACESSO EMITIDO POR".
       MOVE LOW-VALUES TO PIN-PRONTUARIO.
       MOVE "N" TO wsfimarq.
       START PINFUNC KEY NOT LESS THAN PIN-PRONTUARIO
           INVALID KEY
               MOVE "S" TO wsfimarq
       END-START.
       PERFORM LE-PROXIMO-PIN.
       PERFORM MOSTRA-PIN UNTIL wsfimarq EQUAL "S".
       DISPLAY "PINS EMITIDOS: " wsqtdpins.

       LE-PROXIMO-PIN.
       IF wsfimarq NOT EQUAL "S"
           READ PINFUNC NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
       END-IF.

       MOSTRA-PIN.
       ADD 1 TO wsqtdpins.
       MOVE "ATIVO" TO wssituacao.
       IF PIN-DTPIN EQUAL SPACES
           MOVE "PROVISOR" TO wssituacao
       END-IF.
       IF PIN-FALHAS NOT LESS THAN 3
           MOVE "BLOQUEADO" TO wssituacao
       END-IF.
       DISPLAY PIN-PRONTUARIO "  " wssituacao "  " PIN-ULTACESSO
           " " PIN-EMISSOR.
       PERFORM LE-PROXIMO-PIN.

       GRAVA-AUDITORIA.
       OPEN EXTEND AUDITORIA.
       IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
           OPEN OUTPUT AUDITORIA
       END-IF.
       MOVE SPACES TO AUD-LINHA.
       STRING wsdatatxt DELIMITED BY SIZE
           " TP82PIN " DELIMITED BY SIZE
           wsevento DELIMITED BY SPACE
           " PRONTUARIO:" DELIMITED BY SIZE
           wsprontuario DELIMITED BY SPACE
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
           " TP82PIN PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP82PIN - VER ERROS.LOG".
       MOVE 8 TO RETURN-CODE.
       GOBACK.
      *----------------------------------------------------------------*
