      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP72CSG COBOL - monthly repasse of the consignado
      *          installments to each credor (lending bank or
      *          convenio of EMPRESTIMO.DAT). For a competencia and a
      *          credor it writes the remessa TP72CSG.REM (header,
      *          one line per installment actually deducted - taken
      *          from the normal ficha stored in TP04HISTIDX.DAT -,
      *          one line per installment not deducted with the
      *          reason, trailer with the totals) and the payment
      *          summary TP72CSG.REL: what to pay the credor and the
      *          installments it must charge the employee directly
      *          (margem insuficiente, afastamento, desligamento, no
      *          ficha in the competencia).
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP72CSG.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO ASSIGN TO "EMPRESTIMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-PRONTUARIO
           FILE STATUS IS wsfs-emp.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT HISTIDX ASSIGN TO "TP04HISTIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-CHAVE
           FILE STATUS IS wsfs-hidx.
           SELECT AFASTAMENTOS ASSIGN TO "AFASTAMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFA-CHAVE
           FILE STATUS IS wsfs-afa.
           SELECT REMESSA ASSIGN TO "TP72CSG.REM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rem.
           SELECT RELATORIO ASSIGN TO "TP72CSG.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD EMPRESTIMO.
       COPY EMPRESTIMO.

       FD CADASTRO.
       COPY CADASTRO.

       FD HISTIDX.
       COPY HISTIDX.

       FD AFASTAMENTOS.
       COPY AFASTAMENTOS.

      *Remessa ao credor: "0" header, "1" parcela descontada, "2"
      *parcela nao descontada com o motivo, "9" trailer
       FD REMESSA.
       01 REM-LINHA                 PIC X(120).

       FD RELATORIO.
       01 REL-LINHA                 PIC X(110).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-emp PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-hidx PIC XX.
       77 wsfs-afa PIC XX.
       77 wsfs-rem PIC XX.
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
       77 wsfimemp PIC X VALUE "N".
       77 wsfimafa PIC X VALUE "N".
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Competencia e credor digitados
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wscompok PIC X VALUE "N".
       77 wscredor PIC X(6) VALUE SPACES.
       77 wsmesini PIC X(8) VALUE SPACES.
       77 wsmesfim PIC X(8) VALUE SPACES.
       COPY COMPETPARM.

      *Situacao de cada parcela na competencia: "D" descontada, ou o
      *motivo de nao ter sido - "M" margem, "A" afastamento, "R"
      *rescisao/desligamento, "S" sem ficha na competencia
       77 wspassada PIC 9 VALUE ZERO.
       77 wssituacao PIC X VALUE SPACE.
           88 wsparc-descontada VALUE "D".
       77 wsmotivo PIC X(25) VALUE SPACES.
       77 wsachoucad PIC X VALUE "N".
       77 wsachoufic PIC X VALUE "N".
       77 wsafastado PIC X VALUE "N".

      *Remessa: campos de tamanho fixo e totais
       77 wsseq PIC 9(6) VALUE ZERO.
       77 wsremnome PIC X(30) VALUE SPACES.
       77 wsremvalor PIC 9(5)V99 VALUE ZERO.
       77 wsqtddesc PIC 9(6) VALUE ZERO.
       77 wsqtdnaodesc PIC 9(6) VALUE ZERO.
       77 wstotdesc PIC 9(9)V99 VALUE ZERO.
       77 wstotnaodesc PIC 9(9)V99 VALUE ZERO.

      *Mascaras de impressao
       77 wsmascvalor PIC ZZ.ZZ9,99.
       77 wsmasctot PIC ZZZ.ZZZ.ZZ9,99.
       77 wsmascqtd PIC ZZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP72CSG - REPASSE DO CONSIGNADO AOS CREDORES".
       DISPLAY "1 - Gerar remessa e resumo de um credor".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM GERA-REPASSE
       END-IF.
       IF wsopcao GREATER THAN 1
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * The repasse of one credor. The competencia should be fechada
      * - a folha recalculated after the remessa would change what was
      * deducted - so a month still open asks for confirmation.
      *----------------------------------------------------------------*
       GERA-REPASSE.
       DISPLAY "Competencia do repasse (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       PERFORM VALIDA-COMPETENCIA.
       DISPLAY "Credor (banco/convenio): " WITH NO ADVANCING.
       MOVE SPACES TO wscredor.
       ACCEPT wscredor.
       IF wscompok EQUAL "N" OR wscredor EQUAL SPACES
           DISPLAY "Competencia ou credor invalido - nada gerado."
       ELSE
           MOVE "S" TO wsresposta
           MOVE "C" TO CPP-ACAO
           MOVE "**" TO CPP-EMPRESA
           MOVE wscompetencia TO CPP-COMPET
           CALL "TPCOMPET" USING COMPET-PARM
           IF CPP-RC NOT EQUAL 2
               DISPLAY "Competencia ainda nao fechada - a folha pode"
                   " ser recalculada."
               DISPLAY "Gera o repasse mesmo assim (S/N): "
                   WITH NO ADVANCING
               ACCEPT wsresposta
           END-IF
           IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
               OPEN INPUT EMPRESTIMO
               IF wsfs-emp EQUAL "35"
                   DISPLAY "EMPRESTIMO.DAT ainda nao existe."
               ELSE
                   PERFORM GERA-ARQUIVOS-REPASSE
                   CLOSE EMPRESTIMO
               END-IF
           ELSE
               DISPLAY "Nada gerado."
           END-IF
       END-IF.

       GERA-ARQUIVOS-REPASSE.
       PERFORM MONTA-DATA-HOJE.
       MOVE SPACES TO wsmesini.
       STRING wscompetencia(4:4) wscompetencia(1:2) "01"
           DELIMITED BY SIZE INTO wsmesini.
       MOVE SPACES TO wsmesfim.
       STRING wscompetencia(4:4) wscompetencia(1:2) "31"
           DELIMITED BY SIZE INTO wsmesfim.
       MOVE ZERO TO wsseq.
       MOVE ZERO TO wsqtddesc.
       MOVE ZERO TO wsqtdnaodesc.
       MOVE ZERO TO wstotdesc.
       MOVE ZERO TO wstotnaodesc.
       OPEN INPUT CADASTRO.
       OPEN INPUT HISTIDX.
       OPEN INPUT AFASTAMENTOS.
       OPEN OUTPUT REMESSA.
       MOVE "GERA-REPASSE" TO wserr-para.
       PERFORM TESTA-FS-REM.
       OPEN OUTPUT RELATORIO.
       PERFORM TESTA-FS-REL.
       MOVE SPACES TO REM-LINHA.
       STRING "0" DELIMITED BY SIZE
           "REPASSE CONSIGNADO " DELIMITED BY SIZE
           wscredor DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO REM-LINHA.
       PERFORM GRAVA-LINHA-REM.
       MOVE SPACES TO REL-LINHA.
       STRING "TP72CSG - REPASSE DO CONSIGNADO - CREDOR "
           DELIMITED BY SIZE
           wscredor DELIMITED BY SIZE
           " - COMPETENCIA " DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           "  DATA: " DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "PARCELAS DESCONTADAS EM FOLHA" TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE 1 TO wspassada.
       PERFORM PERCORRE-EMPRESTIMOS.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "PARCELAS NAO DESCONTADAS - COBRAR DIRETO DO EMPREGADO"
           TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE 2 TO wspassada.
       PERFORM PERCORRE-EMPRESTIMOS.
       MOVE SPACES TO REM-LINHA.
       STRING "9" DELIMITED BY SIZE
           wsqtddesc DELIMITED BY SIZE
           wstotdesc DELIMITED BY SIZE
           wsqtdnaodesc DELIMITED BY SIZE
           wstotnaodesc DELIMITED BY SIZE
           INTO REM-LINHA.
       PERFORM GRAVA-LINHA-REM.
       CLOSE REMESSA.
       IF wsfs-cad NOT EQUAL "35"
           CLOSE CADASTRO
       END-IF.
       IF wsfs-hidx NOT EQUAL "35"
           CLOSE HISTIDX
       END-IF.
       IF wsfs-afa NOT EQUAL "35"
           CLOSE AFASTAMENTOS
       END-IF.
       PERFORM IMPRIME-RESUMO.
       CLOSE RELATORIO.
       DISPLAY "Remessa em TP72CSG.REM e resumo em TP72CSG.REL - "
           wsqtddesc " descontada(s), " wsqtdnaodesc
           " nao descontada(s).".
       MOVE wscompetencia TO wsauditchave.
       MOVE SPACES TO wsauditcampo.
       STRING "REPASSE-CSG-" wscredor
           DELIMITED BY SIZE INTO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       STRING wsqtddesc "/" wsqtdnaodesc
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       IMPRIME-RESUMO.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "RESUMO DO PAGAMENTO" TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsqtddesc TO wsmascqtd.
       MOVE wstotdesc TO wsmasctot.
       MOVE SPACES TO REL-LINHA.
       STRING "  PARCELAS DESCONTADAS:     " wsmascqtd
           "   VALOR A REPASSAR AO CREDOR: " wsmasctot
           DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsqtdnaodesc TO wsmascqtd.
       MOVE wstotnaodesc TO wsmasctot.
       MOVE SPACES TO REL-LINHA.
       STRING "  PARCELAS NAO DESCONTADAS: " wsmascqtd
           "   VALOR A COBRAR DO EMPREGADO: " wsmasctot
           DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.

      *Duas passadas no arquivo: as descontadas e depois as que nao
      *foram, para a remessa e o resumo sairem agrupados
       PERCORRE-EMPRESTIMOS.
       MOVE "N" TO wsfimemp.
       MOVE LOW-VALUES TO EMP-PRONTUARIO.
       START EMPRESTIMO KEY NOT LESS THAN EMP-PRONTUARIO
           INVALID KEY
               MOVE "S" TO wsfimemp
       END-START.
       PERFORM LE-PROXIMO-EMPRESTIMO.
       PERFORM CLASSIFICA-PARCELA UNTIL wsfimemp EQUAL "S".

       LE-PROXIMO-EMPRESTIMO.
       IF wsfimemp EQUAL "N"
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimemp
           END-READ
       END-IF.

      *----------------------------------------------------------------*
      * What happened to the installment in the competencia. The
      * normal ficha (modo "1") carries what was actually deducted;
      * a loan already paid off that was not deducted in the month
      * has nothing to remit. For one not deducted the reason is
      * what TP04 met: the employee desligado, on leave, or with a
      * liquido too small for the parcela.
      *----------------------------------------------------------------*
       CLASSIFICA-PARCELA.
       IF EMP-CREDOR EQUAL wscredor
           PERFORM BUSCA-EMPREGADO
           PERFORM BUSCA-FICHA-NORMAL
           MOVE SPACE TO wssituacao
           MOVE SPACES TO wsmotivo
           IF wsachoufic EQUAL "S" AND HIDX-VLEMP IS NUMERIC
              AND HIDX-VLEMP GREATER THAN ZERO
               MOVE "D" TO wssituacao
           ELSE
               IF EMP-RESTANTES GREATER THAN ZERO
                   PERFORM APURA-MOTIVO
               END-IF
           END-IF
           IF wspassada EQUAL 1 AND wsparc-descontada
               PERFORM GRAVA-DESCONTADA
           END-IF
           IF wspassada EQUAL 2 AND wssituacao NOT EQUAL SPACE
              AND NOT wsparc-descontada
               PERFORM GRAVA-NAO-DESCONTADA
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-EMPRESTIMO.

       APURA-MOTIVO.
       IF wsachoucad EQUAL "N" OR CAD-EMPREGADO-INATIVO
           MOVE "R" TO wssituacao
           MOVE "DESLIGAMENTO" TO wsmotivo
       ELSE
           IF wsachoufic EQUAL "S"
               IF HIDX-AFAST NOT EQUAL SPACES
                   MOVE "A" TO wssituacao
                   MOVE "AFASTAMENTO" TO wsmotivo
               ELSE
                   MOVE "M" TO wssituacao
                   MOVE "MARGEM INSUFICIENTE" TO wsmotivo
               END-IF
           ELSE
               PERFORM BUSCA-AFASTAMENTO
               IF wsafastado EQUAL "S"
                   MOVE "A" TO wssituacao
                   MOVE "AFASTAMENTO" TO wsmotivo
               ELSE
                   MOVE "S" TO wssituacao
                   MOVE "SEM FOLHA NA COMPETENCIA" TO wsmotivo
               END-IF
           END-IF
       END-IF.

       BUSCA-EMPREGADO.
       MOVE "N" TO wsachoucad.
       MOVE SPACES TO wsremnome.
       IF wsfs-cad NOT EQUAL "35"
           MOVE EMP-PRONTUARIO TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO wsachoucad
                   STRING CAD-NOME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       CAD-SOBRENOME DELIMITED BY "  "
                       INTO wsremnome
           END-READ
       END-IF.

       BUSCA-FICHA-NORMAL.
       MOVE "N" TO wsachoufic.
       IF wsfs-hidx NOT EQUAL "35"
           MOVE EMP-PRONTUARIO TO HIDX-PRONTUARIO
           MOVE wscompetencia TO HIDX-COMPET
           MOVE "1" TO HIDX-MODO
           READ HISTIDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO wsachoufic
           END-READ
       END-IF.

      *Um afastamento que pega algum dia do mes da competencia
       BUSCA-AFASTAMENTO.
       MOVE "N" TO wsafastado.
       IF wsfs-afa NOT EQUAL "35"
           MOVE "N" TO wsfimafa
           MOVE EMP-PRONTUARIO TO AFA-PRONTUARIO
           MOVE LOW-VALUES TO AFA-INI
           START AFASTAMENTOS KEY NOT LESS THAN AFA-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimafa
           END-START
           PERFORM LE-PROXIMO-AFASTAMENTO
           PERFORM CONFERE-AFASTAMENTO UNTIL wsfimafa EQUAL "S"
       END-IF.

       LE-PROXIMO-AFASTAMENTO.
       IF wsfimafa EQUAL "N"
           READ AFASTAMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO wsfimafa
           END-READ
           IF wsfimafa EQUAL "N" AND
              AFA-PRONTUARIO NOT EQUAL EMP-PRONTUARIO
               MOVE "S" TO wsfimafa
           END-IF
       END-IF.

       CONFERE-AFASTAMENTO.
       IF AFA-INI NOT GREATER THAN wsmesfim AND
          (AFA-FIM EQUAL SPACES OR AFA-FIM NOT LESS THAN wsmesini)
           MOVE "S" TO wsafastado
       END-IF.
       PERFORM LE-PROXIMO-AFASTAMENTO.

       GRAVA-DESCONTADA.
       ADD 1 TO wsseq.
       ADD 1 TO wsqtddesc.
       MOVE HIDX-VLEMP TO wsremvalor.
       ADD wsremvalor TO wstotdesc.
       MOVE SPACES TO REM-LINHA.
       STRING "1" DELIMITED BY SIZE
           wsseq DELIMITED BY SIZE
           EMP-CONTRATO DELIMITED BY SIZE
           EMP-PRONTUARIO DELIMITED BY SIZE
           wsremnome DELIMITED BY SIZE
           wsremvalor DELIMITED BY SIZE
           EMP-RESTANTES DELIMITED BY SIZE
           INTO REM-LINHA.
       PERFORM GRAVA-LINHA-REM.
       MOVE wsremvalor TO wsmascvalor.
       MOVE SPACES TO REL-LINHA.
       STRING "  " EMP-PRONTUARIO " " wsremnome
           " CONTRATO:" EMP-CONTRATO
           " PARCELA:" wsmascvalor
           " RESTAM:" EMP-RESTANTES
           DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.

       GRAVA-NAO-DESCONTADA.
       ADD 1 TO wsseq.
       ADD 1 TO wsqtdnaodesc.
       MOVE EMP-PARCELA TO wsremvalor.
       ADD wsremvalor TO wstotnaodesc.
       MOVE SPACES TO REM-LINHA.
       STRING "2" DELIMITED BY SIZE
           wsseq DELIMITED BY SIZE
           EMP-CONTRATO DELIMITED BY SIZE
           EMP-PRONTUARIO DELIMITED BY SIZE
           wsremnome DELIMITED BY SIZE
           wsremvalor DELIMITED BY SIZE
           wssituacao DELIMITED BY SIZE
           wsmotivo DELIMITED BY SIZE
           INTO REM-LINHA.
       PERFORM GRAVA-LINHA-REM.
       MOVE wsremvalor TO wsmascvalor.
       MOVE SPACES TO REL-LINHA.
       STRING "  " EMP-PRONTUARIO " " wsremnome
           " CONTRATO:" EMP-CONTRATO
           " PARCELA:" wsmascvalor
           " " wsmotivo
           DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.

       GRAVA-LINHA-REM.
       WRITE REM-LINHA.
       MOVE "GRAVA-LINHA-REM" TO wserr-para.
       PERFORM TESTA-FS-REM.

       GRAVA-LINHA-REL.
       WRITE REL-LINHA.
       MOVE "GRAVA-LINHA-REL" TO wserr-para.
       PERFORM TESTA-FS-REL.

      *----------------------------------------------------------------*
      * Helpers: competencia validated, today's date.
      *----------------------------------------------------------------*
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
      * Appends every repasse to the shared AUDITORIA.LOG, the same
      * trail the other remessa programs leave.
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
           " TP72CSG " DELIMITED BY SIZE
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

       TESTA-FS-REM.
       MOVE wsfs-rem TO wserr-fs.
       MOVE "TP72CSG.REM" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP72CSG.REL" TO wserr-arq.
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
           " TP72CSG PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP72CSG - VER ERROS.LOG".
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
