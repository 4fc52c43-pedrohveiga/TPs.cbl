      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP69RAT COBOL - rateio de custo por centro de custo.
      *          Maintains RATEIO.DAT: for a prontuario that works
      *          for two or more deptos, the percentage of the cost
      *          each depto carries from a vigencia (MM/AAAA) on. The
      *          percentages must add up to 100 and the deptos may
      *          not repeat; a vigencia with no depto ends the split.
      *          The conferencia lists every record on file that does
      *          not close 100% (the engine ignores those and keeps
      *          the cost on CAD-DEPTO). Every change lands in
      *          AUDITORIA.LOG. A vigencia whose competencia is
      *          fechada or em fechamento (TPCOMPET) is neither
      *          written nor excluded.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP69RAT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEIO ASSIGN TO "RATEIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAT-CHAVE
           FILE STATUS IS wsfs-rat.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD RATEIO.
       COPY RATEIO.

       FD CADASTRO.
       COPY CADASTRO.

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-rat PIC XX.
       77 wsfs-cad PIC XX.
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
       77 wsachoucad PIC X VALUE "N".
       77 wsfimrat PIC X VALUE "N".
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Prontuario e vigencia digitados
       77 wspront PIC X(9) VALUE SPACES.
       77 wsdeptocad PIC X(4) VALUE SPACES.
       77 wsvigencia PIC X(7) VALUE SPACES.
       77 wsvigok PIC X VALUE "N".
       77 wsvigchave PIC X(6) VALUE SPACES.
      *Situacao da competencia da vigencia (TPCOMPET)
       77 wscompok PIC X VALUE "N".
       COPY COMPETPARM.

      *Os deptos e percentuais digitados
       77 wsqtd PIC 9 VALUE ZERO.
       77 wsix PIC 9(2) VALUE ZERO.
       77 wsjx PIC 9(2) VALUE ZERO.
       77 wssomaperc PIC 9(4)V99 VALUE ZERO.
       77 wsrateiook PIC X VALUE "S".
       77 wsprincipal PIC X VALUE "N".
       77 wsqtdinvalidos PIC 9(5) VALUE ZERO.
       77 wsqtdlidos PIC 9(5) VALUE ZERO.
       01 tabela-digitada.
           05 DIG-ITEM OCCURS 5 TIMES.
               10 DIG-DEPTO PIC X(4).
               10 DIG-PERC PIC 9(3)V99.

       77 wsmascperc PIC ZZ9,99.
       77 wsmascsoma PIC ZZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP69RAT - RATEIO DE CUSTO POR DEPTO".
       DISPLAY "1 - Consultar rateios do prontuario".
       DISPLAY "2 - Incluir/alterar rateio".
       DISPLAY "3 - Excluir rateio".
       DISPLAY "4 - Conferir rateios (soma 100%)".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM CONSULTA-RATEIOS
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM INCLUI-ALTERA-RATEIO
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM EXCLUI-RATEIO
       END-IF.
       IF wsopcao EQUAL 4
           PERFORM CONFERE-RATEIOS
       END-IF.
       IF wsopcao GREATER THAN 4
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *Todas as vigencias do prontuario, da mais antiga a mais nova
       CONSULTA-RATEIOS.
       PERFORM PEDE-PRONTUARIO.
       IF wsachoucad EQUAL "S"
           OPEN INPUT RATEIO
           IF wsfs-rat EQUAL "35"
               DISPLAY "RATEIO.DAT ainda nao existe."
           ELSE
               MOVE "N" TO wsfimrat
               MOVE wspront TO RAT-PRONTUARIO
               MOVE LOW-VALUES TO RAT-VIGENCIA
               START RATEIO KEY NOT LESS THAN RAT-CHAVE
                   INVALID KEY
                       MOVE "S" TO wsfimrat
               END-START
               PERFORM LE-RATEIO-PRONTUARIO
               IF wsfimrat EQUAL "S"
                   DISPLAY "Sem rateio - custo todo no depto "
                       wsdeptocad "."
               END-IF
               PERFORM MOSTRA-RATEIO UNTIL wsfimrat EQUAL "S"
               CLOSE RATEIO
           END-IF
       END-IF.

       LE-RATEIO-PRONTUARIO.
       IF wsfimrat EQUAL "N"
           READ RATEIO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimrat
           END-READ
           IF wsfimrat EQUAL "N" AND RAT-PRONTUARIO NOT EQUAL wspront
               MOVE "S" TO wsfimrat
           END-IF
       END-IF.

       MOSTRA-RATEIO.
       DISPLAY "Vigencia " RAT-VIGENCIA(5:2) "/" RAT-VIGENCIA(1:4)
           " - alterado em " RAT-DTALTER " por " RAT-OPERADOR.
       IF RAT-QTD EQUAL ZERO
           DISPLAY "    fim do rateio - custo todo no depto "
               wsdeptocad
       END-IF.
       MOVE 1 TO wsix.
       PERFORM MOSTRA-ITEM
           UNTIL wsix GREATER THAN RAT-QTD OR wsix GREATER THAN 5.
       PERFORM LE-RATEIO-PRONTUARIO.

       MOSTRA-ITEM.
       MOVE RAT-PERC(wsix) TO wsmascperc.
       DISPLAY "    depto " RAT-DEPTO(wsix) "  " wsmascperc "%".
       ADD 1 TO wsix.

      *----------------------------------------------------------------*
      * A split typed for one vigencia. Nothing is written unless the
      * percentages close 100% and no depto repeats; when CAD-DEPTO
      * is not in the split the first depto typed is the main one and
      * takes the rounding.
      *----------------------------------------------------------------*
       INCLUI-ALTERA-RATEIO.
       PERFORM PEDE-PRONTUARIO.
       IF wsachoucad EQUAL "S"
           PERFORM PEDE-VIGENCIA
       END-IF.
       MOVE "N" TO wscompok.
       IF wsachoucad EQUAL "S" AND wsvigok EQUAL "S"
           PERFORM VERIFICA-COMPETENCIA-ABERTA
       END-IF.
       IF wscompok EQUAL "S"
           DISPLAY "Quantos deptos (0 = encerra o rateio, ate 5): "
               WITH NO ADVANCING
           MOVE ZERO TO wsqtd
           ACCEPT wsqtd
           IF wsqtd GREATER THAN 5
               DISPLAY "No maximo 5 deptos."
           ELSE
               MOVE 1 TO wsix
               PERFORM LIMPA-ITEM UNTIL wsix GREATER THAN 5
               MOVE 1 TO wsix
               PERFORM PEDE-ITEM UNTIL wsix GREATER THAN wsqtd
               PERFORM VALIDA-DIGITADO
               IF wsrateiook EQUAL "S"
                   PERFORM CONFIRMA-RATEIO
               END-IF
           END-IF
       END-IF.

       LIMPA-ITEM.
       MOVE SPACES TO DIG-DEPTO(wsix).
       MOVE ZERO TO DIG-PERC(wsix).
       ADD 1 TO wsix.

       PEDE-ITEM.
       DISPLAY "Depto " wsix ": " WITH NO ADVANCING.
       MOVE SPACES TO DIG-DEPTO(wsix).
       ACCEPT DIG-DEPTO(wsix).
       DISPLAY "Percentual do depto " wsix " (ex. 40,00): "
           WITH NO ADVANCING.
       MOVE ZERO TO DIG-PERC(wsix).
       ACCEPT DIG-PERC(wsix).
       ADD 1 TO wsix.

       VALIDA-DIGITADO.
       MOVE "S" TO wsrateiook.
       MOVE "N" TO wsprincipal.
       MOVE ZERO TO wssomaperc.
       MOVE 1 TO wsix.
       PERFORM VALIDA-ITEM UNTIL wsix GREATER THAN wsqtd.
       IF wsqtd GREATER THAN ZERO AND wssomaperc NOT EQUAL 100
           MOVE wssomaperc TO wsmascsoma
           DISPLAY "Os percentuais somam " wsmascsoma
               "% - o rateio precisa fechar 100%."
           MOVE "N" TO wsrateiook
       END-IF.
       IF wsrateiook EQUAL "S" AND wsqtd GREATER THAN ZERO AND
           wsprincipal EQUAL "N"
           DISPLAY "Atencao: o depto do cadastro (" wsdeptocad
               ") nao esta no rateio - o depto " DIG-DEPTO(1)
               " fica com os arredondamentos."
       END-IF.

       VALIDA-ITEM.
       ADD DIG-PERC(wsix) TO wssomaperc.
       IF DIG-DEPTO(wsix) EQUAL SPACES OR DIG-PERC(wsix) EQUAL ZERO
           DISPLAY "Depto " wsix " sem codigo ou sem percentual."
           MOVE "N" TO wsrateiook
       END-IF.
       IF DIG-DEPTO(wsix) EQUAL wsdeptocad
           MOVE "S" TO wsprincipal
       END-IF.
       MOVE 1 TO wsjx.
       PERFORM TESTA-REPETIDO UNTIL wsjx NOT LESS THAN wsix.
       ADD 1 TO wsix.

       TESTA-REPETIDO.
       IF DIG-DEPTO(wsjx) EQUAL DIG-DEPTO(wsix)
           DISPLAY "Depto " DIG-DEPTO(wsix) " repetido no rateio."
           MOVE "N" TO wsrateiook
       END-IF.
       ADD 1 TO wsjx.

       CONFIRMA-RATEIO.
       DISPLAY "Confirma a gravacao (S/N)? " WITH NO ADVANCING.
       MOVE "N" TO wsresposta.
       ACCEPT wsresposta.
       IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
           PERFORM GRAVA-RATEIO
           DISPLAY "Rateio gravado."
       END-IF.

       GRAVA-RATEIO.
       PERFORM MONTA-DATA-HOJE.
       PERFORM LE-OPERADOR-SESSAO.
       OPEN I-O RATEIO.
       IF wsfs-rat EQUAL "35"
           OPEN OUTPUT RATEIO
           CLOSE RATEIO
           OPEN I-O RATEIO
       END-IF.
       MOVE wspront TO RAT-PRONTUARIO.
       MOVE wsvigchave TO RAT-VIGENCIA.
       READ RATEIO
           INVALID KEY
               MOVE "N" TO wsachou
           NOT INVALID KEY
               MOVE "S" TO wsachou
       END-READ.
       MOVE SPACES TO RAT-REGISTRO.
       MOVE wspront TO RAT-PRONTUARIO.
       MOVE wsvigchave TO RAT-VIGENCIA.
       MOVE wsqtd TO RAT-QTD.
       MOVE 1 TO wsix.
       PERFORM COPIA-ITEM UNTIL wsix GREATER THAN 5.
       MOVE wsdatatxt TO RAT-DTALTER.
       MOVE wsoperses TO RAT-OPERADOR.
       IF wsachou EQUAL "S"
           REWRITE RAT-REGISTRO
       ELSE
           WRITE RAT-REGISTRO
       END-IF.
       MOVE "GRAVA-RATEIO" TO wserr-para.
       PERFORM TESTA-FS-RAT.
       CLOSE RATEIO.
       MOVE wspront TO wsauditchave.
       MOVE SPACES TO wsauditcampo.
       STRING "RATEIO " wsvigencia
           DELIMITED BY SIZE INTO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       STRING wsqtd " DEPTO(S)" DELIMITED BY SIZE
           INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       COPIA-ITEM.
       IF wsix GREATER THAN wsqtd
           MOVE SPACES TO RAT-DEPTO(wsix)
           MOVE ZERO TO RAT-PERC(wsix)
       ELSE
           MOVE DIG-DEPTO(wsix) TO RAT-DEPTO(wsix)
           MOVE DIG-PERC(wsix) TO RAT-PERC(wsix)
       END-IF.
       ADD 1 TO wsix.

       EXCLUI-RATEIO.
       PERFORM PEDE-PRONTUARIO.
       IF wsachoucad EQUAL "S"
           PERFORM PEDE-VIGENCIA
       END-IF.
       MOVE "N" TO wscompok.
       IF wsachoucad EQUAL "S" AND wsvigok EQUAL "S"
           PERFORM VERIFICA-COMPETENCIA-ABERTA
       END-IF.
       IF wscompok EQUAL "S"
           OPEN I-O RATEIO
           IF wsfs-rat EQUAL "35"
               DISPLAY "RATEIO.DAT ainda nao existe."
           ELSE
               MOVE wspront TO RAT-PRONTUARIO
               MOVE wsvigchave TO RAT-VIGENCIA
               READ RATEIO
                   INVALID KEY
                       DISPLAY "Rateio nao encontrado."
                   NOT INVALID KEY
                       PERFORM CONFIRMA-EXCLUSAO
               END-READ
               CLOSE RATEIO
           END-IF
       END-IF.

       CONFIRMA-EXCLUSAO.
       DISPLAY "Confirma a exclusao (S/N)? " WITH NO ADVANCING.
       MOVE "N" TO wsresposta.
       ACCEPT wsresposta.
       IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
           DELETE RATEIO RECORD
           MOVE "CONFIRMA-EXCLUSAO" TO wserr-para
           PERFORM TESTA-FS-RAT
           MOVE wspront TO wsauditchave
           MOVE SPACES TO wsauditcampo
           STRING "EXCLUI-RATEIO " wsvigencia
               DELIMITED BY SIZE INTO wsauditcampo
           MOVE SPACES TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Rateio excluido."
       END-IF.

      *----------------------------------------------------------------*
      * Every record on file that does not close 100% (or names a
      * blank depto) - left by hand edits or an old load; the engine
      * keeps those prontuarios on CAD-DEPTO until corrected.
      *----------------------------------------------------------------*
       CONFERE-RATEIOS.
       MOVE ZERO TO wsqtdinvalidos.
       MOVE ZERO TO wsqtdlidos.
       OPEN INPUT RATEIO.
       IF wsfs-rat EQUAL "35"
           DISPLAY "RATEIO.DAT ainda nao existe."
       ELSE
           MOVE "N" TO wsfimrat
           MOVE LOW-VALUES TO RAT-CHAVE
           START RATEIO KEY NOT LESS THAN RAT-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimrat
           END-START
           PERFORM LE-PROXIMO-RATEIO
           PERFORM CONFERE-UM-RATEIO UNTIL wsfimrat EQUAL "S"
           CLOSE RATEIO
           DISPLAY "Rateios conferidos: " wsqtdlidos
               "  fora de 100%: " wsqtdinvalidos
       END-IF.

       LE-PROXIMO-RATEIO.
       IF wsfimrat EQUAL "N"
           READ RATEIO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimrat
           END-READ
       END-IF.

       CONFERE-UM-RATEIO.
       ADD 1 TO wsqtdlidos.
       IF RAT-QTD GREATER THAN ZERO
           MOVE "S" TO wsrateiook
           MOVE ZERO TO wssomaperc
           MOVE 1 TO wsix
           PERFORM SOMA-ITEM-ARQUIVO
               UNTIL wsix GREATER THAN RAT-QTD OR wsix GREATER THAN 5
           IF wssomaperc NOT EQUAL 100 OR RAT-QTD GREATER THAN 5
               MOVE "N" TO wsrateiook
           END-IF
           IF wsrateiook EQUAL "N"
               ADD 1 TO wsqtdinvalidos
               MOVE wssomaperc TO wsmascsoma
               DISPLAY "PRONTUARIO " RAT-PRONTUARIO " VIGENCIA "
                   RAT-VIGENCIA(5:2) "/" RAT-VIGENCIA(1:4)
                   " SOMA " wsmascsoma "% - IGNORADO NO RATEIO"
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-RATEIO.

       SOMA-ITEM-ARQUIVO.
       ADD RAT-PERC(wsix) TO wssomaperc.
       IF RAT-DEPTO(wsix) EQUAL SPACES
           MOVE "N" TO wsrateiook
       END-IF.
       ADD 1 TO wsix.

      *----------------------------------------------------------------*
      * Helpers: prontuario looked up in the cadastro, vigencia typed
      * and validated, today's date.
      *----------------------------------------------------------------*
       PEDE-PRONTUARIO.
       DISPLAY "Prontuario: " WITH NO ADVANCING.
       MOVE SPACES TO wspront.
       ACCEPT wspront.
       MOVE "N" TO wsachoucad.
       MOVE SPACES TO wsdeptocad.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT nao existe."
       ELSE
           MOVE wspront TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   DISPLAY "Prontuario nao cadastrado."
               NOT INVALID KEY
                   MOVE "S" TO wsachoucad
                   MOVE CAD-DEPTO TO wsdeptocad
                   DISPLAY CAD-NOME " " CAD-SOBRENOME
                       " - depto do cadastro: " CAD-DEPTO
           END-READ
           CLOSE CADASTRO
       END-IF.

       PEDE-VIGENCIA.
       DISPLAY "Vigencia - a partir da competencia (MM/AAAA): "
           WITH NO ADVANCING.
       MOVE SPACES TO wsvigencia.
       ACCEPT wsvigencia.
       MOVE "N" TO wsvigok.
       IF wsvigencia(3:1) EQUAL "/" AND
           wsvigencia(1:2) IS NUMERIC AND
           wsvigencia(4:4) IS NUMERIC
           IF wsvigencia(1:2) GREATER THAN "00" AND
              wsvigencia(1:2) LESS THAN "13"
               MOVE "S" TO wsvigok
               MOVE SPACES TO wsvigchave
               STRING wsvigencia(4:4) wsvigencia(1:2)
                   DELIMITED BY SIZE INTO wsvigchave
           END-IF
       END-IF.
       IF wsvigok EQUAL "N"
           DISPLAY "Vigencia invalida."
       END-IF.

      *RATEIO.DAT nao tem empresa: basta uma ter fechado o mes para o
      *rateio nao comecar (nem deixar de comecar) nele (TPCOMPET)
       VERIFICA-COMPETENCIA-ABERTA.
       MOVE "S" TO wscompok.
       MOVE "C" TO CPP-ACAO.
       MOVE "**" TO CPP-EMPRESA.
       MOVE wsvigencia TO CPP-COMPET.
       CALL "TPCOMPET" USING COMPET-PARM.
       IF CPP-RC NOT EQUAL ZERO
           MOVE "N" TO wscompok
           DISPLAY "Competencia " wsvigencia " fechada ou em"
               " fechamento (" CPP-DONO " em " CPP-DESDE ")."
       END-IF.

       MONTA-DATA-HOJE.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.

       GRAVA-AUDITORIA.
           PERFORM LE-OPERADOR-SESSAO.
           PERFORM MONTA-DATA-HOJE.
           OPEN EXTEND AUDITORIA.
           IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           MOVE SPACES TO AUD-LINHA.
           STRING wsdatatxt DELIMITED BY SIZE
               " TP69RAT " DELIMITED BY SIZE
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
           MOVE wsfs-aud TO wserr-fs.
           MOVE "AUDITORIA.LOG" TO wserr-arq.
           PERFORM VERIFICA-FS.
           CLOSE AUDITORIA.

       TESTA-FS-RAT.
           MOVE wsfs-rat TO wserr-fs.
           MOVE "RATEIO.DAT" TO wserr-arq.
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
               " TP69RAT PARAGRAFO:" DELIMITED BY SIZE
               wserr-para DELIMITED BY SIZE
               " ARQUIVO:" DELIMITED BY SIZE
               wserr-arq DELIMITED BY SIZE
               " STATUS:" DELIMITED BY SIZE
               wserr-fs DELIMITED BY SIZE
               INTO ERR-LINHA.
           WRITE ERR-LINHA.
           CLOSE ERRLOG.
           DISPLAY "ERRO DE E/S EM TP69RAT - VER ERROS.LOG".
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
