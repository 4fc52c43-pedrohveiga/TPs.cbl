      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP65REC COBOL - auditoria de recalculo de uma
      *          competencia fechada. Read-only: takes every normal
      *          ficha (modo "1") of the competencia and empresa in
      *          TP04HISTIDX.DAT, recalculates INSS, IRRF, FGTS and
      *          liquido from what the ficha stored - the bruto the
      *          hours, faltas and adicionais produced, the pensao,
      *          the previdencia privada - plus the dependentes of
      *          DEPENDENTES.DAT (CAD-QTDEPENDENTES when the employee
      *          has none there), under the TABELAS.DAT set in force
      *          for that competencia (TPFAIXAS with FX-COMPET, the
      *          "F" row for the FGTS aliquota). Every ficha whose
      *          stored value differs from the recalculated one is
      *          listed in TP65REC.REL item by item, in the 66-line
      *          format TP19IMP established; the closing verdict says
      *          whether a TP29COMP complementar is needed and for
      *          how many prontuarios. Nothing is written back.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP65REC.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTIDX ASSIGN TO "TP04HISTIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-CHAVE
           FILE STATUS IS wsfs-hidx.
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
           SELECT TABELAS ASSIGN TO "TABELAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-tab.
           SELECT IMPRESSO ASSIGN TO "TP65REC.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-imp.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD HISTIDX.
       COPY HISTIDX.

       FD CADASTRO.
       COPY CADASTRO.

       FD DEPENDENTES.
       COPY DEPENDENTES.

       FD TABELAS.
       COPY TABREG.

       FD IMPRESSO.
       01 IMP-LINHA                 PIC X(100).

       WORKING-STORAGE SECTION.
       77 wsfs-hidx PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-dpd PIC XX.
       77 wsfs-tab PIC XX.
       77 wsfs-imp PIC XX.
       COPY FAIXAPARM.

       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wsempresa PIC X(2) VALUE "01".
       77 wsalvo PIC X(6) VALUE SPACES.
       77 wscompano PIC 9(4) VALUE ZERO.
       77 wscompmes PIC 9(2) VALUE ZERO.
       77 wsfimhistidx PIC X VALUE "N".
       77 wsfimtabelas PIC X VALUE "N".
       77 wsfimdpd PIC X VALUE "N".
       77 wscadaberto PIC X VALUE "N".
       77 wsdpdaberto PIC X VALUE "N".
       77 wsdivergente PIC X VALUE "N".
       77 wsqtdfichas PIC 9(5) VALUE ZERO.
       77 wsqtddiverg PIC 9(5) VALUE ZERO.

      *Aliquota do FGTS da linha "F" em vigor na competencia
       77 wsfgtsaliq PIC 9V999 VALUE 0,080.
       77 wsvigfg PIC X(6) VALUE SPACES.
       77 wsrowvig PIC X(6) VALUE SPACES.

      *Dependentes que abatem o IRRF, com o limite de idade do TP04
       77 wsqtdep PIC 9(2) VALUE ZERO.
       77 wsqtdeparq PIC 9(2) VALUE ZERO.
       77 wstemdeparq PIC X VALUE "N".
       77 wslimidade PIC 9(2) VALUE 21.
       77 wsidade PIC 9(3) VALUE ZERO.
       77 wsnascano PIC 9(4) VALUE ZERO.
       77 wsnascmes PIC 9(2) VALUE ZERO.

      *Recalculo
       77 wsbruto PIC 9(7)V99 VALUE ZERO.
       77 wspensao PIC 9(7)V99 VALUE ZERO.
       77 wsdisponivel PIC S9(7)V99 VALUE ZERO.
       77 wsprevded PIC 9(7)V99 VALUE ZERO.
       77 wsprevlimite PIC 9(7)V99 VALUE ZERO.
       77 wsrefs PIC S9(7)V99 VALUE ZERO.
       77 wsref PIC 9(7)V99 VALUE ZERO.

      *Os quatro itens auditados: gravado, recalculado e diferenca
       01 tabela-rotulos.
           05 FILLER PIC X(10) VALUE "INSS".
           05 FILLER PIC X(10) VALUE "IRRF".
           05 FILLER PIC X(10) VALUE "FGTS".
           05 FILLER PIC X(10) VALUE "LIQUIDO".
       01 tabela-rotulos-r REDEFINES tabela-rotulos.
           05 ROT-ITEM OCCURS 4 TIMES PIC X(10).
       01 tabela-item.
           05 AUD-ITEM OCCURS 4 TIMES.
               10 AUD-GRAVADO PIC S9(7)V99.
               10 AUD-RECALC PIC S9(7)V99.
               10 AUD-DIF PIC S9(7)V99.
       01 tabela-total.
           05 TOT-DIF OCCURS 4 TIMES PIC S9(7)V99.
       77 wsix PIC 9 VALUE ZERO.

       77 wsmascval PIC ZZZ.ZZ9,99-.
       77 wsmascrec PIC ZZZ.ZZ9,99-.
       77 wsmascdif PIC ZZZ.ZZ9,99-.
       77 wsmascbto PIC ZZZ.ZZ9,99.
       77 wsmascqtd PIC ZZZZ9.
       77 wsmascaliq PIC 9,999.

      *Paginacao de 66 linhas, a disciplina do TP19IMP
       77 wspagina PIC 9(4) VALUE ZERO.
       77 wsmascpag PIC ZZZ9.
       77 wslinha PIC 99 VALUE ZERO.
       77 wsmaxlinhas PIC 99 VALUE 62.

       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       DISPLAY "TP65REC - AUDITORIA DE RECALCULO DA COMPETENCIA".
       DISPLAY "Competencia fechada a auditar (MM/AAAA): "
           WITH NO ADVANCING.
       ACCEPT wscompetencia.
       IF wscompetencia(3:1) NOT EQUAL "/" OR
           wscompetencia(1:2) IS NOT NUMERIC OR
           wscompetencia(4:4) IS NOT NUMERIC
           DISPLAY "Competencia invalida."
           GOBACK
       END-IF.
       DISPLAY "Codigo da empresa (ENTER = 01): " WITH NO ADVANCING.
       MOVE SPACES TO wsempresa.
       ACCEPT wsempresa.
       IF wsempresa EQUAL SPACES
           MOVE "01" TO wsempresa
       END-IF.
       MOVE wscompetencia(4:4) TO wscompano.
       MOVE wscompetencia(1:2) TO wscompmes.
       MOVE SPACES TO wsalvo.
       STRING wscompetencia(4:4) wscompetencia(1:2)
           DELIMITED BY SIZE INTO wsalvo.
       MOVE 1 TO wsix.
       PERFORM ZERA-TOTAL-ITEM UNTIL wsix GREATER THAN 4.
       PERFORM CARREGA-ALIQUOTA-FGTS.
       OPEN OUTPUT IMPRESSO.
       PERFORM QUEBRA-PAGINA.
       PERFORM AUDITA-COMPETENCIA.
       PERFORM IMPRIME-VEREDITO.
       CLOSE IMPRESSO.
       DISPLAY "TP65REC - FICHAS AUDITADAS: " wsqtdfichas
           "  DIVERGENTES: " wsqtddiverg.
       DISPLAY "Relatorio em TP65REC.REL".
       GOBACK.

       ZERA-TOTAL-ITEM.
       MOVE ZERO TO TOT-DIF(wsix).
       ADD 1 TO wsix.

      *----------------------------------------------------------------*
      * The FGTS aliquota in force for the competencia: the "F" row
      * of TABELAS.DAT with the newest vigencia not after it, exactly
      * as TP04/TP04LOTE pick it (no vigencia = desde sempre). No row
      * at all keeps the legal 8%.
      *----------------------------------------------------------------*
       CARREGA-ALIQUOTA-FGTS.
       MOVE SPACES TO wsvigfg.
       MOVE "N" TO wsfimtabelas.
       OPEN INPUT TABELAS.
       IF wsfs-tab EQUAL "35"
           MOVE "S" TO wsfimtabelas
       ELSE
           PERFORM LE-LINHA-TABELA
           PERFORM AVALIA-LINHA-TABELA
               UNTIL wsfimtabelas EQUAL "S"
           CLOSE TABELAS
       END-IF.

       LE-LINHA-TABELA.
       IF wsfimtabelas EQUAL "N"
           READ TABELAS
               AT END
                   MOVE "S" TO wsfimtabelas
           END-READ
       END-IF.

       AVALIA-LINHA-TABELA.
       IF TAB-TIPO EQUAL "F"
           IF TAB-VIGENCIA(3:1) EQUAL "/" AND
              TAB-VIGENCIA(1:2) IS NUMERIC AND
              TAB-VIGENCIA(4:4) IS NUMERIC
               MOVE SPACES TO wsrowvig
               STRING TAB-VIGENCIA(4:4) TAB-VIGENCIA(1:2)
                   DELIMITED BY SIZE INTO wsrowvig
           ELSE
               MOVE "000000" TO wsrowvig
           END-IF
           IF wsrowvig NOT GREATER THAN wsalvo AND
              (wsvigfg EQUAL SPACES OR wsrowvig NOT LESS THAN
              wsvigfg)
               MOVE wsrowvig TO wsvigfg
               MOVE TAB-ALIQ TO wsfgtsaliq
           END-IF
       END-IF.
       PERFORM LE-LINHA-TABELA.

      *----------------------------------------------------------------*
      * One full pass over the history: only the normal fichas of
      * the competencia and empresa are audited. CADASTRO and
      * DEPENDENTES stay open for the keyed lookups of the pass.
      *----------------------------------------------------------------*
       AUDITA-COMPETENCIA.
       MOVE "N" TO wsfimhistidx.
       OPEN INPUT HISTIDX.
       IF wsfs-hidx EQUAL "35"
           MOVE "S" TO wsfimhistidx
           DISPLAY "TP04HISTIDX.DAT nao encontrado."
       ELSE
           OPEN INPUT CADASTRO
           IF wsfs-cad EQUAL "35"
               MOVE "N" TO wscadaberto
           ELSE
               MOVE "S" TO wscadaberto
           END-IF
           OPEN INPUT DEPENDENTES
           IF wsfs-dpd EQUAL "35"
               MOVE "N" TO wsdpdaberto
           ELSE
               MOVE "S" TO wsdpdaberto
           END-IF
           PERFORM LE-HISTIDX
           PERFORM AVALIA-FICHA UNTIL wsfimhistidx EQUAL "S"
           CLOSE HISTIDX
           IF wscadaberto EQUAL "S"
               CLOSE CADASTRO
           END-IF
           IF wsdpdaberto EQUAL "S"
               CLOSE DEPENDENTES
           END-IF
       END-IF.

       LE-HISTIDX.
       IF wsfimhistidx EQUAL "N"
           READ HISTIDX NEXT RECORD
               AT END
                   MOVE "S" TO wsfimhistidx
           END-READ
       END-IF.

       AVALIA-FICHA.
       IF HIDX-COMPET EQUAL wscompetencia AND
           (HIDX-MODO EQUAL "1" OR HIDX-MODO EQUAL " ") AND
           (HIDX-EMPRESA EQUAL wsempresa OR (HIDX-EMPRESA EQUAL
           SPACES AND wsempresa EQUAL "01"))
           ADD 1 TO wsqtdfichas
           PERFORM RECALCULA-FICHA
           PERFORM COMPARA-ITENS
           IF wsdivergente EQUAL "S"
               ADD 1 TO wsqtddiverg
               PERFORM IMPRIME-DIVERGENCIA
           END-IF
       END-IF.
       PERFORM LE-HISTIDX.

      *----------------------------------------------------------------*
      * The normal-mode tax arithmetic of TP04LOTE over the stored
      * bruto: INSS from the competencia's brackets; IRRF base =
      * bruto - INSS - pensao (capped at what the bruto net of INSS
      * bears) - previdencia privada up to 12% of the bruto -
      * 189,59 per dependente; FGTS at the aliquota in force. The
      * liquido moves by exactly what the two taxes move - every
      * other deduction and credit of the ficha stays as stored.
      *----------------------------------------------------------------*
       RECALCULA-FICHA.
       MOVE HIDX-BRUTO TO wsbruto.
       PERFORM CONTA-DEPENDENTES.
       MOVE "I" TO FX-TIPO.
       MOVE wsbruto TO FX-BASE.
       MOVE wscompetencia TO FX-COMPET.
       CALL "TPFAIXAS" USING FAIXA-PARM.
       IF FX-RC NOT EQUAL ZERO
           PERFORM ERRO-FAIXAS
       END-IF.
       MOVE HIDX-INSS TO AUD-GRAVADO(1).
       MOVE FX-VALOR TO AUD-RECALC(1).
       MOVE ZERO TO wspensao.
       IF HIDX-PENS IS NUMERIC
           MOVE HIDX-PENS TO wspensao
       END-IF.
       COMPUTE wsdisponivel = wsbruto - AUD-RECALC(1).
       IF wsdisponivel LESS THAN ZERO
           MOVE ZERO TO wsdisponivel
       END-IF.
       IF wspensao GREATER THAN wsdisponivel
           MOVE wsdisponivel TO wspensao
       END-IF.
       MOVE ZERO TO wsprevded.
       IF HIDX-VLPREV IS NUMERIC
           MOVE HIDX-VLPREV TO wsprevded
           COMPUTE wsprevlimite ROUNDED = wsbruto * 0,12
           IF wsprevded GREATER THAN wsprevlimite
               MOVE wsprevlimite TO wsprevded
           END-IF
       END-IF.
       COMPUTE wsrefs = (wsbruto - AUD-RECALC(1) - wspensao
           - wsprevded) - (wsqtdep * 189,59).
       IF wsrefs LESS THAN ZERO
           MOVE ZERO TO wsref
       ELSE
           MOVE wsrefs TO wsref
       END-IF.
       MOVE "R" TO FX-TIPO.
       MOVE wsref TO FX-BASE.
       MOVE wscompetencia TO FX-COMPET.
       CALL "TPFAIXAS" USING FAIXA-PARM.
       IF FX-RC NOT EQUAL ZERO
           PERFORM ERRO-FAIXAS
       END-IF.
       MOVE HIDX-IR TO AUD-GRAVADO(2).
       MOVE FX-VALOR TO AUD-RECALC(2).
       IF HIDX-FGTS IS NUMERIC
           MOVE HIDX-FGTS TO AUD-GRAVADO(3)
       ELSE
           MOVE ZERO TO AUD-GRAVADO(3)
       END-IF.
       COMPUTE AUD-RECALC(3) ROUNDED = wsbruto * wsfgtsaliq.
       MOVE HIDX-LIQ TO AUD-GRAVADO(4).
       COMPUTE AUD-RECALC(4) = HIDX-LIQ
           + (AUD-GRAVADO(1) - AUD-RECALC(1))
           + (AUD-GRAVADO(2) - AUD-RECALC(2)).

      *----------------------------------------------------------------*
      * The same dependentes count TP04LOTE takes: DEPENDENTES.DAT
      * rows flagged for IRRF, a FILHO from the age limit up left
      * out (age at the competencia audited); an employee with no
      * rows there keeps CAD-QTDEPENDENTES.
      *----------------------------------------------------------------*
       CONTA-DEPENDENTES.
       MOVE ZERO TO wsqtdep.
       IF wscadaberto EQUAL "S"
           MOVE HIDX-PRONTUARIO TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAD-QTDEPENDENTES TO wsqtdep
           END-READ
       END-IF.
       MOVE "N" TO wstemdeparq.
       MOVE ZERO TO wsqtdeparq.
       IF wsdpdaberto EQUAL "S"
           MOVE "N" TO wsfimdpd
           MOVE HIDX-PRONTUARIO TO DPD-PRONTUARIO
           MOVE ZERO TO DPD-SEQ
           START DEPENDENTES KEY NOT LESS THAN DPD-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimdpd
           END-START
           PERFORM LE-PROXIMO-DEPENDENTE
           PERFORM AVALIA-DEPENDENTE UNTIL wsfimdpd EQUAL "S"
       END-IF.
       IF wstemdeparq EQUAL "S"
           MOVE wsqtdeparq TO wsqtdep
       END-IF.

       LE-PROXIMO-DEPENDENTE.
       IF wsfimdpd EQUAL "N"
           READ DEPENDENTES NEXT RECORD
               AT END
                   MOVE "S" TO wsfimdpd
           END-READ
           IF wsfimdpd EQUAL "N" AND DPD-PRONTUARIO NOT EQUAL
              HIDX-PRONTUARIO
               MOVE "S" TO wsfimdpd
           END-IF
       END-IF.

       AVALIA-DEPENDENTE.
       MOVE "S" TO wstemdeparq.
       MOVE ZERO TO wsidade.
       IF DPD-NASCIMENTO(7:4) IS NUMERIC AND
           DPD-NASCIMENTO(4:2) IS NUMERIC
           MOVE DPD-NASCIMENTO(7:4) TO wsnascano
           MOVE DPD-NASCIMENTO(4:2) TO wsnascmes
           IF wscompano GREATER THAN wsnascano
               COMPUTE wsidade = wscompano - wsnascano
               IF wscompmes LESS THAN wsnascmes
                   SUBTRACT 1 FROM wsidade
               END-IF
           END-IF
       END-IF.
       IF DPD-DEDUZ-IRRF
           IF DPD-PARENTESCO(1:5) EQUAL "FILHO" AND
              wsidade NOT LESS THAN wslimidade
               CONTINUE
           ELSE
               ADD 1 TO wsqtdeparq
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-DEPENDENTE.

       COMPARA-ITENS.
       MOVE "N" TO wsdivergente.
       MOVE 1 TO wsix.
       PERFORM COMPARA-UM-ITEM UNTIL wsix GREATER THAN 4.

       COMPARA-UM-ITEM.
       COMPUTE AUD-DIF(wsix) = AUD-RECALC(wsix) - AUD-GRAVADO(wsix).
       IF AUD-DIF(wsix) NOT EQUAL ZERO
           MOVE "S" TO wsdivergente
       END-IF.
       ADD 1 TO wsix.

      *----------------------------------------------------------------*
      * A divergent ficha prints its identification and the four
      * items; the ones that differ carry a "*" and their difference
      * goes into the run totals.
      *----------------------------------------------------------------*
       IMPRIME-DIVERGENCIA.
       IF wslinha GREATER THAN wsmaxlinhas - 6
           PERFORM QUEBRA-PAGINA
       END-IF.
       MOVE HIDX-BRUTO TO wsmascbto.
       MOVE wsqtdep TO wsmascqtd.
       MOVE SPACES TO IMP-LINHA.
       STRING "PRONTUARIO: " DELIMITED BY SIZE
           HIDX-PRONTUARIO DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           HIDX-NOME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HIDX-SOBRENOME DELIMITED BY SIZE
           INTO IMP-LINHA.
       STRING "BRUTO:" DELIMITED BY SIZE
           wsmascbto DELIMITED BY SIZE
           " DEP:" DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO IMP-LINHA(76:25).
       WRITE IMP-LINHA.
       ADD 1 TO wslinha.
       MOVE 1 TO wsix.
       PERFORM IMPRIME-ITEM UNTIL wsix GREATER THAN 4.
       MOVE SPACES TO IMP-LINHA.
       WRITE IMP-LINHA.
       ADD 1 TO wslinha.

       IMPRIME-ITEM.
       MOVE AUD-GRAVADO(wsix) TO wsmascval.
       MOVE AUD-RECALC(wsix) TO wsmascrec.
       MOVE AUD-DIF(wsix) TO wsmascdif.
       MOVE SPACES TO IMP-LINHA.
       STRING "     " DELIMITED BY SIZE
           ROT-ITEM(wsix) DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           wsmascval DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           wsmascrec DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           wsmascdif DELIMITED BY SIZE
           INTO IMP-LINHA.
       IF AUD-DIF(wsix) NOT EQUAL ZERO
           MOVE "*" TO IMP-LINHA(63:1)
           ADD AUD-DIF(wsix) TO TOT-DIF(wsix)
       END-IF.
       WRITE IMP-LINHA.
       ADD 1 TO wslinha.
       ADD 1 TO wsix.

       QUEBRA-PAGINA.
       ADD 1 TO wspagina.
       MOVE wspagina TO wsmascpag.
       MOVE wsfgtsaliq TO wsmascaliq.
       MOVE SPACES TO IMP-LINHA.
       STRING "AUDITORIA DE RECALCULO" DELIMITED BY SIZE
           "   EMPRESA: " DELIMITED BY SIZE
           wsempresa DELIMITED BY SIZE
           "   COMPETENCIA: " DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           "   EMITIDO: " DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           "   PAGINA " DELIMITED BY SIZE
           wsmascpag DELIMITED BY SIZE
           INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE SPACES TO IMP-LINHA.
       STRING "     ITEM             GRAVADO" DELIMITED BY SIZE
           "     RECALCULADO       DIFERENCA" DELIMITED BY SIZE
           "   (FGTS A " DELIMITED BY SIZE
           wsmascaliq DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE SPACES TO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE 3 TO wslinha.

      *----------------------------------------------------------------*
      * Closing block: fichas audited, fichas divergent, the summed
      * difference per item and the verdict on the complementar.
      *----------------------------------------------------------------*
       IMPRIME-VEREDITO.
       IF wslinha GREATER THAN wsmaxlinhas - 8
           PERFORM QUEBRA-PAGINA
       END-IF.
       MOVE SPACES TO IMP-LINHA.
       STRING "FICHAS AUDITADAS: " DELIMITED BY SIZE
           wsqtdfichas DELIMITED BY SIZE
           "   DIVERGENTES: " DELIMITED BY SIZE
           wsqtddiverg DELIMITED BY SIZE
           INTO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE 1 TO wsix.
       PERFORM IMPRIME-TOTAL-ITEM UNTIL wsix GREATER THAN 4.
       MOVE SPACES TO IMP-LINHA.
       WRITE IMP-LINHA.
       MOVE SPACES TO IMP-LINHA.
       IF wsqtddiverg EQUAL ZERO
           STRING "VEREDITO: NENHUMA DIVERGENCIA - COMPLEMENTAR"
               DELIMITED BY SIZE
               " (TP29COMP) DESNECESSARIA" DELIMITED BY SIZE
               INTO IMP-LINHA
       ELSE
           STRING "VEREDITO: COMPLEMENTAR (TP29COMP) NECESSARIA"
               DELIMITED BY SIZE
               " PARA OS " DELIMITED BY SIZE
               wsqtddiverg DELIMITED BY SIZE
               " PRONTUARIO(S) LISTADO(S)" DELIMITED BY SIZE
               INTO IMP-LINHA
       END-IF.
       WRITE IMP-LINHA.

       IMPRIME-TOTAL-ITEM.
       MOVE TOT-DIF(wsix) TO wsmascdif.
       MOVE SPACES TO IMP-LINHA.
       STRING "     DIFERENCA TOTAL " DELIMITED BY SIZE
           ROT-ITEM(wsix) DELIMITED BY SIZE
           "          " DELIMITED BY SIZE
           wsmascdif DELIMITED BY SIZE
           INTO IMP-LINHA.
       WRITE IMP-LINHA.
       ADD 1 TO wsix.

       ERRO-FAIXAS.
       DISPLAY "TP65REC: TPFAIXAS sem faixa em vigor para a"
           " competencia - verifique TABELAS.DAT".
       CLOSE IMPRESSO.
       MOVE 8 TO RETURN-CODE.
       GOBACK.
      *----------------------------------------------------------------*
